      * (1.000000 = PAS DE REVALORISATION)
           10 'X'-SEUILREC  PIC 9(5).
      * SEUIL DE MISE EN RECOUVREMENT EN EUROS
           10 'X'-LIMRFR1   PIC 9(5).
      * SEUIL DE REVENU FISCAL DE REFERENCE OUVRANT DROIT A
      * L'EXONERATION ET AU DEGREVEMENT DE 65 ANS (PREMIERE PART)
           10 'X'-LIMRFD1   PIC 9(5).
      * MAJORATION DE CE SEUIL PAR DEMI-PART SUPPLEMENTAIRE
           10 'X'-LIMRFR2   PIC 9(5).
      * SEUIL DE REVENU FISCAL DE REFERENCE OUVRANT DROIT AU
      * PLAFONNEMENT DE LA COTISATION (PREMIERE PART)
           10 'X'-LIMRFD2   PIC 9(5).
      * MAJORATION DE CE SEUIL PAR DEMI-PART SUPPLEMENTAIRE
           10 'X'-MDGF65    PIC 9(3).
      * MONTANT DU DEGREVEMENT FORFAITAIRE DES PLUS DE 65 ANS
           10 'X'-FILLER    PIC X(1).
