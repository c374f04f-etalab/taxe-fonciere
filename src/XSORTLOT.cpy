      * ANNEE DE ROLE DE LA DIRECTION (ARTICLE DIRECTION TAUDIS)
           05 'X'-DNULTF            PIC X(1).
      * NUMERO DE LOT (ARTICLE COMMUNE TAUDIS)
           05 'X'-APENAL.
      * PENALITES D'ASSIETTE D'UN ROLE SUPPLEMENTAIRE (CONTEXTE 'S'
      * LIQUIDE SANS ANOMALIE ET MIS EN RECOUVREMENT ; ZERO SINON),
      * LIQUIDEES PAR EFIBAT3 EN SUS DU TOTAL DU DE L'ARTICLE
              10 'X'-JANORI         PIC 9(4).
      * ANNEE D'ORIGINE DE L'IMPOSITION ELUDEE
              10 'X'-CMANQU         PIC X(1).
      * NATURE DU MANQUEMENT (ESPACE, 'D', 'M' OU 'F', VOIR XCOMBAT)
              10 'X'-NBMOIS         PIC 9(3).
      * NOMBRE DE MOIS D'INTERET DE RETARD DEPUIS L'ECHEANCE
      * D'ORIGINE
              10 'X'-MINTRE         PIC S9(10).
      * MONTANT DE L'INTERET DE RETARD
              10 'X'-MMAJAS         PIC S9(10).
      * MONTANT DE LA MAJORATION D'ASSIETTE (10, 40 OU 80 %)
