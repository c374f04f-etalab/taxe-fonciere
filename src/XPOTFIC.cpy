      *-----------------------------------------------------------*
      *    NOM COPY                   :  XPOTFIC                  *
      *    POTENTIEL FISCAL ET EFFORT FISCAL DES COMMUNES         *
      *    (PRODUIT PAR POTFISC) : UN ENREGISTREMENT PAR COMMUNE  *
      *    DES DIRECTIONS TRAITEES, TAXES FONCIERES BATIE ET NON  *
      *    BATIE, PART COMMUNALE                                  *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * ANNEE DES BASES ARCHIVEES (RETENB/RETENNB)
           10 'X'-DIR       PIC X(3).
           10 'X'-CCOCOM    PIC X(3).
           10 'X'-STRATE    PIC 9(2).
      * STRATE DE POPULATION (1 A 10, VOIR POTFISC)
           10 'X'-NPOCOM    PIC 9(7).
      * POPULATION DE L'ARTICLE COMMUNE DU TAUDIS
           10 'X'-BASEB     PIC S9(12).
           10 'X'-BASENB    PIC S9(12).
      * BASES COMMUNALES CUMULEES BATIE ET NON BATIE
           10 'X'-TAUXB     PIC 9(4)V9(6).
           10 'X'-TAUXNB    PIC 9(4)V9(6).
      * TAUX COMMUNAUX DE L'ARTICLE R (ZERO SI ABSENT)
           10 'X'-MSTRTB    PIC 9(4)V9(6).
           10 'X'-MSTRNB    PIC 9(4)V9(6).
      * TAUX MOYENS NATIONAUX DE LA STRATE DE LA COMMUNE
           10 'X'-MDSTTB    PIC 9(4)V9(6).
           10 'X'-MDSTNB    PIC 9(4)V9(6).
      * TAUX MOYENS DEPARTEMENTAUX DE LA STRATE DE LA COMMUNE
           10 'X'-PRODUIT   PIC S9(12).
      * PRODUIT REEL : BASES X TAUX DE LA COMMUNE
           10 'X'-POTENT    PIC S9(12).
      * POTENTIEL FISCAL : BASES X TAUX MOYENS NATIONAUX
           10 'X'-EFFORT    PIC 9(3)V9(4).
      * EFFORT FISCAL : PRODUIT REEL / POTENTIEL FISCAL
