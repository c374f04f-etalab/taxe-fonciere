      *-----------------------------------------------------------*
      *    NOM COPY                   :  XNOTIFIC                 *
      *    CHIFFRES NOTIFIES AUX COMMUNES PAR L'ETAT 1259         *
      *    (PRODUIT PAR NOTIFTAX) : UN ENREGISTREMENT PAR         *
      *    COMMUNE ET PAR COLLECTIVITE, REPRIS PAR L'ETAT DU      *
      *    PRODUIT DEFINITIF (PRODDEF)                            *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * ANNEE DES BASES NOTIFIEES (BASES ARCHIVEES N-1)
           10 'X'-DIR       PIC X(3).
           10 'X'-CCOCOM    PIC X(3).
           10 'X'-RANG      PIC 9(1).
      * COLLECTIVITE : 1 COMMUNE, 2 SYNDICATS, 3 EPCI, 4 GEMAPI,
      * 5 A 7 TSE DES ETABLISSEMENTS FONCIERS 1 A 3
           10 'X'-BASEB     PIC S9(12).
           10 'X'-TAUXB     PIC 9(4)V9(6).
           10 'X'-PRODB     PIC S9(12).
      * BASE NOTIFIEE, TAUX VOTE ET PRODUIT ATTENDU BATIS
           10 'X'-BASENB    PIC S9(12).
           10 'X'-TAUXNB    PIC 9(4)V9(6).
           10 'X'-PRODNB    PIC S9(12).
      * BASE NOTIFIEE, TAUX VOTE ET PRODUIT ATTENDU NON BATIS
