      *-----------------------------------------------------------*
      *    NOM COPY                   :  XPREVPRO                 *
      *    PREVISION PLURIANNUELLE DU PRODUIT DE TAXE FONCIERE    *
      *    (PRODUIT PAR PREVPROD) : UN ENREGISTREMENT PAR         *
      *    COMMUNE, COLLECTIVITE ET ANNEE (ANNEE DE REFERENCE     *
      *    PUIS LES TROIS ANNEES PREVUES)                         *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * DERNIERE ANNEE DE BASES ARCHIVEES (ANNEE DE REFERENCE N)
           10 'X'-DIR       PIC X(3).
           10 'X'-CCOCOM    PIC X(3).
           10 'X'-ANPREV    PIC 9(4).
      * ANNEE DE LA LIGNE : N (CONSTATE) OU N+1 A N+3 (PREVU)
           10 'X'-RANG      PIC 9(1).
      * COLLECTIVITE : 1 COMMUNE, 2 SYNDICATS, 3 EPCI, 4 GEMAPI
           10 'X'-BASEB     PIC S9(12).
           10 'X'-TAUXB     PIC 9(4)V9(6).
           10 'X'-PRODB     PIC S9(12).
      * BASE, TAUX SERVI ET PRODUIT BATIS
           10 'X'-BASENB    PIC S9(12).
           10 'X'-TAUXNB    PIC 9(4)V9(6).
           10 'X'-PRODNB    PIC S9(12).
      * BASE, TAUX SERVI ET PRODUIT NON BATIS
           10 'X'-CREVAL    PIC 9V9(6).
      * COEFFICIENT DE REVALORISATION RETENU POUR LA PREVISION
           10 'X'-EVOLB     PIC S9V9(6).
           10 'X'-EVOLNB    PIC S9V9(6).
      * EVOLUTION PHYSIQUE ANNUELLE MOYENNE DES BASES COMMUNALES
      * (HORS REVALORISATION FORFAITAIRE) : 0,012 = + 1,2 %
