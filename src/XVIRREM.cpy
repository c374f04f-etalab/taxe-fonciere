      *-----------------------------------------------------------*
      *    NOM COPY                   :  XVIRREM                  *
      *    ORDRE DE VIREMENT DE REMBOURSEMENT D'UN DEGREVEMENT    *
      *    SUR ARTICLE DEJA PAYE : UN ENREGISTREMENT PAR DOSSIER  *
      *    DU REGISTRE DES RECLAMATIONS, PORTANT LA PART          *
      *    REMBOURSEE DU DEGREVEMENT, LES INTERETS MORATOIRES ET  *
      *    LES COORDONNEES BANCAIRES DU PROPRIETAIRE. PRODUIT PAR *
      *    REMBDEG, TRANSMIS PAR TRESORERIE PAR VIRREMB ENTRE LES *
      *    ENREGISTREMENTS DE SERVICE '*ENT' ET '*FIN'.           *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * ANNEE D'IMPOSITION
           10 'X'-AC3DIR    PIC X(3).
      * DIRECTION EMETTRICE
           10 'X'-CCPPER    PIC X(3).
      * TRESORERIE DESTINATAIRE
           10 'X'-CCOCOM    PIC X(3).
           10 'X'-DSRPAR    PIC X(1).
           10 'X'-ANUPRO.
      * NUM COMPTE PROPRIETAIRE
              15 'X'-CGROUP PIC X(1).
              15 'X'-NNUPRO PIC 9(5).
           10 'X'-CCOBNB    PIC X(1).
      * ARTICLE DEGREVE
           10 'X'-REFDOS    PIC X(10).
      * REFERENCE DU DOSSIER DE RECLAMATION
           10 'X'-MRMB      PIC S9(12).
      * PART DU DEGREVEMENT REMBOURSEE (DEJA PAYEE)
           10 'X'-MINTMO    PIC S9(8).
      * INTERETS MORATOIRES AFFERENTS A LA PART REMBOURSEE
           10 'X'-MVIREM    PIC S9(12).
      * MONTANT DU VIREMENT (MRMB + MINTMO)
           10 'X'-GORIBA    PIC X(1).
      * ORIGINE DES COORDONNEES BANCAIRES : 'C' = CONTRAT DE
      * PRELEVEMENT (CTRMEN), 'R' = REFERENTIEL PROPRIETAIRES
              88 'X'-BANQUE-CONTRAT   VALUE 'C'.
              88 'X'-BANQUE-REFPRO    VALUE 'R'.
           10 'X'-DTITUL    PIC X(38).
           10 'X'-DIBAN     PIC X(34).
           10 'X'-DBIC      PIC X(11).
      * COMPTE BANCAIRE A CREDITER
           10 'X'-JEMIS     PIC 9(8).
      * DATE DE SELECTION DU REMBOURSEMENT
           10 'X'-FILLER    PIC X(30).
