      *-----------------------------------------------------------*
      *    NOM COPY                   :  XPRELEV                  *
      *    ORDRE DE PRELEVEMENT TRANSMIS A HELIOS (PRODUIT PAR    *
      *    PRELMENS ET REGUMENS) : UN ENREGISTREMENT PAR COMPTE   *
      *    ET PAR ECHEANCE, REGROUPE PAR TRESORERIE ENTRE LES     *
      *    ENREGISTREMENTS DE SERVICE '*ENT' ET '*FIN'            *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * ANNEE D'IMPOSITION
           10 'X'-AC3DIR    PIC X(3).
      * DIRECTION EMETTRICE
           10 'X'-CCPPER    PIC X(3).
      * TRESORERIE DESTINATAIRE
           10 'X'-ANUPRO.
      * NUM COMPTE PROPRIETAIRE
              15 'X'-CGROUP PIC X(1).
              15 'X'-NNUPRO PIC 9(5).
           10 'X'-NUMECH    PIC 9(2).
      * MOIS DE L'ECHEANCE (1 A 12)
           10 'X'-JECHEA    PIC 9(8).
      * DATE D'ECHEANCE (AAAAMMJJ)
           10 'X'-GTYPRE    PIC X(1).
      * 'M' = MENSUALITE, 'S' = SOLDE APRES ROLE, 'E' = PRELEVEMENT
      * UNIQUE A L'ECHEANCE, 'A' = ANNULATION D'UN PRELEVEMENT
      * TRANSMIS, 'R' = REMBOURSEMENT DE L'EXCEDENT PRELEVE
              88 'X'-MENSUALITE     VALUE 'M'.
              88 'X'-SOLDE          VALUE 'S'.
              88 'X'-UNIQUE         VALUE 'E'.
              88 'X'-ANNULATION     VALUE 'A'.
              88 'X'-REMBOURSEMENT  VALUE 'R'.
           10 'X'-MPRELV    PIC S9(10).
      * MONTANT DE L'ORDRE (TOUJOURS POSITIF, SENS DONNE PAR GTYPRE)
           10 'X'-DRUMAN    PIC X(35).
           10 'X'-DTITUL    PIC X(38).
           10 'X'-DIBAN     PIC X(34).
           10 'X'-DBIC      PIC X(11).
      * MANDAT ET COMPTE BANCAIRE DU CONTRAT
           10 'X'-FILLER    PIC X(45).
