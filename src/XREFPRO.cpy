      *    ET ADRESSE POSTALE DU TITULAIRE D'UN COMPTE            *
      *    (CGROUP/NNUPRO), ALIMENTE PAR LE CHARGEUR CONTROLE     *
      *    CHARGPRO ET CONSULTE PAR LES RESTITUTIONS PAR COMPTE   *
      *    (RELEVPRO, CONSPRO, EDITAVIS). LES COORDONNEES         *
      *    BANCAIRES FACULTATIVES SERVENT AUX REMBOURSEMENTS DE   *
      *    DEGREVEMENTS (REMBDEG) EN L'ABSENCE DE CONTRAT DE      *
      *    PRELEVEMENT. LE TOP NPAI EST POSE PAR RETNPAI AU       *
      *    RETOUR D'UN AVIS NON DISTRIBUE ET LEVE PAR CHARGPRO A  *
      *    LA CORRECTION DE L'ADRESSE. UN COMPTE ADHERENT A       *
      *    L'AVIS DEMATERIALISE RECOIT SON AVIS SUR LE FLUX       *
      *    ELECTRONIQUE D'EDITAVIS, A L'ADRESSE DE COURRIEL       *
      *    DECLAREE. UN COMPTE EN DOUBLON FUSIONNE PAR FUSIPRO    *
      *    EST RETIRE : IL POINTE SUR LE COMPTE CONSERVE. UN      *
      *    COMPTE SANS LIQUIDATION SUR LA DUREE DE CONSERVATION   *
      *    EST SUPPRIME PAR LA PURGE ANNUELLE PURGPRO.            *
      *-----------------------------------------------------------*
           05 'X'-ANUPRO.
      * NUM COMPTE PROPRIETAIRE (CLE DU REFERENTIEL)
           05 'X'-DSIREN    PIC X(9).
      * SIREN (SERVI SI PERSONNE MORALE)
           05 'X'-FILLER    PIC X(10).
           05 'X'-DTITUL    PIC X(38).
      * TITULAIRE DU COMPTE BANCAIRE DE REMBOURSEMENT
           05 'X'-DIBAN     PIC X(34).
           05 'X'-DBIC      PIC X(11).
      * COORDONNEES DU COMPTE BANCAIRE (ESPACES = NON CONNUES)
           05 'X'-GNPAI     PIC X(1).
      * TOP N'HABITE PAS A L'ADRESSE INDIQUEE : 'O' = AVIS RETOURNE
              88 'X'-NPAI           VALUE 'O'.
           05 'X'-JNPAI     PIC 9(8).
      * DATE DU DERNIER RETOUR DE PLI NON DISTRIBUE (AAAAMMJJ)
           05 'X'-CNPAI     PIC X(2).
      * MOTIF DE NON DISTRIBUTION PORTE SUR LE PLI
           05 'X'-GDEMAT    PIC X(1).
      * OPTION AVIS DEMATERIALISE : 'O' = ADHERENT, ESPACE SINON
              88 'X'-AVIS-DEMAT     VALUE 'O'.
           05 'X'-DMAIL     PIC X(60).
      * ADRESSE DE COURRIEL DE MISE A DISPOSITION DE L'AVIS
           05 'X'-JDEMAT    PIC 9(8).
      * DATE D'ADHESION A L'AVIS DEMATERIALISE (AAAAMMJJ)
           05 'X'-GFUSIO    PIC X(1).
      * TOP COMPTE RETIRE PAR FUSION : 'F' = FUSIONNE, ESPACE SINON
              88 'X'-COMPTE-FUSIONNE VALUE 'F'.
           05 'X'-ANUFUS    PIC X(6).
      * COMPTE CONSERVE, DANS LEQUEL LE COMPTE A ETE FUSIONNE
           05 'X'-JFUSIO    PIC 9(8).
      * DATE DE LA FUSION (AAAAMMJJ), REFERENCE DE SON ANNULATION
           05 'X'-JCREAT    PIC 9(8).
      * DATE DE CREATION DU COMPTE PAR CHARGPRO (AAAAMMJJ, A ZERO
      * POUR LES COMPTES ANTERIEURS A SA TENUE)
