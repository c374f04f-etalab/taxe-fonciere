      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCAMPENC                 *
      *    CAMPAGNE D'ENCAISSEMENT DE LA TAXE FONCIERE PAR        *
      *    TRESORERIE ET ANNEE D'IMPOSITION (FICHIER CAMPENC      *
      *    TENU PAR PREVENC) : ROLE DE LA CAMPAGNE, DATES DE MISE *
      *    EN RECOUVREMENT ET DE MAJORATION, ET PAR SEMAINE       *
      *    ECOULEE DEPUIS LA MISE EN RECOUVREMENT LE DERNIER      *
      *    RESTE A RECOUVRER OBSERVE (SUIVRAR) ET L'ENCAISSEMENT  *
      *    CUMULE PREVU. LES CAMPAGNES PASSEES FOURNISSENT LA     *
      *    COURBE DE VITESSE DE PAIEMENT.                         *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-CCPPER PIC X(3).
              10 'X'-DAN    PIC 9(4).
           05 'X'-AC3DIR    PIC X(3).
      * DIRECTION DE LA TRESORERIE
           05 'X'-JDAMI1    PIC 9(8).
      * DATE DE MISE EN RECOUVREMENT (ARTICLE COMMUNE TAUDIS)
           05 'X'-JDAMJO    PIC 9(8).
      * DATE DE MAJORATION (ARTICLE COMMUNE TAUDIS)
           05 'X'-NBART     PIC 9(9).
      * NOMBRE D'ARTICLES DU ROLE
           05 'X'-MROLE     PIC S9(14).
      * MONTANT DU ROLE (TCTDU CUMULE)
           05 'X'-TAB-SEM OCCURS 26.
      * SEMAINE N : JOURS 7(N-1) A 7N-1 APRES LA MISE EN
      * RECOUVREMENT
              10 'X'-GOBSER PIC X(1).
                 88 'X'-OBSERVEE      VALUE 'O'.
              10 'X'-JOBSER PIC 9(8).
      * DATE DU DERNIER RETOUR OBSERVE DANS LA SEMAINE
              10 'X'-MRAR   PIC S9(14).
      * RESTE A RECOUVRER A CETTE DATE
              10 'X'-MPREV  PIC S9(14).
      * ENCAISSEMENT CUMULE PREVU EN FIN DE SEMAINE
           05 'X'-FILLER    PIC X(40).
