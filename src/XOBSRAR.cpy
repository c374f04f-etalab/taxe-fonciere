      *-----------------------------------------------------------*
      *    NOM COPY                   :  XOBSRAR                  *
      *    OBSERVATION DU RESTE A RECOUVRER PAR TRESORERIE ET     *
      *    ANNEE D'IMPOSITION A LA DATE D'UN RETOUR HELIOS        *
      *    (FICHIER SUIVRAR ALIMENTE EN EXTENSION PAR RETRAR A    *
      *    CHAQUE RETOUR). SERT A PREVENC POUR CONSTRUIRE LA      *
      *    COURBE DE VITESSE DE PAIEMENT DES CAMPAGNES PASSEES ET *
      *    SUIVRE LES ENCAISSEMENTS REELS DE LA CAMPAGNE.         *
      *-----------------------------------------------------------*
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE DESTINATAIRE DES ARTICLES
           05 'X'-DAN       PIC 9(4).
      * ANNEE D'IMPOSITION DES ARTICLES
           05 'X'-AC3DIR    PIC X(3).
      * DIRECTION DES ARTICLES
           05 'X'-JOBSER    PIC 9(8).
      * DATE DU RETOUR DES RESTES A RECOUVRER
           05 'X'-NBART     PIC 9(9).
      * NOMBRE D'ARTICLES RESTANT DUS
           05 'X'-MRAR      PIC S9(14).
      * RESTE A RECOUVRER CUMULE
           05 'X'-FILLER    PIC X(9).
