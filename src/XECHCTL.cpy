      *-----------------------------------------------------------*
      *    NOM COPY                   :  XECHCTL                  *
      *    ECHANTILLON DE CONTROLE INTERNE DU ROLE EMIS : UN      *
      *    ENREGISTREMENT PAR ARTICLE TIRE PAR TIRECHAN (CLE DE   *
      *    L'ARTICLE, STRATE, NUMERO DE LA FICHE DE CONTROLE),    *
      *    LA PARTIE VERDICT ETANT A BLANC AU TIRAGE. LE FICHIER  *
      *    EST COMPLETE DES VERDICTS DES CONTROLEURS, PUIS        *
      *    EXPLOITE PAR ERRECHAN (TAUX D'ERREUR PAR DIRECTION).   *
      *-----------------------------------------------------------*
           05 'X'-CLEART.
      * ARTICLE TIRE
              10 'X'-DAN    PIC 9(4).
              10 'X'-AC3DIR PIC X(3).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
              10 'X'-ANUPRO PIC X(6).
              10 'X'-CCOBNB PIC X(1).
           05 'X'-STRATE.
      * STRATE DE TIRAGE : NATURE, TRANCHE DE TCTDU (1 A 4) ET
      * PRESENCE D'UN ALLEGEMENT ('O' = EXONERATION, ABATTEMENT OU
      * DEGREVEMENT SUR L'ARTICLE)
              10 'X'-STNAT  PIC X(1).
              10 'X'-STTRA  PIC 9(1).
              10 'X'-STALG  PIC X(1).
           05 'X'-TCTDU     PIC S9(12).
      * TOTAL DU DE L'ARTICLE AU ROLE
           05 'X'-NUFICH    PIC 9(5).
      * NUMERO DE LA FICHE DE CONTROLE EDITEE POUR L'ARTICLE
           05 'X'-SEMENC    PIC 9(9).
      * SEMENCE DU TIRAGE (REPRODUCTIBILITE)
           05 'X'-VERDIC    PIC X(1).
      * VERDICT DU CONTROLEUR : 'C' = CONFORME, 'E' = ERREUR,
      * ESPACE = NON CONTROLE
              88 'X'-CONFORME        VALUE 'C'.
              88 'X'-ERREUR          VALUE 'E'.
              88 'X'-NON-CONTROLE    VALUE ' '.
           05 'X'-MECART    PIC S9(12).
      * ECART CONSTATE SUR LE TOTAL DU (POSITIF = INSUFFISANCE)
           05 'X'-CMOTIF    PIC X(2).
      * MOTIF DE L'ERREUR : 'BA' = BASE, 'TX' = TAUX, 'AL' =
      * ALLEGEMENT, 'FR' = FRAIS, 'AU' = AUTRE
           05 'X'-MATRIC    PIC X(8).
      * MATRICULE DU CONTROLEUR
           05 'X'-JCONTR    PIC 9(8).
      * DATE DU CONTROLE (AAAAMMJJ)
           05 'X'-FILLER    PIC X(10).
