      *-----------------------------------------------------------*
      *    NOM COPY                   :  XREGSCEL                 *
      *    REGISTRE DES SCELLES DES FICHIERS DE SORTIE (SORTLOT,  *
      *    HELIOS, AVISFIC, ROLEDIT) : UN SCELLE PAR FICHIER      *
      *    PRODUIT, SOUS LA CLE ANNEE / DIRECTION / TYPE DE       *
      *    FICHIER / NUMERO DE GENERATION, PORTANT L'EMPREINTE    *
      *    DE CONTROLE CALCULEE PAR LE PRODUCTEUR A LA FERMETURE  *
      *    DU FICHIER ET LE RESULTAT DE LA DERNIERE VERIFICATION  *
      *    FAITE PAR UN CONSOMMATEUR. ALIMENTE PAR LE MODULE      *
      *    EMPREINT, EDITE PAR ETATSCEL. PREFIXE FIXE (MEME       *
      *    CONVENTION QUE XHISTBIL).                              *
      *-----------------------------------------------------------*
           05 SC-CLE.
              10 SC-JAN            PIC 9(4).
              10 SC-DEPDIR         PIC X(3).
              10 SC-TYPFIC         PIC X(8).
              10 SC-NUMGEN         PIC 9(6).
      * NUMERO DE GENERATION DE L'ENTETE '*ENT' DU FICHIER (OU DU
      * SORTLOT DONT IL EST ISSU POUR AVISFIC ET ROLEDIT)
      * TYPE 'AVISFNN ' : AVISFIC DE LA VAGUE D'EMISSION NN
      * (EDITAVIS EN MODE VAGUE)
           05 SC-EMPREINTE         PIC 9(10).
           05 SC-NBENR             PIC 9(9).
      * NOMBRE D'ENREGISTREMENTS DU FICHIER, SERVICE COMPRIS
           05 SC-PRODUCTEUR        PIC X(8).
           05 SC-DATSCEL           PIC 9(8).
           05 SC-HEUSCEL           PIC 9(8).
           05 SC-DERVER.
              10 SC-VERIFIEUR      PIC X(8).
              10 SC-DATVER         PIC 9(8).
              10 SC-HEUVER         PIC 9(8).
              10 SC-VERDICT        PIC X(1).
                 88 SC-CONFORME         VALUE 'C'.
                 88 SC-DIVERGENT        VALUE 'D'.
                 88 SC-NON-VERIFIE      VALUE SPACE.
      * DERNIERE VERIFICATION : 'C' = EMPREINTE RETROUVEE, 'D' =
      * EMPREINTE DIFFERENTE (FICHIER ALTERE APRES PRODUCTION)
              10 SC-NBVER          PIC 9(5).
           05 SC-NBDIV             PIC 9(5).
      * NOMBRE DE VERIFICATIONS DIVERGENTES DEPUIS LE SCELLEMENT
           05 SC-ANNULATION.
              10 SC-GANNUL         PIC X(1).
                 88 SC-ANNULE           VALUE 'A'.
              10 SC-DATANN         PIC 9(8).
      * 'A' = FICHIER D'UN PASSAGE DE LOT ANNULE (ANNULOT) : IL NE
      * DOIT PLUS ETRE CONSOMME NI TRANSMIS
           05 FILLER               PIC X(11).
