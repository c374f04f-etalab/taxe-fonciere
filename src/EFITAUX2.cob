      *                                                       *
      * CE SOUS-PROGRAMME PERMET DE RENVOYER LES PARAMETRES   *
      * DE TAXATION EN PROVENANCE DU FICHIER TAUDIS.          *
      * EN MODE ANNEE HISTORIQUE (INDICATEUR TAUDIS-SOURCE    *
      * POSITIONNE A 'H' PAR L'AIGUILLAGE CTXTA3B/CTXTA3N),   *
      * LES ARTICLES SONT LUS DANS LE REFERENTIEL TAUDIS      *
      * HISTORISE DU MILLESIME ANIMP (TAUHIST, PRIMITIVE      *
      * LIRTHIS) ET NON DANS LE TAUDIS COURANT : UN ARTICLE   *
      * ABSENT DU MILLESIME EST REJETE CR 28 (RC 01 =         *
      * DIRECTION, 02 = COMMUNE, 03 = IFP/TRESORERIE, 04 =    *
      * TAUHIST INDISPONIBLE), SANS REPLI SUR LES TAUX        *
      * COURANTS.                                             *
      *                                                       *
      *********************************************************

      *--- FILE STATUS DE TAUDIS -----------------
       01  TAUDIS-FS   PIC XX EXTERNAL.

      *--- SOURCE DES TAUX, POSITIONNEE PAR CTXTA3B/CTXTA3N ----
      *    'H' = REFERENTIEL TAUDIS HISTORISE DU MILLESIME (TAUHIST)
      *    AUTRE VALEUR = TAUDIS COURANT
       01  TAUDIS-SOURCE PIC X EXTERNAL.
           88 TAUDIS-HISTORISE     VALUE 'H'.
       01  W-TH-CR            PIC 9(2).
       01  W-TH-RC            PIC 9(2).
       01  W-TH-ARTICLE       PIC X(3000).

       01 TAUDIS-DIR.
         COPY  T800      REPLACING 'X' BY T-D.
         COPY  T84D      REPLACING 'X' BY T-D.
       01  W-NBANLISS         PIC 9(2) VALUE 5.
       01  W-ANNEESLISS       PIC S9(4).
       01  W-MOISRESTE        PIC S9(4).
      * INTEGRATION FISCALE PROGRESSIVE DES COMMUNES NOUVELLES
       01  W-JDBICN-N         PIC 9(4).
       01  W-ANNEESICN        PIC S9(4).

       01 AIFTRES.
          05  AIFTRES-CCOIFP   PIC X(3) VALUE SPACES.
      * DEMANDE APRES LA PREMIERE ECHOUERAIT EN CR 20/21)
       01  W-SEQ-DIR-SERVIE   PIC X(3)  VALUE LOW-VALUE.
       01  W-SEQ-COM-SERVIE   PIC X(6)  VALUE LOW-VALUE.
      * COPIE DES ARTICLES SERVIS : UN APPEL SUR LE REFERENTIEL
      * HISTORISE ECRASE TAUDIS-DIR / TAUDIS-COM, LE CACHE EST
      * DONC RESTITUE DEPUIS CES COPIES ET NON DEPUIS LES ZONES
       01  W-SEQ-DIR-ARTICLE  PIC X(3000).
       01  W-SEQ-COM-ARTICLE  PIC X(3000).
       01  W-SEQ-COM-DEMANDE  PIC X(6).
       01  W-CLE-DEMANDEE     PIC X(12).
       01  W-CLE-CIBLE        PIC X(12).
          COPY XBXTDSR  REPLACING 'X' BY TAU-R.
       01 TAU-N-NEU.
          COPY XBXTDNEU REPLACING 'X' BY TAU-N.
       01 TAU-A-RAT.
          COPY XBXTDRAT REPLACING 'X' BY TAU-A.
       01 IXS                 PIC 9(2) COMP.

      *--- LINKAGE               -----------------
       LINKAGE SECTION.

      * UNE DEMANDE DE CLE DESCENDANTE REVELE UN LOT NON TRIE :
      * BASCULE DEFINITIVE SUR L'ACCES INDEXE
            IF W-MODE-SEQUENTIEL AND NOT TAUDIS-HISTORISE
               MOVE CODDIR TO W-CLE-DEMANDEE (1:3)
               MOVE CODCOM TO W-CLE-DEMANDEE (4:3)
               MOVE CCOIFP TO W-CLE-DEMANDEE (7:3)
                             MOVE '10'  TO      RC
                             EXIT PROGRAM
                          ELSE
                             PERFORM APPEL-AIFTRE THRU APPEL-AIFTRE-FIN
                             PERFORM APPEL-EPCI THRU APPEL-EPCI-FIN
                          END-IF

            MOVE TAU-C-COM  TO EL-REC(3)
            MOVE TAU-R-ROL  TO EL-REC(4)
            MOVE TAU-N-NEU  TO EL-REC(5)
            MOVE TAU-A-RAT  TO EL-REC(6)

            EXIT PROGRAM.

      *.... APPEL LECTURE TAUDIS ART IFP/TRESORERIE
       APPEL-AIFTRE.
            IF TAUDIS-HISTORISE
               MOVE CODDIR TO W-CLE-CIBLE (1:3)
               MOVE CODCOM TO W-CLE-CIBLE (4:3)
               MOVE CCOIFP TO W-CLE-CIBLE (7:3)
               MOVE CCPPER TO W-CLE-CIBLE (10:3)
               PERFORM LIRE-TAUHIST THRU LIRE-TAUHIST-FIN
               IF W-TH-CR = 0
                  MOVE W-TH-ARTICLE TO TAUDIS-IFP-TRESO
               ELSE
                  MOVE 28 TO CR
                  MOVE 03 TO RC
                  IF W-TH-CR = 24
                     MOVE 04 TO RC
                  END-IF
                  EXIT PROGRAM
               END-IF
               GO TO APPEL-AIFTRE-FIN
            END-IF
            IF W-MODE-SEQUENTIEL
               MOVE CODDIR TO W-CLE-CIBLE (1:3)
               MOVE CODCOM TO W-CLE-CIBLE (4:3)
                  MOVE '01'       TO      RC
                  EXIT PROGRAM
               END-IF
            END-IF.
       APPEL-AIFTRE-FIN.
            EXIT.

      *.... APPEL LECTURE TAUDIS ART EPCI (LISSAGE FUSION), FACULTATIF
      *     EN MODE SEQUENTIEL, LES ARTICLES 'E' DE LA DIRECTION ONT
       APPEL-EPCI.
            MOVE 'N'           TO W-EPCI-TROUVE
            MOVE 5             TO W-NBANLISS
            IF TAUDIS-HISTORISE
               MOVE CODDIR    TO W-CLE-CIBLE (1:3)
               MOVE LOW-VALUE TO W-CLE-CIBLE (4:3)
               MOVE CCOIFP    TO W-CLE-CIBLE (7:3)
               MOVE LOW-VALUE TO W-CLE-CIBLE (10:3)
               PERFORM LIRE-TAUHIST THRU LIRE-TAUHIST-FIN
               IF W-TH-CR = 0
                  MOVE W-TH-ARTICLE TO TAUDIS-EPCI
                  IF T-G-DLETAR = 'E'
                     MOVE 'O' TO W-EPCI-TROUVE
                     IF T-G-NBANLIS NUMERIC AND T-G-NBANLIS > 0
                        MOVE T-G-NBANLIS TO W-NBANLISS
                     END-IF
                  END-IF
               END-IF
               GO TO APPEL-EPCI-FIN
            END-IF
            IF W-MODE-SEQUENTIEL
               MOVE 'N' TO W-SW-EPC
               PERFORM SEQ-TESTER-EPC THRU SEQ-TESTER-EPC-FIN

      *.... APPEL LECTURE TAUDIS ART COMMUNE
       APPEL-COM.
            IF TAUDIS-HISTORISE
               MOVE CODDIR    TO W-CLE-CIBLE (1:3)
               MOVE CODCOM    TO W-CLE-CIBLE (4:3)
               MOVE LOW-VALUE TO W-CLE-CIBLE (7:6)
               PERFORM LIRE-TAUHIST THRU LIRE-TAUHIST-FIN
               IF W-TH-CR = 0
                  MOVE W-TH-ARTICLE TO TAUDIS-COM
               ELSE
                  MOVE 28 TO CR
                  MOVE 02 TO RC
                  IF W-TH-CR = 24
                     MOVE 04 TO RC
                  END-IF
                  EXIT PROGRAM
               END-IF
               GO TO APPEL-COM-FIN
            END-IF
            IF W-MODE-SEQUENTIEL
      * COMMUNE DEJA SERVIE : L'ARTICLE EST RESTITUE DEPUIS SA
      * COPIE, LE CURSEUR SEQUENTIEL N'EST PAS DEPLACE
               MOVE CODDIR TO W-SEQ-COM-DEMANDE (1:3)
               MOVE CODCOM TO W-SEQ-COM-DEMANDE (4:3)
               IF W-SEQ-COM-DEMANDE = W-SEQ-COM-SERVIE
                  MOVE W-SEQ-COM-ARTICLE TO TAUDIS-COM
                  GO TO APPEL-COM-FIN
               END-IF
               MOVE CODDIR    TO W-CLE-CIBLE (1:3)
               PERFORM SEQ-AVANCER
               IF W-SEQ-CLE-LUE = W-CLE-CIBLE
                  MOVE ENR-TAUDISEQ TO TAUDIS-COM
                  MOVE ENR-TAUDISEQ TO W-SEQ-COM-ARTICLE
                  MOVE W-SEQ-COM-DEMANDE TO W-SEQ-COM-SERVIE
               ELSE
                  MOVE '21' TO CR

      *.... APPEL LECTURE TAUDIS ART DIRECTION
       APPEL-DIR.
            IF TAUDIS-HISTORISE
               MOVE CODDIR    TO W-CLE-CIBLE (1:3)
               MOVE LOW-VALUE TO W-CLE-CIBLE (4:9)
               PERFORM LIRE-TAUHIST THRU LIRE-TAUHIST-FIN
               IF W-TH-CR = 0
                  MOVE W-TH-ARTICLE TO TAUDIS-DIR
               ELSE
                  MOVE 28 TO CR
                  MOVE 01 TO RC
                  IF W-TH-CR = 24
                     MOVE 04 TO RC
                  END-IF
                  EXIT PROGRAM
               END-IF
               GO TO APPEL-DIR-FIN
            END-IF
            IF W-MODE-SEQUENTIEL
      * DIRECTION DEJA SERVIE : L'ARTICLE EST RESTITUE DEPUIS SA
      * COPIE, LE CURSEUR SEQUENTIEL N'EST PAS DEPLACE
               IF CODDIR = W-SEQ-DIR-SERVIE
                  MOVE W-SEQ-DIR-ARTICLE TO TAUDIS-DIR
                  GO TO APPEL-DIR-FIN
               END-IF
               MOVE CODDIR    TO W-CLE-CIBLE (1:3)
               PERFORM SEQ-AVANCER
               IF W-SEQ-CLE-LUE = W-CLE-CIBLE
                  MOVE ENR-TAUDISEQ TO TAUDIS-DIR
                  MOVE ENR-TAUDISEQ TO W-SEQ-DIR-ARTICLE
                  MOVE CODDIR TO W-SEQ-DIR-SERVIE
               ELSE
                  MOVE '20' TO CR
       SEQ-TESTER-EPC-FIN.
            EXIT.

      *.... LECTURE D'UN ARTICLE DU REFERENTIEL TAUDIS HISTORISE DU
      *     MILLESIME ANIMP A LA CLE W-CLE-CIBLE (MODE ANNEE
      *     HISTORIQUE). W-TH-CR REND LE CR DE LIRTHIS : 00 = TROUVE,
      *     21 = ARTICLE ABSENT DU MILLESIME, 24 = TAUHIST INDISPONIBLE
       LIRE-TAUHIST.
            CALL 'LIRTHIS' USING ANIMP W-CLE-CIBLE
                                 W-TH-CR W-TH-RC W-TH-ARTICLE
                ON EXCEPTION MOVE 24 TO W-TH-CR
            END-CALL.
       LIRE-TAUHIST-FIN.
            EXIT.



      *.... ALIMENTATION DE LA ZONE DE LINK RETOUR
                MOVE T-C-DSEDOM         TO TAU-C-DSEDOM
      *       SEUIL D'EXONERATION DOM NON BATI
                MOVE T-C-DSEDNB         TO TAU-C-DSEDNB
      *       SUPPRESSION DE L'EXONERATION ZONES HUMIDES
                MOVE T-C-GZHSUP         TO TAU-C-GZHSUP
      *       COEFFICIENT CORRECTEUR (PART DEPARTEMENTALE TRANSFEREE)
                MOVE T-C-PCOCOR         TO TAU-C-PCOCOR

      *
      * RATTACHEMENT DE LA COMMUNE A SES GROUPEMENTS (POSTE 6 DE ZES)
      *
                MOVE T-C-DEPDIR         TO TAU-A-AC3DIR
                MOVE T-C-CCOCOM         TO TAU-A-CCOCOM
                MOVE T-C-CTYGC1         TO TAU-A-CTYGC
                MOVE T-C-CCOIC          TO TAU-A-CCOIC
                PERFORM SERV-RAT-SYN THRU SERV-RAT-SYN-FIN
                    VARYING IXS FROM 1 BY 1 UNTIL IXS > 10

      *
      * ZONES COEFFICIENTS DE NEUTRALISATION (POSTE 5 DE ZES)
                MOVE T-R-PTBCOM         TO TAU-R-TAUCOM-B
      *       TAUX COMMUNAL NON BATI
                MOVE T-R-PNBCOM         TO TAU-R-TAUCOM-NB

      * COMMUNE NOUVELLE EN INTEGRATION FISCALE PROGRESSIVE : LE
      * TAUX COMMUNAL DE LA COMMUNE DELEGUEE EST LISSE ENTRE SON
      * TAUX D'AVANT FUSION (TAUX 1) ET LE TAUX DE LA COMMUNE
      * NOUVELLE (TAUX 2), COMME POUR LES FUSIONS D'EPCI
                IF T-C-NBAICN NUMERIC AND T-C-NBAICN > 0
                   AND T-C-JDBICN NUMERIC
                   AND T-R-PTBANC NUMERIC AND T-R-PNBANC NUMERIC
                   AND (T-R-PTBANC NOT = 0 OR T-R-PNBANC NOT = 0)
                   PERFORM LISSER-TAUX-COMNOUV
                END-IF
      *       TAUX SYNDICAT COMMUNAL BATI
                MOVE T-R-PTBSYN         TO TAU-R-TAUSYNDSFP-B
      *       TAUX SYNDICAT COMMUNAL NON BATI
                END-IF
                  .

      *.... SYNDICAT DE LA LISTSY ET SA QUOTE-PART, MEME RANG
       SERV-RAT-SYN.
                MOVE T-C-SIREN-SYN(IXS) TO TAU-A-SIRSYN(IXS)
                MOVE T-C-PQPSYN(IXS)    TO TAU-A-PQPSYN(IXS).
       SERV-RAT-SYN-FIN.
            EXIT.

      *.... LISSAGE DU TAUX EPCI ENTRE TAUX 1 (ANCIEN) ET TAUX 2
      *     (CIBLE) SELON LE NOMBRE D'ANNEES ECOULEES DEPUIS LA
      *     CREATION DE L'EPCI (JANCRE). LE TAUX EST ATTEINT
            END-IF
            .

      *.... LISSAGE DU TAUX COMMUNAL D'UNE COMMUNE DELEGUEE ENTRE SON
      *     TAUX D'AVANT FUSION (TAUX 1) ET LE TAUX DE LA COMMUNE
      *     NOUVELLE (TAUX 2) SELON LE NOMBRE D'ANNEES ECOULEES DEPUIS
      *     LE DEBUT DE L'INTEGRATION (JDBICN), SUR LA DUREE VOTEE
      *     (NBAICN)
       LISSER-TAUX-COMNOUV.
            MOVE T-C-JDBICN    TO W-JDBICN-N
            COMPUTE W-ANNEESICN = ANIMP - W-JDBICN-N

            IF W-ANNEESICN <= 0
               MOVE T-R-PTBANC    TO TAU-R-TAUCOM-B
               MOVE T-R-PNBANC    TO TAU-R-TAUCOM-NB
            ELSE
               IF W-ANNEESICN >= T-C-NBAICN
                  MOVE T-R-PTBCOM    TO TAU-R-TAUCOM-B
                  MOVE T-R-PNBCOM    TO TAU-R-TAUCOM-NB
               ELSE
                  COMPUTE TAU-R-TAUCOM-B ROUNDED =
                          T-R-PTBANC +
                          ((T-R-PTBCOM - T-R-PTBANC) *
                           W-ANNEESICN / T-C-NBAICN)
                  COMPUTE TAU-R-TAUCOM-NB ROUNDED =
                          T-R-PNBANC +
                          ((T-R-PNBCOM - T-R-PNBANC) *
                           W-ANNEESICN / T-C-NBAICN)
               END-IF
            END-IF
            .

      *.... PRORATA TEMPORIS DU TAUX EPCI SUR L'ANNEE DE CREATION OU
      *     DE FUSION (JANCRE = ANIMP). LE TAUX N'EST DU QUE POUR LES
      *     MOIS RESTANT A COURIR A COMPTER DU MOIS DE CREATION
