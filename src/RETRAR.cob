      * CALCUL DE LA MAJORATION DE 10 POUR CENT, TOTALISE PAR *
      * TRESORERIE CCPPER, ET VERSE AU FICHIER DES POURSUITES *
      * (POURSUIT) POUR ALIMENTER LA PHASE DE POURSUITE.      *
      * UN ARTICLE SOUS PLAN DE REGLEMENT HONORE (LIRPLAN)    *
      * N'EST NI MAJORE NI POURSUIVI ; UN PLAN DONT UNE       *
      * ECHEANCE EST MANQUEE EST SIGNALE ET L'ARTICLE         *
      * POURSUIVI. LA REMISE GRACIEUSE ACCORDEE EST DEDUITE   *
      * DE LA MAJORATION.                                     *
      * LE RESTE A RECOUVRER DE CHAQUE RETOUR EST EN OUTRE    *
      * CUMULE PAR TRESORERIE ET ANNEE D'IMPOSITION ET AJOUTE *
      * AU FICHIER DES OBSERVATIONS (SUIVRAR, VUE XOBSRAR),   *
      * DATE DU RETOUR, POUR LA PREVISION DES ENCAISSEMENTS   *
      * (PREVENC).                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  SUIVRAR     ASSIGN  TO  SUIVRAR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SO-FS.
           SELECT  HISTOB      ASSIGN  TO  HISTOB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * OBSERVATIONS DU RESTE A RECOUVRER PAR TRESORERIE ET ANNEE,
      * AJOUTEES A CHAQUE RETOUR
       FD  SUIVRAR.
       01  ENR-SUIVRAR.
           COPY XOBSRAR REPLACING 'X' BY SO.

       FD  HISTOB.
       01  ENR-HISTOB.
           05 HB-CLETOT.
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'RETRAR  01 DU 15/10/26'.

       01  RR-FS                   PIC X(2).
           88 RR-OK                     VALUE '00'.
           88 RR-FIN                    VALUE '10'.
       01  PO-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  SO-FS                   PIC X(2).
       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-X REDEFINES W-DATJOU PIC X(8).

      * DATE DU RETOUR : PORTEE PAR L'ENREGISTREMENT DE SERVICE
      * D'ENTETE, A DEFAUT DATE DU TRAITEMENT
       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.
       01  W-JOBSER                PIC 9(8).

      * ARTICLE COMMUNE COURANT : DATE DE MAJORATION
       01  W-COM-CLE.
           05 W-COM-DEP            PIC X(2)  VALUE SPACE.
       01  W-CCPPER-HIST           PIC X(3).
       01  W-MMAJO                 PIC S9(12).

      * SITUATION DE L'ARTICLE AU REGARD D'UN PLAN DE REGLEMENT
      * ET D'UNE REMISE GRACIEUSE DE MAJORATION
       01  W-PLN-GSITU             PIC X(1).
           88 W-PLAN-HONORE             VALUE 'H'.
           88 W-PLAN-DEFAILLANT         VALUE 'D'.
       01  W-PLN-JECHMQ            PIC 9(8).
       01  W-PLN-MREMIS            PIC S9(10).
       01  W-PLN-CR                PIC 9(2).

      * CUMULS PAR TRESORERIE DESTINATAIRE
       01  W-MAXPER                PIC 9(3) COMP VALUE 200.
       01  W-NBPER                 PIC 9(3) COMP VALUE 0.
       01  W-SW-PER                PIC X(1).
           88 PER-TROUVEE               VALUE 'O'.

      * RESTE A RECOUVRER OBSERVE PAR TRESORERIE ET ANNEE
       01  W-MAXOBS                PIC 9(3) COMP VALUE 500.
       01  W-NBOBS                 PIC 9(3) COMP VALUE 0.
       01  TABLE-OBS.
           05 OBS-ENTREE OCCURS 500.
              10 OBS-CCPPER        PIC X(3).
              10 OBS-DAN           PIC 9(4).
              10 OBS-AC3DIR        PIC X(3).
              10 OBS-NBART         PIC 9(9).
              10 OBS-MRAR          PIC S9(14).
       01  IX-OBS                  PIC 9(3) COMP.
       01  W-SW-OBS                PIC X(1).
           88 OBS-TROUVEE               VALUE 'O'.

       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBIMPAYES             PIC 9(9) COMP VALUE 0.
       01  W-NBSANSHIST            PIC 9(9) COMP VALUE 0.
       01  W-NBAVMAJO              PIC 9(9) COMP VALUE 0.
       01  W-NBINCOHER             PIC 9(9) COMP VALUE 0.
       01  W-NBSOUSPLAN            PIC 9(9) COMP VALUE 0.
       01  W-NBPLANDEF             PIC 9(9) COMP VALUE 0.
       01  W-NBREMISES             PIC 9(9) COMP VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'RESTES A RECOUVRER HELIOS - ARTICLES IMPAYES APRES LA DA
       0000-MAINLINE.
      *=========================================================
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DATJOU TO W-JOBSER.
           OPEN INPUT RETOUR-RAR HISTOB HISTONB TAUDIS.
           OPEN OUTPUT POURSUIT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
               VARYING IX-PER FROM 1 BY 1
               UNTIL IX-PER > W-NBPER.

           OPEN EXTEND SUIVRAR.
           PERFORM 7100-ECRIRE-OBSERVATION
               THRU 7100-ECRIRE-OBSERVATION-EXIT
               VARYING IX-OBS FROM 1 BY 1
               UNTIL IX-OBS > W-NBOBS.

           CLOSE RETOUR-RAR HISTOB HISTONB TAUDIS POURSUIT RAPPORT
                 SUIVRAR.
           DISPLAY 'RETRAR - RESTES LUS            : ' W-NBLUS.
           DISPLAY 'RETRAR - IMPAYES EN POURSUITE  : ' W-NBIMPAYES.
           DISPLAY 'RETRAR - AVANT DATE MAJORATION : ' W-NBAVMAJO.
           DISPLAY 'RETRAR - SANS HISTORIQUE       : ' W-NBSANSHIST.
           DISPLAY 'RETRAR - INCOHERENCES MONTANT  : ' W-NBINCOHER.
           DISPLAY 'RETRAR - SOUS PLAN HONORE      : ' W-NBSOUSPLAN.
           DISPLAY 'RETRAR - PLANS DEFAILLANTS     : ' W-NBPLANDEF.
           DISPLAY 'RETRAR - MAJORATIONS REMISES   : ' W-NBREMISES.
           DISPLAY 'RETRAR - OBSERVATIONS SUIVRAR  : ' W-NBOBS.
           GOBACK.

      *---------------------------------------------------------
                      GO TO 2000-TRAITER-RESTE-EXIT
           END-READ.
           IF ENR-RETOUR-RAR (1:1) = '*'
               MOVE ENR-RETOUR-RAR TO SRV-ENR
               IF SRV-SERV-ENTETE AND SRV-DATJOU NUMERIC
                  AND SRV-DATJOU > 0
                   MOVE SRV-DATJOU TO W-JOBSER
               END-IF
               GO TO 2000-TRAITER-RESTE-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
                   THRU 6000-EDITER-DETAIL-EXIT
               GO TO 2000-TRAITER-RESTE-EXIT
           END-IF.
           PERFORM 5200-CUMULER-OBSERVATION
               THRU 5200-CUMULER-OBSERVATION-EXIT.

      * UN RESTE SUPERIEUR A LA LIQUIDATION HISTORISEE EST UNE
      * INCOHERENCE A INSTRUIRE AVEC LA COMPTABILITE
               GO TO 2000-TRAITER-RESTE-EXIT
           END-IF.

      * PLAN DE REGLEMENT EN COURS : HONORE, L'ARTICLE N'EST NI
      * MAJORE NI POURSUIVI ; DEFAILLANT, IL EST SIGNALE
           CALL 'LIRPLAN' USING ENR-RETOUR-RAR (1:18) RR-MRAR
                                W-DATJOU W-PLN-GSITU W-PLN-JECHMQ
                                W-PLN-MREMIS W-PLN-CR
               ON EXCEPTION
                   MOVE SPACE TO W-PLN-GSITU
                   MOVE 0     TO W-PLN-MREMIS
           END-CALL.
           IF W-PLAN-HONORE
               ADD 1 TO W-NBSOUSPLAN
               GO TO 2000-TRAITER-RESTE-EXIT
           END-IF.

      * ARTICLE IMPAYE : MAJORATION DE 10 POUR CENT DU RESTE,
      * DIMINUEE DE LA REMISE GRACIEUSE ACCORDEE
           COMPUTE W-MMAJO ROUNDED = RR-MRAR * 10 / 100.
           IF W-PLN-MREMIS > 0
               ADD 1 TO W-NBREMISES
               SUBTRACT W-PLN-MREMIS FROM W-MMAJO
               IF W-MMAJO < 0
                   MOVE 0 TO W-MMAJO
               END-IF
           END-IF.
           ADD 1 TO W-NBIMPAYES.
           IF W-PLAN-DEFAILLANT
               ADD 1 TO W-NBPLANDEF
               MOVE 'PLAN NON HONO.' TO LD-CATEG
           ELSE
               MOVE 'IMPAYE        ' TO LD-CATEG
           END-IF.
           PERFORM 6000-EDITER-DETAIL
               THRU 6000-EDITER-DETAIL-EXIT.
           PERFORM 5000-CUMULER-TRESORERIE
       5100-TESTER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-CUMULER-OBSERVATION.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-OBS.
           PERFORM 5300-TESTER-OBSERVATION
               THRU 5300-TESTER-OBSERVATION-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBOBS OR OBS-TROUVEE.
           IF NOT OBS-TROUVEE
               IF W-NBOBS >= W-MAXOBS
                   GO TO 5200-CUMULER-OBSERVATION-EXIT
               END-IF
               ADD 1 TO W-NBOBS
               MOVE W-NBOBS TO IX-OBS
               MOVE W-CCPPER-HIST TO OBS-CCPPER (IX-OBS)
               MOVE RR-DAN        TO OBS-DAN (IX-OBS)
               MOVE RR-AC3DIR     TO OBS-AC3DIR (IX-OBS)
               MOVE 0 TO OBS-NBART (IX-OBS) OBS-MRAR (IX-OBS)
           END-IF.
           ADD 1       TO OBS-NBART (IX-OBS).
           ADD RR-MRAR TO OBS-MRAR (IX-OBS).
       5200-CUMULER-OBSERVATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-TESTER-OBSERVATION.
      *---------------------------------------------------------
           IF OBS-CCPPER (IX) = W-CCPPER-HIST
              AND OBS-DAN (IX) = RR-DAN
               SET OBS-TROUVEE TO TRUE
               MOVE IX TO IX-OBS
           END-IF.
       5300-TESTER-OBSERVATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-DETAIL.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-TRESORERIE.
       7000-EDITER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7100-ECRIRE-OBSERVATION.
      *---------------------------------------------------------
           MOVE SPACE TO ENR-SUIVRAR.
           MOVE OBS-CCPPER (IX-OBS) TO SO-CCPPER.
           MOVE OBS-DAN (IX-OBS)    TO SO-DAN.
           MOVE OBS-AC3DIR (IX-OBS) TO SO-AC3DIR.
           MOVE W-JOBSER            TO SO-JOBSER.
           MOVE OBS-NBART (IX-OBS)  TO SO-NBART.
           MOVE OBS-MRAR (IX-OBS)   TO SO-MRAR.
           WRITE ENR-SUIVRAR.
       7100-ECRIRE-OBSERVATION-EXIT.
           EXIT.
       END PROGRAM RETRAR.
