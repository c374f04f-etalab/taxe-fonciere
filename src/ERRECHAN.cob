      *********************************************************
      * PROGRAMME ERRECHAN                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * EXPLOITATION DES VERDICTS DE CONTROLE INTERNE DE      *
      * L'ECHANTILLON TIRE PAR TIRECHAN (FICHIER ECHCTL       *
      * COMPLETE PAR LES CONTROLEURS, EVENTUELLEMENT          *
      * CONCATENE DES DIRECTIONS). PAR DIRECTION ET PAR       *
      * NATURE : ARTICLES TIRES, CONTROLES, EN ERREUR, TAUX   *
      * D'ERREUR RAPPORTE AUX ARTICLES CONTROLES, CUMUL DES   *
      * ECARTS EN VALEUR ABSOLUE, ARTICLES NON CONTROLES ET   *
      * VERDICTS INVALIDES (CODE INCONNU, ERREUR SANS MOTIF   *
      * RECONNU). TOTAL NATIONAL ET REPARTITION DES ERREURS   *
      * PAR MOTIF. CODE RETOUR 4 S'IL RESTE DES ARTICLES NON  *
      * CONTROLES OU DES VERDICTS INVALIDES.                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRECHAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ECHCTL      ASSIGN  TO  ECHCTL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIECHAN.

       DATA DIVISION.
       FILE SECTION.
      * ECHANTILLON COMPLETE DES VERDICTS (EVENTUELLEMENT LA
      * CONCATENATION DES FICHIERS RENVOYES PAR LES DIRECTIONS)
       FD  ECHCTL.
       01  ENR-ECHCTL.
           COPY XECHCTL REPLACING 'X' BY EC.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           COPY XECHCTL REPLACING 'X' BY TR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'ERRECHAN 00 DU 15/10/26'.

       01  EC-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SW-PREMIER            PIC X(1) VALUE 'O'.
           88 W-PREMIER-TRIE            VALUE 'O'.
       01  W-AC3DIR-PREC           PIC X(3).

      * COMPTEURS : RANG 1 = BATI, 2 = NON BATI, 3 = ENSEMBLE
       01  W-TAB-DIR.
           05 W-DIR OCCURS 3.
              10 W-D-TIRES         PIC 9(7) COMP.
              10 W-D-CONTROLES     PIC 9(7) COMP.
              10 W-D-ERREURS       PIC 9(7) COMP.
              10 W-D-NONCTL        PIC 9(7) COMP.
              10 W-D-INVALIDES     PIC 9(7) COMP.
              10 W-D-ECARTS        PIC 9(15) COMP.
       01  W-TAB-NAT.
           05 W-NAT OCCURS 3.
              10 W-N-TIRES         PIC 9(7) COMP.
              10 W-N-CONTROLES     PIC 9(7) COMP.
              10 W-N-ERREURS       PIC 9(7) COMP.
              10 W-N-NONCTL        PIC 9(7) COMP.
              10 W-N-INVALIDES     PIC 9(7) COMP.
              10 W-N-ECARTS        PIC 9(15) COMP.
       01  W-TAB-MOTIFS.
           05 W-MOTIF OCCURS 5.
              10 W-MO-CODE         PIC X(2).
              10 W-MO-LIBELLE      PIC X(20).
              10 W-MO-NOMBRE       PIC 9(7) COMP.
       01  INA                     PIC 9(1) COMP.
       01  IMO                     PIC 9(1) COMP.
       01  IRE                     PIC 9(1) COMP.
       01  W-ECART-ABS             PIC 9(12).
       01  W-NBDIR                 PIC 9(5) COMP VALUE 0.
       01  W-TAUX-ERREUR           PIC 9(3)V99.

      * ZONES D'EDITION D'UNE LIGNE DE COMPTEURS
       01  W-L-TIRES               PIC 9(7) COMP.
       01  W-L-CONTROLES           PIC 9(7) COMP.
       01  W-L-ERREURS             PIC 9(7) COMP.
       01  W-L-NONCTL              PIC 9(7) COMP.
       01  W-L-INVALIDES           PIC 9(7) COMP.
       01  W-L-ECARTS              PIC 9(15) COMP.

       01  LIGNE-TIRET             PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(50) VALUE
              'CONTROLE INTERNE DU ROLE EMIS - TAUX D''ERREUR PAR '.
           05 FILLER               PIC X(22) VALUE
              'DIRECTION (ECHANTILLON'.
           05 FILLER               PIC X(9)  VALUE ' SEMENCE '.
           05 LE-SEMENCE           PIC 9(9).
           05 FILLER               PIC X(1)  VALUE ')'.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(44) VALUE
              'DIR NATURE        TIRES CONTROLES   ERREURS'.
           05 FILLER               PIC X(60) VALUE
              '  TAUX %   ECARTS CUMULES NON CONTROLES INVALIDES'.
       01  LIGNE-DETAIL.
           05 LD-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-NATURE            PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-TIRES             PIC Z(6)9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LD-CONTROLES         PIC Z(6)9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LD-ERREURS           PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LD-TAUX              PIC ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LD-ECARTS            PIC Z(13)9.
           05 FILLER               PIC X(7) VALUE SPACE.
           05 LD-NONCTL            PIC Z(6)9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LD-INVALIDES         PIC Z(6)9.
       01  LIGNE-MOTIF.
           05 FILLER               PIC X(17) VALUE
              'ERREURS DE MOTIF '.
           05 LM-CODE              PIC X(2).
           05 FILLER               PIC X(3) VALUE ' : '.
           05 LM-LIBELLE           PIC X(20).
           05 LM-NOMBRE            PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.

           SORT TRAVAIL
               ON ASCENDING KEY TR-AC3DIR
                                TR-CCOBNB
                                TR-NUFICH
               USING ECHCTL
               OUTPUT PROCEDURE 3000-ANALYSER
                   THRU 3000-ANALYSER-EXIT.

           PERFORM 8000-TOTAUX
               THRU 8000-TOTAUX-EXIT.
           CLOSE RAPPORT.
           DISPLAY 'ERRECHAN - ARTICLES TIRES     : ' W-N-TIRES (3).
           DISPLAY 'ERRECHAN - ARTICLES CONTROLES : '
                   W-N-CONTROLES (3).
           DISPLAY 'ERRECHAN - ERREURS            : ' W-N-ERREURS (3).
           IF W-N-NONCTL (3) > 0 OR W-N-INVALIDES (3) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
           INITIALIZE W-TAB-NAT W-TAB-MOTIFS.
           MOVE 'BA' TO W-MO-CODE (1).
           MOVE 'BASE'                 TO W-MO-LIBELLE (1).
           MOVE 'TX' TO W-MO-CODE (2).
           MOVE 'TAUX'                 TO W-MO-LIBELLE (2).
           MOVE 'AL' TO W-MO-CODE (3).
           MOVE 'ALLEGEMENT'           TO W-MO-LIBELLE (3).
           MOVE 'FR' TO W-MO-CODE (4).
           MOVE 'FRAIS'                TO W-MO-LIBELLE (4).
           MOVE 'AU' TO W-MO-CODE (5).
           MOVE 'AUTRE'                TO W-MO-LIBELLE (5).
           MOVE 0 TO LE-SEMENCE.
           OPEN OUTPUT RAPPORT.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-ANALYSER.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 3100-TRAITER-UN-TRIE
               THRU 3100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           IF NOT W-PREMIER-TRIE
               PERFORM 3500-CLORE-DIRECTION
                   THRU 3500-CLORE-DIRECTION-EXIT
           END-IF.
       3000-ANALYSER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF W-PREMIER-TRIE
               MOVE 'N' TO W-SW-PREMIER
               MOVE TR-SEMENC TO LE-SEMENCE
               WRITE ENR-RAPPORT FROM LIGNE-ENTETE
               WRITE ENR-RAPPORT FROM LIGNE-TIRET
               WRITE ENR-RAPPORT FROM LIGNE-COLONNE
               WRITE ENR-RAPPORT FROM LIGNE-TIRET
               PERFORM 3200-OUVRIR-DIRECTION
                   THRU 3200-OUVRIR-DIRECTION-EXIT
           ELSE
               IF TR-AC3DIR NOT = W-AC3DIR-PREC
                   PERFORM 3500-CLORE-DIRECTION
                       THRU 3500-CLORE-DIRECTION-EXIT
                   PERFORM 3200-OUVRIR-DIRECTION
                       THRU 3200-OUVRIR-DIRECTION-EXIT
               END-IF
           END-IF.
           PERFORM 3300-CUMULER-ARTICLE
               THRU 3300-CUMULER-ARTICLE-EXIT.
       3100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-OUVRIR-DIRECTION.
      *---------------------------------------------------------
           MOVE TR-AC3DIR TO W-AC3DIR-PREC.
           INITIALIZE W-TAB-DIR.
           ADD 1 TO W-NBDIR.
       3200-OUVRIR-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-CUMULER-ARTICLE.
      *---------------------------------------------------------
           IF TR-CCOBNB = '2'
               MOVE 1 TO INA
           ELSE
               MOVE 2 TO INA
           END-IF.
           ADD 1 TO W-D-TIRES (INA) W-D-TIRES (3).
           IF TR-NON-CONTROLE
               ADD 1 TO W-D-NONCTL (INA) W-D-NONCTL (3)
               GO TO 3300-CUMULER-ARTICLE-EXIT
           END-IF.
           IF TR-CONFORME
               ADD 1 TO W-D-CONTROLES (INA) W-D-CONTROLES (3)
               GO TO 3300-CUMULER-ARTICLE-EXIT
           END-IF.
      * UNE ERREUR DOIT PORTER UN MOTIF CONNU ET UN ECART NUMERIQUE,
      * FAUTE DE QUOI LE VERDICT EST ECARTE DU TAUX
           IF NOT TR-ERREUR OR TR-MECART NOT NUMERIC
               ADD 1 TO W-D-INVALIDES (INA) W-D-INVALIDES (3)
               GO TO 3300-CUMULER-ARTICLE-EXIT
           END-IF.
           MOVE 0 TO IMO.
           PERFORM 3310-CHERCHER-MOTIF
               THRU 3310-CHERCHER-MOTIF-EXIT
               VARYING IRE FROM 1 BY 1 UNTIL IRE > 5.
           IF IMO = 0
               ADD 1 TO W-D-INVALIDES (INA) W-D-INVALIDES (3)
               GO TO 3300-CUMULER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-MO-NOMBRE (IMO).
           ADD 1 TO W-D-CONTROLES (INA) W-D-CONTROLES (3).
           ADD 1 TO W-D-ERREURS (INA) W-D-ERREURS (3).
           MOVE TR-MECART TO W-ECART-ABS.
           ADD W-ECART-ABS TO W-D-ECARTS (INA) W-D-ECARTS (3).
       3300-CUMULER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3310-CHERCHER-MOTIF.
      *---------------------------------------------------------
           IF TR-CMOTIF = W-MO-CODE (IRE)
               MOVE IRE TO IMO
           END-IF.
       3310-CHERCHER-MOTIF-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-CLORE-DIRECTION.
      *---------------------------------------------------------
           PERFORM 3510-EDITER-NATURE
               THRU 3510-EDITER-NATURE-EXIT
               VARYING INA FROM 1 BY 1 UNTIL INA > 3.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
       3500-CLORE-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3510-EDITER-NATURE.
      *---------------------------------------------------------
           ADD W-D-TIRES (INA)     TO W-N-TIRES (INA).
           ADD W-D-CONTROLES (INA) TO W-N-CONTROLES (INA).
           ADD W-D-ERREURS (INA)   TO W-N-ERREURS (INA).
           ADD W-D-NONCTL (INA)    TO W-N-NONCTL (INA).
           ADD W-D-INVALIDES (INA) TO W-N-INVALIDES (INA).
           ADD W-D-ECARTS (INA)    TO W-N-ECARTS (INA).
           IF W-D-TIRES (INA) = 0
               GO TO 3510-EDITER-NATURE-EXIT
           END-IF.
           MOVE W-AC3DIR-PREC      TO LD-AC3DIR.
           MOVE W-D-TIRES (INA)     TO W-L-TIRES.
           MOVE W-D-CONTROLES (INA) TO W-L-CONTROLES.
           MOVE W-D-ERREURS (INA)   TO W-L-ERREURS.
           MOVE W-D-NONCTL (INA)    TO W-L-NONCTL.
           MOVE W-D-INVALIDES (INA) TO W-L-INVALIDES.
           MOVE W-D-ECARTS (INA)    TO W-L-ECARTS.
           PERFORM 7000-EDITER-LIGNE
               THRU 7000-EDITER-LIGNE-EXIT.
       3510-EDITER-NATURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-EDITER-LIGNE.
      *---------------------------------------------------------
      * TAUX D'ERREUR RAPPORTE AUX SEULS ARTICLES CONTROLES
           EVALUATE INA
               WHEN 1     MOVE 'BATI'     TO LD-NATURE
               WHEN 2     MOVE 'NON BATI' TO LD-NATURE
               WHEN OTHER MOVE 'ENSEMBLE' TO LD-NATURE
           END-EVALUATE.
           MOVE W-L-TIRES      TO LD-TIRES.
           MOVE W-L-CONTROLES  TO LD-CONTROLES.
           MOVE W-L-ERREURS    TO LD-ERREURS.
           MOVE W-L-NONCTL     TO LD-NONCTL.
           MOVE W-L-INVALIDES  TO LD-INVALIDES.
           MOVE W-L-ECARTS     TO LD-ECARTS.
           MOVE 0 TO W-TAUX-ERREUR.
           IF W-L-CONTROLES > 0
               COMPUTE W-TAUX-ERREUR ROUNDED =
                       W-L-ERREURS * 100 / W-L-CONTROLES
           END-IF.
           MOVE W-TAUX-ERREUR  TO LD-TAUX.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       7000-EDITER-LIGNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-TOTAUX.
      *---------------------------------------------------------
           IF W-PREMIER-TRIE
               MOVE SPACE TO ENR-RAPPORT
               MOVE 'AUCUN ARTICLE DANS L''ECHANTILLON'
                   TO ENR-RAPPORT (1:33)
               WRITE ENR-RAPPORT
               GO TO 8000-TOTAUX-EXIT
           END-IF.
           PERFORM 8100-EDITER-NATIONAL
               THRU 8100-EDITER-NATIONAL-EXIT
               VARYING INA FROM 1 BY 1 UNTIL INA > 3.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           PERFORM 8200-EDITER-MOTIF
               THRU 8200-EDITER-MOTIF-EXIT
               VARYING IMO FROM 1 BY 1 UNTIL IMO > 5.
       8000-TOTAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-EDITER-NATIONAL.
      *---------------------------------------------------------
           MOVE 'NAT'              TO LD-AC3DIR.
           MOVE W-N-TIRES (INA)     TO W-L-TIRES.
           MOVE W-N-CONTROLES (INA) TO W-L-CONTROLES.
           MOVE W-N-ERREURS (INA)   TO W-L-ERREURS.
           MOVE W-N-NONCTL (INA)    TO W-L-NONCTL.
           MOVE W-N-INVALIDES (INA) TO W-L-INVALIDES.
           MOVE W-N-ECARTS (INA)    TO W-L-ECARTS.
           PERFORM 7000-EDITER-LIGNE
               THRU 7000-EDITER-LIGNE-EXIT.
       8100-EDITER-NATIONAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       8200-EDITER-MOTIF.
      *---------------------------------------------------------
           MOVE W-MO-CODE (IMO)    TO LM-CODE.
           MOVE W-MO-LIBELLE (IMO) TO LM-LIBELLE.
           MOVE W-MO-NOMBRE (IMO)  TO LM-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-MOTIF.
       8200-EDITER-MOTIF-EXIT.
           EXIT.
       END PROGRAM ERRECHAN.
