      * ANOMALIES DECODEES PAR DECODCR ; LA COMMANDE 'D'      *
      * REBONDIT SUR LE DETAIL PLURIANNUEL D'UN ARTICLE BATI  *
      * (MEME ASSEMBLAGE QUE DOSSART : ARCHIVES RETENB ET     *
      * TAUX DU MILLESIME VIA LIRTHIS). LA COMMANDE 'A'       *
      * DELIVRE UN DUPLICATA D'AVIS D'UNE ANNEE ANTERIEURE    *
      * (MODULE EDITDUPL, DEMANDE JOURNALISEE). LES           *
      * CO-REDEVABLES DU COMPTE (COPRO) SONT AFFICHES EN TETE *
      * DE SES LIQUIDATIONS. L'AGENT S'IDENTIFIE PAR SON      *
      * MATRICULE EN DEBUT DE TRANSACTION : CHAQUE COMPTE     *
      * CONSULTE EST JOURNALISE SUR JNLNOM (MODULE JRNNOM),   *
      * LE MATRICULE ETANT TRANSMIS COMME ORIGINE A EDITDUPL. *
      * COMMANDES :                                           *
      *  CNNNNN          = LIQUIDATIONS DU COMPTE             *
      *  D AAAA DDD CCC S CNNNNN = DETAIL PLURIANNUEL         *
      *  A AAAA DDD CCC N CNNNNN = DUPLICATA D'AVIS           *
      *                    (N = 2 BATI, 1 NON BATI)           *
      *  FIN             = FIN DE LA TRANSACTION              *
      *********************************************************

                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  COPRO       ASSIGN  TO  COPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CP-CLE
                               FILE STATUS  CP-FS.

       DATA DIVISION.
       FILE SECTION.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  COPRO.
       01  ENR-COPRO.
           COPY XCOPRO REPLACING 'X' BY CP.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'TCONSPRO 02 DU 15/10/26'.

       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
           88 HNB-OK                    VALUE '00'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  CP-FS                   PIC X(2).
           88 CP-OK                     VALUE '00'.
       01  W-SW-COPRO              PIC X(1) VALUE 'N'.
           88 W-COPRO-OUVERT            VALUE 'O'.
       01  W-LIBROLE               PIC X(16).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  W-DAN-DET               PIC 9(4).
       01  IND                     PIC 9(1) COMP.

      * APPEL DU MODULE D'EDITION DES DUPLICATAS D'AVIS
       01  W-DUP-FONCTION          PIC X(1).
       01  W-DUP-DEMANDE.
           05 W-DUP-DAN            PIC X(4).
           05 W-DUP-CC2DEP         PIC X(2).
           05 W-DUP-CCODIR         PIC X(1).
           05 W-DUP-CCOCOM         PIC X(3).
           05 W-DUP-ANUPRO         PIC X(6).
           05 W-DUP-CCOBNB         PIC X(1).
       01  W-DUP-ORIGINE           PIC X(8).
       01  W-DUP-CR                PIC 9(2).
       01  W-SW-DUPLICATA          PIC X(1) VALUE 'N'.
           88 W-DUPLICATA-DEMANDE       VALUE 'O'.

      * AGENT ET JOURNALISATION DES CONSULTATIONS (MODULE JRNNOM)
       01  W-MATRICULE             PIC X(8).
       01  W-JRN-FONCTION          PIC X(1).
       01  W-JRN-PROGRA            PIC X(8) VALUE 'TCONSPRO'.
       01  W-JRN-AC3DIR            PIC X(3).
       01  W-JRN-ANUPRO            PIC X(6).
       01  W-JRN-CR                PIC 9(2).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           DISPLAY 'MATRICULE :'.
           MOVE SPACE TO W-MATRICULE.
           ACCEPT W-MATRICULE.
           IF W-MATRICULE = SPACE
               DISPLAY 'TCONSPRO - MATRICULE OBLIGATOIRE'
               GOBACK
           END-IF.
           MOVE W-MATRICULE TO W-DUP-ORIGINE.
           OPEN INPUT HISTOB HISTONB RETENB.
           OPEN INPUT COPRO.
           IF CP-OK
               SET W-COPRO-OUVERT TO TRUE
           END-IF.
           DISPLAY 'TCONSPRO - CONSULTATION DU COMPTE '
                   'PROPRIETAIRE (FIN POUR QUITTER)'.
           PERFORM 1000-TRAITER-COMMANDE
               THRU 1000-TRAITER-COMMANDE-EXIT
               UNTIL W-FIN-TRANSACTION.
           CLOSE HISTOB HISTONB RETENB.
           IF W-COPRO-OUVERT
               CLOSE COPRO
           END-IF.
           IF W-DUPLICATA-DEMANDE
               MOVE 'F' TO W-DUP-FONCTION
               CALL 'EDITDUPL' USING W-DUP-FONCTION W-DUP-DEMANDE
                                     W-DUP-ORIGINE W-DUP-CR
           END-IF.
           MOVE 'F' TO W-JRN-FONCTION.
           CALL 'JRNNOM' USING W-JRN-FONCTION W-MATRICULE
                               W-JRN-PROGRA W-JRN-AC3DIR
                               W-JRN-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY 'TCONSPRO - FIN DE LA TRANSACTION'.
           GOBACK.

       1000-TRAITER-COMMANDE.
      *---------------------------------------------------------
           DISPLAY 'COMPTE (CNNNNN), DETAIL (D AAAA DDD CCC S '
                   'CNNNNN), DUPLICATA (A AAAA DDD CCC N CNNNNN) '
                   'OU FIN :'.
           MOVE SPACE TO W-COMMANDE.
           ACCEPT W-COMMANDE.
           EVALUATE TRUE
               WHEN W-CMD-CODE = 'D'
                   PERFORM 3000-DETAIL-PLURIANNUEL
                       THRU 3000-DETAIL-PLURIANNUEL-EXIT
               WHEN W-CMD-CODE = 'A'
                   PERFORM 4000-DUPLICATA-AVIS
                       THRU 4000-DUPLICATA-AVIS-EXIT
               WHEN OTHER
                   MOVE W-COMMANDE (1:6) TO W-ANUPRO
                   PERFORM 2000-LISTER-COMPTE
      * TOUTES LES LIQUIDATIONS DU COMPTE, SERVIES PAR L'INDEX
      * ALTERNATIF ANUPRO DES DEUX HISTORIQUES
           DISPLAY 'COMPTE ' W-ANUPRO.
           MOVE SPACE TO W-JRN-AC3DIR.
           IF W-COPRO-OUVERT
               MOVE 'N' TO W-SW-FINCPT
               MOVE W-ANUPRO TO CP-ANUPRO
               MOVE 0        TO CP-NORDRE
               START COPRO KEY NOT < CP-CLE
                   INVALID KEY SET W-FIN-COMPTE TO TRUE
               END-START
               PERFORM 2300-LISTER-UN-COREDEV
                   THRU 2300-LISTER-UN-COREDEV-EXIT
                   UNTIL W-FIN-COMPTE
           END-IF.
           MOVE 0 TO W-NBLIQ.

           MOVE 'N' TO W-SW-FINCPT.
           IF W-NBLIQ = 0
               DISPLAY '  AUCUNE LIQUIDATION HISTORISEE'
           END-IF.
      * LE COMPTE EST JOURNALISE AVEC LA DIRECTION DE SA PREMIERE
      * LIQUIDATION RESTITUEE
           MOVE W-ANUPRO TO W-JRN-ANUPRO.
           PERFORM 5000-JOURNALISER
               THRU 5000-JOURNALISER-EXIT.
       2000-LISTER-COMPTE-EXIT.
           EXIT.

           END-IF.
           MOVE HB-RETOUR TO RETB-VUE.
           ADD 1 TO W-NBLIQ.
           IF W-JRN-AC3DIR = SPACE
               MOVE HB-ACODIR TO W-JRN-AC3DIR
           END-IF.
           IF HB-CR = 0
               DISPLAY '  ' HB-JANIPT ' ' HB-ACODIR ' '
                       HB-CCOCOM ' BATI     DU ' RETB-TCTDU
           END-IF.
           MOVE HNB-RETOUR TO RETNB-VUE.
           ADD 1 TO W-NBLIQ.
           IF W-JRN-AC3DIR = SPACE
               MOVE HNB-ACODIR TO W-JRN-AC3DIR
           END-IF.
           IF HNB-CR = 0
               DISPLAY '  ' HNB-JANIPT ' ' HNB-ACODIR ' '
                       HNB-CCOCOM ' NON BATI DU ' RETNB-TCTDU
       2200-LISTER-UN-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-LISTER-UN-COREDEV.
      *---------------------------------------------------------
           READ COPRO NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 2300-LISTER-UN-COREDEV-EXIT
           END-READ.
           IF CP-ANUPRO NOT = W-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 2300-LISTER-UN-COREDEV-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CP-INDIVISAIRE
                   MOVE 'INDIVISAIRE'     TO W-LIBROLE
               WHEN CP-USUFRUITIER
                   MOVE 'USUFRUITIER'     TO W-LIBROLE
               WHEN CP-NU-PROPRIETAIRE
                   MOVE 'NU-PROPRIETAIRE' TO W-LIBROLE
               WHEN OTHER
                   MOVE 'GERANT'          TO W-LIBROLE
           END-EVALUATE.
           DISPLAY '  CO-REDEVABLE ' CP-NORDRE ' ' W-LIBROLE ' '
                   CP-QPARTN '/' CP-QPARTD ' ' CP-DDENOM.
           DISPLAY '                  ' CP-DADRL2 ' ' CP-CPOSTA ' '
                   CP-DLIPOS.
       2300-LISTER-UN-COREDEV-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-DETAIL-PLURIANNUEL.
      *---------------------------------------------------------
               THRU 3100-DETAIL-UN-MILLESIME-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 5.
           MOVE W-CMD-DIR    TO W-JRN-AC3DIR.
           MOVE W-CMD-ANUPRO TO W-JRN-ANUPRO.
           PERFORM 5000-JOURNALISER
               THRU 5000-JOURNALISER-EXIT.
       3000-DETAIL-PLURIANNUEL-EXIT.
           EXIT.

           SUBTRACT 1 FROM W-DAN-DET.
       3100-DETAIL-UN-MILLESIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-DUPLICATA-AVIS.
      *---------------------------------------------------------
      * LA POSITION S DE LA COMMANDE PORTE ICI LA NATURE
      * (2 = BATI, 1 = NON BATI) ; LE DUPLICATA EST EDITE SUR
      * DUPAVIS ET LA DEMANDE JOURNALISEE PAR EDITDUPL
           MOVE 'E'                TO W-DUP-FONCTION.
           MOVE W-CMD-DAN          TO W-DUP-DAN.
           MOVE W-CMD-DIR (1:2)    TO W-DUP-CC2DEP.
           MOVE W-CMD-DIR (3:1)    TO W-DUP-CCODIR.
           MOVE W-CMD-COM          TO W-DUP-CCOCOM.
           MOVE W-CMD-ANUPRO       TO W-DUP-ANUPRO.
           MOVE W-CMD-SR           TO W-DUP-CCOBNB.
           CALL 'EDITDUPL' USING W-DUP-FONCTION W-DUP-DEMANDE
                                 W-DUP-ORIGINE W-DUP-CR
               ON EXCEPTION MOVE 24 TO W-DUP-CR
           END-CALL.
           SET W-DUPLICATA-DEMANDE TO TRUE.
           EVALUATE W-DUP-CR
               WHEN 0
                   DISPLAY 'DUPLICATA EDITE POUR ' W-CMD-ANUPRO
                           ' ANNEE ' W-CMD-DAN
               WHEN 10
                   DISPLAY 'DEMANDE DE DUPLICATA INVALIDE'
               WHEN 21
                   DISPLAY 'LIQUIDATION ABSENTE DE L''HISTORIQUE '
                           '(ANNEE PURGEE : REINTEGRATION PURGHIST)'
               WHEN 22
                   DISPLAY 'LIQUIDATION EN ANOMALIE : PAS DE '
                           'DUPLICATA'
               WHEN 23
                   DISPLAY 'ROLE DU MILLESIME ABSENT DE TAUHIST'
               WHEN OTHER
                   DISPLAY 'HISTORIQUE INDISPONIBLE (CR ' W-DUP-CR
                           ')'
           END-EVALUATE.
       4000-DUPLICATA-AVIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-JOURNALISER.
      *---------------------------------------------------------
      * CONSULTATION DE DONNEES NOMINATIVES : AGENT, PROGRAMME,
      * DIRECTION ET COMPTE SUR LE JOURNAL JNLNOM
           MOVE 'E' TO W-JRN-FONCTION.
           CALL 'JRNNOM' USING W-JRN-FONCTION W-MATRICULE
                               W-JRN-PROGRA W-JRN-AC3DIR
                               W-JRN-ANUPRO W-JRN-CR
               ON EXCEPTION MOVE 24 TO W-JRN-CR
           END-CALL.
           IF W-JRN-CR NOT = 0
               DISPLAY '  JOURNAL DES CONSULTATIONS INDISPONIBLE'
           END-IF.
       5000-JOURNALISER-EXIT.
           EXIT.
       END PROGRAM TCONSPRO.
