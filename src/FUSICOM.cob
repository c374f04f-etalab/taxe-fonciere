      *  - REPOSITIONNEMENT DU RATTACHEMENT ACOGC DE LA       *
      *    COMMUNE NOUVELLE QUAND L'ARRETE LE PORTE ;         *
      *  - POSE DU TOP PREMIERE ANNEE DE FUSION GTOCFU ;      *
      *  - INTEGRATION FISCALE PROGRESSIVE VOTEE PAR LE       *
      *    CONSEIL : ANNEE DE DEBUT JDBICN ET DUREE NBAICN    *
      *    (12 ANS AU PLUS) SUR LA COMMUNE NOUVELLE, ET TAUX  *
      *    D'AVANT FUSION PTBANC/PNBANC CONSERVES SUR LES     *
      *    ARTICLES 'R' DE CHAQUE COMMUNE DELEGUEE (TAUX DE   *
      *    DEPART DU LISSAGE CALCULE PAR EFITAUX2) ;          *
      *  - LES ARTICLES 'R' DES COMMUNES ABSORBEES SONT       *
      *    RECLES SOUS LA COMMUNE NOUVELLE AVEC LEUR CODE     *
      *    D'ORIGINE EN COMMUNE ABSORBEE (CCOIFP), ET LES     *
      *    ARTICLES 'C' ABSORBES SONT SUPPRIMES.              *
      * CHAQUE MODIFICATION EST JOURNALISEE AVANT/APRES AVEC  *
      * HORODATAGE, COMME MAJTAUD.                            *
      * GEL DU TAUDIS APRES HOMOLOGATION (MODULE GELTAUD) :   *
      * AVANT TOUTE ECRITURE, LES ZONES DE TAUX TOUCHEES PAR  *
      * LA FUSION (PTBCOM, PNBCOM ET, EN INTEGRATION          *
      * PROGRESSIVE, PTBANC, PNBANC) SONT CONTROLEES SUR LA   *
      * COMMUNE NOUVELLE ET SUR CHAQUE COMMUNE ABSORBEE. UNE  *
      * COMMUNE NOUVELLE GELEE FAIT REJETER TOUT L'ARRETE,    *
      * UNE COMMUNE ABSORBEE GELEE EST REJETEE SEULE ; LE     *
      * REFUS EST TRACE DANS JNLGEL.                          *
      *********************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.
      * ARRETE DE CREATION : UNE COMMUNE ABSORBEE PAR
      * ENREGISTREMENT. LE RATTACHEMENT EPCI DE LA COMMUNE
      * NOUVELLE N'EST SERVI QUE S'IL CHANGE. L'INTEGRATION
      * FISCALE PROGRESSIVE (ANNEE DE DEBUT, DUREE) EST LUE SUR
      * LE PREMIER ENREGISTREMENT ; DUREE A BLANC : PAS DE
      * LISSAGE, TAUX UNIQUE DES LA CREATION
       FD  ARRETE.
       01  ENR-ARRETE.
           05 AR-DIR               PIC X(3).
           05 AR-COMNOUV           PIC X(3).
           05 AR-COMABS            PIC X(3).
           05 AR-ACOGC             PIC X(4).
           05 AR-JDBICN            PIC X(4).
           05 AR-NBAICN            PIC X(2).

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MODIFICATION
       FD  JOURNAL-FUS.
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'FUSICOM 01 DU 15/10/26'.

       01  AR-FS                PIC X(2).
           88 AR-OK                  VALUE '00'.
       01  TAUDIS-ABS.
           COPY T800 REPLACING 'X' BY T-A.
           COPY T84C REPLACING 'X' BY T-A.
       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.

      * COMMUNE NOUVELLE EN COURS DE CONSTITUTION (UNE SEULE PAR
      * PASSAGE : LA CLE EST FIXEE AU PREMIER ENREGISTREMENT DE
       01  W-NPOCOM-AVANT       PIC 9(7).
       01  W-NBIFTR-AVANT       PIC 9(3).

      * INTEGRATION FISCALE PROGRESSIVE VOTEE : DUREE MAXIMALE
      * LEGALE DE 12 ANS
       01  W-SW-ICN             PIC X(1) VALUE 'N'.
           88 W-INTEGRATION-PROGRESSIVE VALUE 'O'.
       01  W-JDBICN             PIC X(4).
       01  W-NBAICN             PIC 9(2).
       01  W-NBAICN-MAX         PIC 9(2) VALUE 12.
       01  W-NBRANC             PIC 9(5) COMP VALUE 0.

      * FUSION DES LISTES DE SYNDICATS : SIREN, LIBELLE ET POIDS
      * (SOMME DES QUOTES-PARTS D'ORIGINE), RAMENES A 100,00 EN
      * FIN DE FUSION
       01  W-ZAPRES             PIC X(20).
       01  W-ZONE               PIC X(8).

      * GEL DU TAUDIS APRES HOMOLOGATION DU ROLE (GELTAUD) : ZONES
      * DE TAUX DES ARTICLES R TOUCHEES PAR LA FUSION, LES DEUX
      * DERNIERES EN INTEGRATION FISCALE PROGRESSIVE SEULEMENT
       01  W-FONCTION-GEL       PIC X(1).
       01  W-CR-GEL             PIC 9(2).
       01  GEL.
           COPY XGELTAU REPLACING 'X' BY GL.
       01  W-GEL-COM            PIC X(3).
       01  W-ZONES-GEL-VAL      PIC X(32) VALUE
           'PTBCOM  PNBCOM  PTBANC  PNBANC  '.
       01  W-ZONES-GEL REDEFINES W-ZONES-GEL-VAL.
           05 W-ZONE-GEL        PIC X(8) OCCURS 4.
       01  W-NBZONES-GEL        PIC 9(1) COMP.
       01  IXG                  PIC 9(1) COMP.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'RESTRUCTURATION COMMUNE NOUVELLE - COMPTE RENDU'.
       01  LIGNE-REJET.
                   THRU 7000-CLOTURER-NOUVELLE-EXIT
           END-IF.

           MOVE 'F' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION CONTINUE
           END-CALL.
           CLOSE ARRETE TAUDIS JOURNAL-FUS RAPPORT.
           DISPLAY 'FUSICOM - COMMUNES ABSORBEES  : ' W-NBABS.
           DISPLAY 'FUSICOM - ARTICLES R RECLES   : ' W-NBRMUES.
           DISPLAY 'FUSICOM - TAUX AVANT FUSION   : ' W-NBRANC.
           DISPLAY 'FUSICOM - REJETS              : ' W-NBREJETS.
           IF W-NBREJETS > 0
               MOVE 4 TO RETURN-CODE
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-ABSORBEE-EXIT
           END-IF.

      * LES ARTICLES R D'UNE COMMUNE ABSORBEE GELEE NE SONT NI
      * RECLES NI MODIFIES
           MOVE AR-COMABS TO W-GEL-COM.
           PERFORM 5000-CONTROLER-GEL
               THRU 5000-CONTROLER-GEL-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-ABSORBEE-EXIT
           END-IF.
           ADD 1 TO W-NBABS.

      * CUMUL DES POPULATIONS ET DES COMPTEURS D'IFP/TRESORERIES
               MOVE 'ARTICLE NOUVELLE SANS LETTRE C' TO W-MOTIF
               GO TO 2000-CHARGER-NOUVELLE-EXIT
           END-IF.

      * INTEGRATION FISCALE PROGRESSIVE : DUREE DE 1 A 12 ANS ET
      * ANNEE DE DEBUT NUMERIQUE, FAUTE DE QUOI L'ARRETE EST
      * REJETE EN BLOC
           IF AR-NBAICN NOT = SPACE
               IF AR-NBAICN NOT NUMERIC
                  OR AR-JDBICN NOT NUMERIC
                   MOVE 'INTEGRATION PROGRESSIVE NON NUMERIQUE'
                       TO W-MOTIF
                   GO TO 2000-CHARGER-NOUVELLE-EXIT
               END-IF
               MOVE AR-NBAICN TO W-NBAICN
               IF W-NBAICN = 0 OR W-NBAICN > W-NBAICN-MAX
                   MOVE 'DUREE D''INTEGRATION HORS 1 A 12 ANS'
                       TO W-MOTIF
                   GO TO 2000-CHARGER-NOUVELLE-EXIT
               END-IF
               MOVE AR-JDBICN TO W-JDBICN
               SET W-INTEGRATION-PROGRESSIVE TO TRUE
           END-IF.

      * UNE COMMUNE NOUVELLE GELEE FAIT REJETER L'ARRETE EN BLOC,
      * AVANT TOUTE ECRITURE DANS LE TAUDIS
           MOVE AR-COMNOUV TO W-GEL-COM.
           PERFORM 5000-CONTROLER-GEL
               THRU 5000-CONTROLER-GEL-EXIT.
           IF W-MOTIF NOT = SPACE
               GO TO 2000-CHARGER-NOUVELLE-EXIT
           END-IF.
           SET W-NOUVELLE-CHARGEE TO TRUE.
           MOVE AR-DIR     TO W-NOUV-DIR.
           MOVE AR-COMNOUV TO W-NOUV-COM.
                   END-IF
               END-IF
           END-PERFORM.

      * LES ARTICLES R PROPRES A LA COMMUNE NOUVELLE (COMMUNE
      * DELEGUEE CHEF-LIEU) CONSERVENT AUSSI LEUR TAUX D'AVANT
      * FUSION, AVANT QUE LES ARTICLES ABSORBES NE LES REJOIGNENT
           IF W-INTEGRATION-PROGRESSIVE
               PERFORM 2100-AMORCER-TAUX-NOUVELLE
                   THRU 2100-AMORCER-TAUX-NOUVELLE-EXIT
           END-IF.
       2000-CHARGER-NOUVELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-AMORCER-TAUX-NOUVELLE.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINSCAN.
           MOVE W-NOUV-DIR TO T-DIR.
           MOVE W-NOUV-COM TO T-COM.
           MOVE LOW-VALUE  TO T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
           PERFORM 2110-AMORCER-UN-R
               THRU 2110-AMORCER-UN-R-EXIT
               UNTIL W-FIN-SCAN.
       2100-AMORCER-TAUX-NOUVELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2110-AMORCER-UN-R.
      *---------------------------------------------------------
           READ TAUDIS NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 2110-AMORCER-UN-R-EXIT
           END-READ.
           IF T-DIR NOT = W-NOUV-DIR OR T-COM NOT = W-NOUV-COM
               SET W-FIN-SCAN TO TRUE
               GO TO 2110-AMORCER-UN-R-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) NOT = 'R'
               GO TO 2110-AMORCER-UN-R-EXIT
           END-IF.
           PERFORM 4300-CONSERVER-TAUX-ANCIENS
               THRU 4300-CONSERVER-TAUX-ANCIENS-EXIT.
           REWRITE ENR-TAUDIS
               INVALID KEY
                   MOVE 'ECHEC DE REECRITURE ARTICLE R NOUVELLE'
                       TO W-MOTIF
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
           END-REWRITE.
       2110-AMORCER-UN-R-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-FUSIONNER-SYNDICATS.
      *---------------------------------------------------------
           IF T-CCOIFP = SPACE OR T-CCOIFP = LOW-VALUE
               MOVE AR-COMABS TO T-CCOIFP
           END-IF.
           IF W-INTEGRATION-PROGRESSIVE
               PERFORM 4300-CONSERVER-TAUX-ANCIENS
                   THRU 4300-CONSERVER-TAUX-ANCIENS-EXIT
           END-IF.
           WRITE ENR-TAUDIS
               INVALID KEY GO TO 4200-DEPLACER-UN-R-EXIT
           END-WRITE.
       4200-DEPLACER-UN-R-EXIT.
           EXIT.

      *---------------------------------------------------------
       4300-CONSERVER-TAUX-ANCIENS.
      *---------------------------------------------------------
      * LE TAUX COMMUNAL COURANT DE L'ARTICLE R (TAUX DE LA
      * COMMUNE DELEGUEE AVANT FUSION) DEVIENT LE TAUX DE DEPART
      * DE L'INTEGRATION FISCALE PROGRESSIVE
           MOVE ENR-TAUDIS TO TAUDIS-IFP.
           MOVE T-R-PTBCOM TO T-R-PTBANC.
           MOVE T-R-PNBCOM TO T-R-PNBANC.
           MOVE TAUDIS-IFP TO ENR-TAUDIS.
           ADD 1 TO W-NBRANC.
           MOVE 'PTBANC  ' TO W-ZONE.
           MOVE SPACE TO W-ZAVANT W-ZAPRES.
           STRING T-CCOIFP T-CCPPER DELIMITED BY SIZE
               INTO W-ZAVANT.
           MOVE T-R-PTBANC (1:10) TO W-ZAPRES (1:10).
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
           MOVE 'PNBANC  ' TO W-ZONE.
           STRING T-CCOIFP T-CCPPER DELIMITED BY SIZE
               INTO W-ZAVANT.
           MOVE T-R-PNBANC (1:10) TO W-ZAPRES (1:10).
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       4300-CONSERVER-TAUX-ANCIENS-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-CLOTURER-NOUVELLE.
      *---------------------------------------------------------
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.

      * INTEGRATION FISCALE PROGRESSIVE DE LA COMMUNE NOUVELLE
           IF W-INTEGRATION-PROGRESSIVE
               MOVE 'JDBICN  ' TO W-ZONE
               MOVE T-N-JDBICN TO W-ZAVANT (1:4)
               MOVE W-JDBICN   TO T-N-JDBICN
               MOVE W-JDBICN   TO W-ZAPRES (1:4)
               PERFORM 9000-JOURNALISER
                   THRU 9000-JOURNALISER-EXIT
               MOVE 'NBAICN  ' TO W-ZONE
               MOVE T-N-NBAICN (1:2) TO W-ZAVANT (1:2)
               MOVE W-NBAICN   TO T-N-NBAICN
               MOVE W-NBAICN   TO W-ZAPRES (1:2)
               PERFORM 9000-JOURNALISER
                   THRU 9000-JOURNALISER-EXIT
           END-IF.

           MOVE 'NPOCOM  ' TO W-ZONE.
           MOVE W-NPOCOM-AVANT TO W-ZAVANT (1:7).
           MOVE T-N-NPOCOM     TO W-ZAPRES (1:7).
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.

      * REECRITURE DE L'ARTICLE COMMUNE NOUVELLE FUSIONNE (GEL
      * CONTROLE AU CHARGEMENT DE LA COMMUNE NOUVELLE)
           MOVE W-NOUV-DIR TO T-DIR.
           MOVE W-NOUV-COM TO T-COM.
           MOVE LOW-VALUE  TO T-CCOIFP T-CCPPER.
       7000-CLOTURER-NOUVELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-CONTROLER-GEL.
      *---------------------------------------------------------
      * LE MODULE RESTITUE L'ENREGISTREMENT TAUDIS LU MAIS NON LA
      * POSITION DE LECTURE SEQUENTIELLE : LE CONTROLE EST DONC
      * FAIT UNE FOIS PAR COMMUNE, HORS DE TOUT PARCOURS DU TAUDIS
           IF W-INTEGRATION-PROGRESSIVE
               MOVE 4 TO W-NBZONES-GEL
           ELSE
               MOVE 2 TO W-NBZONES-GEL
           END-IF.
           PERFORM 5010-CONTROLER-UNE-ZONE
               THRU 5010-CONTROLER-UNE-ZONE-EXIT
               VARYING IXG FROM 1 BY 1
               UNTIL IXG > W-NBZONES-GEL OR W-MOTIF NOT = SPACE.
       5000-CONTROLER-GEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       5010-CONTROLER-UNE-ZONE.
      *---------------------------------------------------------
           INITIALIZE GEL.
           MOVE AR-DIR            TO GL-DIR.
           MOVE W-GEL-COM         TO GL-COM.
           MOVE W-ZONE-GEL (IXG)  TO GL-ZONE.
           STRING 'FUSION ' AR-DIR AR-COMNOUV DELIMITED BY SIZE
               INTO GL-NOUVEAU.
           MOVE 'FUSICOM ' TO GL-PROGRA.
           MOVE 'C' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION MOVE 99 TO W-CR-GEL
           END-CALL.
           EVALUATE TRUE
               WHEN W-CR-GEL = 30 AND W-GEL-COM = AR-COMNOUV
                   MOVE 'COMMUNE NOUVELLE HOMOLOGUEE : TAUDIS GELE'
                       TO W-MOTIF
               WHEN W-CR-GEL = 30
                   MOVE 'COMMUNE ABSORBEE HOMOLOGUEE : TAUDIS GELE'
                       TO W-MOTIF
               WHEN W-CR-GEL = 99
                   MOVE 'CONTROLE DU GEL INDISPONIBLE' TO W-MOTIF
           END-EVALUATE.
       5010-CONTROLER-UNE-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
