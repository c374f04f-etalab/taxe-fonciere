      *********************************************************
      * PROGRAMME CHARGANV                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEUR CONTROLE DES ADMISSIONS EN NON-VALEUR        *
      * PRONONCEES PAR LES TRESORERIES (ADMNV, VUE XADMNV,    *
      * INDEXE SUR LA CLE DE L'ARTICLE), SUR LE MODELE DE     *
      * CHARGPLN : UN MOUVEMENT PAR DECISION (CODE 'A'        *
      * ADMISSION, 'S' ANNULATION D'UNE ADMISSION). CHAQUE    *
      * ADMISSION EST CONTROLEE AVANT INTEGRATION (ARTICLE    *
      * LIQUIDE DANS HISTOB/HISTONB ET DESTINE A LA           *
      * TRESORERIE AUTEUR, DATE, MOTIF ET SIGNATAIRE DE LA    *
      * DECISION, MONTANT AU PLUS EGAL A LA LIQUIDATION ET AU *
      * RESTE A RECOUVRER RENVOYE PAR HELIOS - RARHELIO,      *
      * COMME RETRAR - AUQUEL LES DECISIONS SONT RAPPROCHEES  *
      * PAR TRI). LES MOUVEMENTS SONT JOURNALISES AVANT/APRES *
      * AVEC HORODATAGE ET LES REJETS SONT EDITES AVEC LEUR   *
      * MOTIF. LES ADMISSIONS INTEGREES SONT RAPPROCHEES DE   *
      * LA PROVISION PAR ETATANV.                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGANV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTANV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  RETOUR-RAR  ASSIGN  TO  RARHELIO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RR-FS.
           SELECT  JOURNAL-MAJ ASSIGN  TO  JNLANV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JM-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  ADMNV       ASSIGN  TO  ADMNV
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY NV-CLE
                               FILE STATUS NV-FS.
           SELECT  HISTOB      ASSIGN  TO  HISTOB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HB-CLETOT
                               ALTERNATE RECORD KEY HB-ANUPRO
                                   WITH DUPLICATES
                               FILE STATUS  HB-FS.
           SELECT  HISTONB     ASSIGN  TO  HISTONB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HNB-CLETOT
                               ALTERNATE RECORD KEY HNB-ANUPRO
                                   WITH DUPLICATES
                               FILE STATUS  HNB-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIANV.

       DATA DIVISION.
       FILE SECTION.
      * UN MOUVEMENT = UNE DECISION DE LA TRESORERIE SUR UN
      * ARTICLE : CODE MOUVEMENT ('A' ADMISSION EN NON-VALEUR,
      * 'S' ANNULATION D'UNE ADMISSION), CLE DE L'ARTICLE,
      * TRESORERIE, DATE, MOTIF ET SIGNATAIRE DE LA DECISION,
      * MONTANT ADMIS
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT           PIC X(74).

      * RESTE A RECOUVRER RENVOYE PAR HELIOS (COMME RETRAR)
       FD  RETOUR-RAR.
       01  ENR-RETOUR-RAR.
           05 RR-DAN               PIC 9(4).
           05 RR-AC3DIR            PIC X(3).
           05 RR-CCOCOM            PIC X(3).
           05 RR-DSRPAR            PIC X(1).
           05 RR-ANUPRO            PIC X(6).
           05 RR-CCOBNB            PIC X(1).
           05 RR-MRAR              PIC S9(12).

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MOUVEMENT
      * (ETAT, MONTANT, MOTIF ET DATE DE L'ADMISSION)
       FD  JOURNAL-MAJ.
       01  ENR-JOURNAL-MAJ.
           05 JM-DATJOU            PIC 9(8).
           05 JM-HEUJOU            PIC 9(8).
           05 JM-CODMVT            PIC X(1).
           05 JM-CLE               PIC X(18).
           05 JM-AVANT             PIC X(38).
           05 JM-APRES             PIC X(38).
           05 JM-STATUT            PIC X(1).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  ADMNV.
       01  ENR-ADMNV.
           COPY XADMNV REPLACING 'X' BY NV.

       FD  HISTOB.
       01  ENR-HISTOB.
           05 HB-CLETOT.
              10 HB-JANIPT             PIC 9(4).
              10 HB-ACODIR.
                 15 HB-CCODEP          PIC X(2).
                 15 HB-CCODIR          PIC X(1).
              10 HB-CCOCOM             PIC X(3).
              10 HB-DLETSR             PIC X(1).
              10 HB-ANUPRO.
                 15 HB-CGROUP          PIC X(1).
                 15 HB-DNUMCP          PIC 9(5).
           05 HB-RETOUR                PIC X(600).
           05 HB-CR                    PIC 9(2).
           05 HB-RC                    PIC 9(2).

       FD  HISTONB.
       01  ENR-HISTONB.
           05 HNB-CLETOT.
              10 HNB-JANIPT            PIC 9(4).
              10 HNB-ACODIR.
                 15 HNB-CCODEP         PIC X(2).
                 15 HNB-CCODIR         PIC X(1).
              10 HNB-CCOCOM            PIC X(3).
              10 HNB-DLETSR            PIC X(1).
              10 HNB-ANUPRO.
                 15 HNB-CGROUP         PIC X(1).
                 15 HNB-DNUMCP         PIC 9(5).
           05 HNB-RETOUR               PIC X(600).
           05 HNB-CR                   PIC 9(2).
           05 HNB-RC                   PIC 9(2).

      * ENREGISTREMENT DE TRI : CLE DE L'ARTICLE, ORIGINE ('A' =
      * RESTE A RECOUVRER, 'D' = DECISION) PUIS ORDRE DE LECTURE
      * DES DECISIONS, AVEC LE RESTE OU LA DECISION
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE               PIC X(18).
           05 TR-ORIGINE           PIC X(1).
              88 TR-RESTE               VALUE 'A'.
           05 TR-NUMSEQ            PIC 9(7).
           05 TR-MRAR              PIC S9(12).
           05 TR-DECISION.
              10 TR-CODMVT         PIC X(1).
                 88 TR-ADMISSION        VALUE 'A'.
                 88 TR-ANNULATION       VALUE 'S'.
              10 TR-CLEMVT.
                 15 TR-DAN         PIC 9(4).
                 15 TR-AC3DIR      PIC X(3).
                 15 TR-CCOCOM      PIC X(3).
                 15 TR-DSRPAR      PIC X(1).
                 15 TR-ANUPRO.
                    20 TR-CGROUP   PIC X(1).
                    20 TR-NNUPRO   PIC 9(5).
                 15 TR-CCOBNB      PIC X(1).
              10 TR-CCPPER         PIC X(3).
              10 TR-JDECNV         PIC 9(8).
              10 TR-CMOTNV         PIC X(2).
                 88 TR-MOTIF-CONNU      VALUES 'IN' 'DI' 'DE' 'PC'
                                               'MI' 'PR'.
              10 TR-DSIGNA         PIC X(30).
              10 TR-MANV           PIC S9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CHARGANV 00 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
           88 MV-FIN                 VALUE '10'.
       01  RR-FS                PIC X(2).
           88 RR-OK                  VALUE '00'.
           88 RR-FIN                 VALUE '10'.
       01  JM-FS                PIC X(2).
       01  RP-FS                PIC X(2).
       01  NV-FS                PIC X(2).
           88 NV-OK                  VALUE '00'.
           88 NV-ABSENT              VALUES '23' '35'.
       01  HB-FS                PIC X(2).
           88 HB-OK                  VALUE '00'.
       01  HNB-FS               PIC X(2).
           88 HNB-OK                 VALUE '00'.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  W-DATJOU             PIC 9(8).
       01  W-SW-FINTRI          PIC X(1) VALUE 'N'.
           88 W-FIN-TRI              VALUE 'O'.
       01  W-MOTIF              PIC X(40).
       01  W-AVANT              PIC X(38).
       01  W-APRES              PIC X(38).
       01  W-SW-EXISTE          PIC X(1).
           88 W-DECISION-EXISTE      VALUE 'O'.

      * ETAT DE L'ADMISSION POUR LE JOURNAL AVANT/APRES
       01  W-ETAT.
           05 W-ET-GETANV       PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 W-ET-MANV         PIC -(11)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 W-ET-CMOTNV       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 W-ET-JDECNV       PIC 9(8).
           05 FILLER            PIC X(12) VALUE SPACE.

      * RESTE A RECOUVRER DE L'ARTICLE COURANT
       01  W-ART-CLE            PIC X(18) VALUE HIGH-VALUE.
       01  W-ART-SWRAR          PIC X(1).
           88 W-ART-RAR-CONNU        VALUE 'O'.
       01  W-ART-MRAR           PIC S9(12).

      * ARTICLE LIQUIDE RAPPROCHE DE L'HISTORIQUE
       01  W-CCPPER             PIC X(3).
       01  W-CCOIFP             PIC X(3).
       01  W-TCTDU              PIC S9(12).

       01  W-NBLUS              PIC 9(7) VALUE 0.
       01  W-NBRAR              PIC 9(9) VALUE 0.
       01  W-NBADMIS            PIC 9(7) VALUE 0.
       01  W-NBANNULES          PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.
       01  W-MTADMIS            PIC S9(14) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DES ADMISSIONS EN NON-VALEUR - MOUVEMENTS REJ
      -    'ETES'.
       01  LIGNE-REJET.
           05 LR-CODMVT         PIC X(1).
           05 FILLER            PIC X(1).
           05 LR-CLE            PIC X(18).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           OPEN INPUT MOUVEMENT.
           IF NOT MV-OK
               DISPLAY 'CHARGANV - FICHIER DES DECISIONS ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RETOUR-RAR.
           IF NOT RR-OK
               DISPLAY 'CHARGANV - FICHIER DES RESTES A RECOUVRER '
                       'ABSENT'
               CLOSE MOUVEMENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTOB.
           OPEN INPUT HISTONB.
           OPEN I-O   ADMNV.
      * PREMIER CHARGEMENT : LE CLUSTER N'EXISTE PAS ENCORE
           IF NV-ABSENT
               OPEN OUTPUT ADMNV
               CLOSE ADMNV
               OPEN I-O ADMNV
           END-IF.
           OPEN OUTPUT JOURNAL-MAJ.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

      * RAPPROCHEMENT PAR ARTICLE : LE RESTE A RECOUVRER EN TETE,
      * SUIVI DES DECISIONS DANS LEUR ORDRE D'ARRIVEE
           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE
                                TR-ORIGINE
                                TR-NUMSEQ
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-APPLIQUER
                   THRU 2000-APPLIQUER-EXIT.

           CLOSE MOUVEMENT RETOUR-RAR HISTOB HISTONB ADMNV
                 JOURNAL-MAJ RAPPORT.
           DISPLAY 'CHARGANV - DECISIONS LUES        : ' W-NBLUS.
           DISPLAY 'CHARGANV - RESTES A RECOUVRER    : ' W-NBRAR.
           DISPLAY 'CHARGANV - ADMISSIONS INTEGREES  : ' W-NBADMIS.
           DISPLAY 'CHARGANV - ADMISSIONS ANNULEES   : ' W-NBANNULES.
           DISPLAY 'CHARGANV - DECISIONS REJETEES    : ' W-NBREJETES.
           DISPLAY 'CHARGANV - MONTANT ADMIS         : ' W-MTADMIS.
           IF W-NBREJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-RESTE
               THRU 1100-RELACHER-RESTE-EXIT
               UNTIL RR-FIN.
           PERFORM 1200-RELACHER-DECISION
               THRU 1200-RELACHER-DECISION-EXIT
               UNTIL MV-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-RESTE.
      *---------------------------------------------------------
           READ RETOUR-RAR
               AT END SET RR-FIN TO TRUE
                      GO TO 1100-RELACHER-RESTE-EXIT
           END-READ.
           IF ENR-RETOUR-RAR (1:1) = '*'
               GO TO 1100-RELACHER-RESTE-EXIT
           END-IF.
           ADD 1 TO W-NBRAR.
           INITIALIZE ENR-TRAVAIL.
           MOVE ENR-RETOUR-RAR (1:18) TO TR-CLE.
           MOVE 'A'       TO TR-ORIGINE.
           MOVE RR-MRAR   TO TR-MRAR.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-RESTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-RELACHER-DECISION.
      *---------------------------------------------------------
           READ MOUVEMENT
               AT END SET MV-FIN TO TRUE
                      GO TO 1200-RELACHER-DECISION-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           INITIALIZE ENR-TRAVAIL.
           MOVE ENR-MOUVEMENT TO TR-DECISION.
           MOVE TR-CLEMVT     TO TR-CLE.
           MOVE 'D'           TO TR-ORIGINE.
           MOVE W-NBLUS       TO TR-NUMSEQ.
           RELEASE ENR-TRAVAIL.
       1200-RELACHER-DECISION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-APPLIQUER.
      *---------------------------------------------------------
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
       2000-APPLIQUER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CLE NOT = W-ART-CLE
               MOVE TR-CLE TO W-ART-CLE
               MOVE 'N'    TO W-ART-SWRAR
               MOVE 0      TO W-ART-MRAR
           END-IF.
           IF TR-RESTE
               SET W-ART-RAR-CONNU TO TRUE
               ADD TR-MRAR TO W-ART-MRAR
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.

           MOVE SPACE TO W-MOTIF W-AVANT W-APRES.
           PERFORM 3000-CONTROLER-DECISION
               THRU 3000-CONTROLER-DECISION-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.

      * LECTURE DE L'EXISTANT POUR LE CONTROLE DE PRESENCE ET LE
      * JOURNAL AVANT/APRES
           MOVE 'N' TO W-SW-EXISTE.
           MOVE TR-CLEMVT TO NV-CLE.
           READ ADMNV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET W-DECISION-EXISTE TO TRUE
                   PERFORM 9200-DECRIRE-ETAT
                       THRU 9200-DECRIRE-ETAT-EXIT
                   MOVE W-ETAT TO W-AVANT
           END-READ.
           IF NOT W-DECISION-EXISTE
               INITIALIZE ENR-ADMNV
               MOVE TR-CLEMVT TO NV-CLE
           END-IF.

           EVALUATE TRUE
               WHEN TR-ADMISSION AND NV-ADMIS
                   MOVE 'ARTICLE DEJA ADMIS EN NON-VALEUR'
                       TO W-MOTIF
               WHEN TR-ANNULATION AND NOT NV-ADMIS
                   MOVE 'AUCUNE ADMISSION EN COURS SUR L''ARTICLE'
                       TO W-MOTIF
           END-EVALUATE.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.

           PERFORM 4000-APPLIQUER-DECISION
               THRU 4000-APPLIQUER-DECISION-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.
           IF TR-ADMISSION
               ADD 1       TO W-NBADMIS
               ADD TR-MANV TO W-MTADMIS
           ELSE
               ADD 1       TO W-NBANNULES
           END-IF.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CONTROLER-DECISION.
      *---------------------------------------------------------
           IF NOT TR-ADMISSION AND NOT TR-ANNULATION
               MOVE 'CODE MOUVEMENT INCONNU' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF TR-DAN NOT NUMERIC OR TR-NNUPRO NOT NUMERIC
               MOVE 'CLE D''ARTICLE NON NUMERIQUE' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           PERFORM 3100-LIRE-ARTICLE
               THRU 3100-LIRE-ARTICLE-EXIT.
           IF W-MOTIF NOT = SPACE OR TR-ANNULATION
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF TR-JDECNV NOT NUMERIC OR TR-JDECNV = 0
              OR TR-JDECNV > W-DATJOU
               MOVE 'DATE DE DECISION INVALIDE' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF NOT TR-MOTIF-CONNU
               MOVE 'MOTIF D''ADMISSION INCONNU' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF TR-DSIGNA = SPACE
               MOVE 'SIGNATAIRE DE LA DECISION NON SERVI' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF TR-MANV NOT NUMERIC OR TR-MANV NOT > 0
               MOVE 'MONTANT INVALIDE' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
      * LA DECISION EMANE DE LA TRESORERIE DESTINATAIRE DE
      * L'ARTICLE, QUAND ELLE EST SERVIE SUR LE MOUVEMENT
           IF TR-CCPPER NOT = SPACE AND TR-CCPPER NOT = W-CCPPER
               MOVE 'TRESORERIE NON DESTINATAIRE DE L''ARTICLE'
                   TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.

      * LE MONTANT ADMIS N'EXCEDE NI LA LIQUIDATION NI LE RESTE
      * A RECOUVRER RENVOYE PAR LA COMPTABILITE
           IF TR-MANV > W-TCTDU
               MOVE 'MONTANT SUPERIEUR A LA LIQUIDATION' TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF NOT W-ART-RAR-CONNU
               MOVE 'ARTICLE ABSENT DES RESTES A RECOUVRER'
                   TO W-MOTIF
               GO TO 3000-CONTROLER-DECISION-EXIT
           END-IF.
           IF TR-MANV > W-ART-MRAR
               MOVE 'MONTANT SUPERIEUR AU RESTE A RECOUVRER'
                   TO W-MOTIF
           END-IF.
       3000-CONTROLER-DECISION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-LIRE-ARTICLE.
      *---------------------------------------------------------
      * L'ARTICLE DOIT AVOIR ETE LIQUIDE : SA TRESORERIE ET SON
      * TOTAL DU SONT RELEVES SUR LA LIQUIDATION HISTORISEE
           IF TR-CCOBNB = '2'
               MOVE TR-DAN          TO HB-JANIPT
               MOVE TR-AC3DIR (1:2) TO HB-CCODEP
               MOVE TR-AC3DIR (3:1) TO HB-CCODIR
               MOVE TR-CCOCOM       TO HB-CCOCOM
               MOVE TR-DSRPAR       TO HB-DLETSR
               MOVE TR-ANUPRO       TO HB-ANUPRO
               READ HISTOB
                   INVALID KEY
                       MOVE 'ARTICLE ABSENT DE L''HISTORIQUE'
                           TO W-MOTIF
                       GO TO 3100-LIRE-ARTICLE-EXIT
               END-READ
               MOVE HB-RETOUR    TO RETB-VUE
               MOVE RETB-CCPPER  TO W-CCPPER
               MOVE RETB-CCOIFP  TO W-CCOIFP
               MOVE RETB-TCTDU   TO W-TCTDU
           ELSE
               MOVE TR-DAN          TO HNB-JANIPT
               MOVE TR-AC3DIR (1:2) TO HNB-CCODEP
               MOVE TR-AC3DIR (3:1) TO HNB-CCODIR
               MOVE TR-CCOCOM       TO HNB-CCOCOM
               MOVE TR-DSRPAR       TO HNB-DLETSR
               MOVE TR-ANUPRO       TO HNB-ANUPRO
               READ HISTONB
                   INVALID KEY
                       MOVE 'ARTICLE ABSENT DE L''HISTORIQUE'
                           TO W-MOTIF
                       GO TO 3100-LIRE-ARTICLE-EXIT
               END-READ
               MOVE HNB-RETOUR   TO RETNB-VUE
               MOVE RETNB-CCPPER TO W-CCPPER
               MOVE RETNB-CCOIFP TO W-CCOIFP
               MOVE RETNB-TCTDU  TO W-TCTDU
           END-IF.
       3100-LIRE-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-APPLIQUER-DECISION.
      *---------------------------------------------------------
      * L'ADMISSION RELEVE LA LIQUIDATION ET LE RESTE A RECOUVRER
      * DE L'ARTICLE ; L'ANNULATION CONSERVE LA DECISION ANNULEE
      * POUR LE JOURNAL ET PERMET UNE NOUVELLE ADMISSION
           IF TR-ADMISSION
               MOVE 'A'        TO NV-GETANV
               MOVE W-CCPPER   TO NV-CCPPER
               MOVE W-CCOIFP   TO NV-CCOIFP
               MOVE TR-JDECNV  TO NV-JDECNV
               MOVE TR-CMOTNV  TO NV-CMOTNV
               MOVE TR-DSIGNA  TO NV-DSIGNV
               MOVE TR-MANV    TO NV-MANV
               MOVE W-TCTDU    TO NV-MTCTDU
               MOVE W-ART-MRAR TO NV-MRAR
           ELSE
               MOVE 'S'        TO NV-GETANV
           END-IF.
           MOVE W-DATJOU TO NV-JINTEG.
           IF W-DECISION-EXISTE
               REWRITE ENR-ADMNV
                   INVALID KEY
                       MOVE 'ECHEC DE REECRITURE ADMNV' TO W-MOTIF
               END-REWRITE
           ELSE
               WRITE ENR-ADMNV
                   INVALID KEY
                       MOVE 'ECHEC D''ECRITURE ADMNV' TO W-MOTIF
               END-WRITE
           END-IF.
       4000-APPLIQUER-DECISION-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE TR-CODMVT TO LR-CODMVT.
           MOVE TR-CLEMVT TO LR-CLE.
           MOVE W-MOTIF   TO LR-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-REJET.
           MOVE 'R' TO JM-STATUT.
           PERFORM 9100-ECRIRE-JOURNAL
               THRU 9100-ECRIRE-JOURNAL-EXIT.
       8000-REJETER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-JOURNALISER.
      *---------------------------------------------------------
           PERFORM 9200-DECRIRE-ETAT
               THRU 9200-DECRIRE-ETAT-EXIT.
           MOVE W-ETAT TO W-APRES.
           MOVE 'A' TO JM-STATUT.
           PERFORM 9100-ECRIRE-JOURNAL
               THRU 9100-ECRIRE-JOURNAL-EXIT.
       9000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9100-ECRIRE-JOURNAL.
      *---------------------------------------------------------
           ACCEPT JM-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JM-HEUJOU FROM TIME.
           MOVE TR-CODMVT TO JM-CODMVT.
           MOVE TR-CLEMVT TO JM-CLE.
           MOVE W-AVANT   TO JM-AVANT.
           MOVE W-APRES   TO JM-APRES.
           WRITE ENR-JOURNAL-MAJ.
       9100-ECRIRE-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       9200-DECRIRE-ETAT.
      *---------------------------------------------------------
           MOVE NV-GETANV TO W-ET-GETANV.
           MOVE NV-MANV   TO W-ET-MANV.
           MOVE NV-CMOTNV TO W-ET-CMOTNV.
           MOVE NV-JDECNV TO W-ET-JDECNV.
       9200-DECRIRE-ETAT-EXIT.
           EXIT.
       END PROGRAM CHARGANV.
