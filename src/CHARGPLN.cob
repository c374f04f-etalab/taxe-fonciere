      *********************************************************
      * PROGRAMME CHARGPLN                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEUR CONTROLE DES PLANS DE REGLEMENT ET DES       *
      * REMISES GRACIEUSES DE MAJORATION ACCORDES PAR LES     *
      * TRESORERIES (PLANREG, VUE XPLANREG, INDEXE SUR LA CLE *
      * DE L'ARTICLE), SUR LE MODELE DE CHARGMEN : UN         *
      * MOUVEMENT PAR DECISION (CODE 'P' OCTROI OU            *
      * RENEGOCIATION D'UN PLAN AVEC SON ECHEANCIER, 'C'      *
      * CLOTURE DU PLAN, 'R' REMISE DE MAJORATION). CHAQUE    *
      * MOUVEMENT EST CONTROLE AVANT APPLICATION (ARTICLE     *
      * LIQUIDE DANS HISTOB/HISTONB, DATE ET SIGNATAIRE DE LA *
      * DECISION, ECHEANCES DATEES EN ORDRE CROISSANT ET      *
      * SOLDANT LE PLAN, REMISE AU PLUS EGALE A LA MAJORATION *
      * DE 10 POUR CENT), JOURNALISE AVANT/APRES AVEC         *
      * HORODATAGE, ET LES REJETS SONT EDITES AVEC LEUR       *
      * MOTIF. CHAQUE REMISE APPLIQUEE EST TRANSMISE A HELIOS *
      * (HELREMIS) EN CORRECTION REFERENCEE DE L'ARTICLE POUR *
      * L'ECART AVEC LA REMISE ANTERIEURE.                    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGPLN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTPLN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  JOURNAL-MAJ ASSIGN  TO  JNLPLN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JM-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  HELIOS      ASSIGN  TO  HELREMIS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HE-FS.
           SELECT  PLANREG     ASSIGN  TO  PLANREG
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PL-CLE
                               FILE STATUS PL-FS.
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

       DATA DIVISION.
       FILE SECTION.
      * UN MOUVEMENT = UNE DECISION SUR UN ARTICLE : CODE
      * MOUVEMENT, CLE DE L'ARTICLE, DATE ET SIGNATAIRE DE LA
      * DECISION, MONTANT (MONTANT DU PLAN OU MONTANT TOTAL DE
      * MAJORATION REMIS) ET, POUR UN PLAN, SON ECHEANCIER
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-CODMVT            PIC X(1).
              88 MV-PLAN               VALUE 'P'.
              88 MV-CLOTURE            VALUE 'C'.
              88 MV-REMISE             VALUE 'R'.
           05 MV-CLE.
              10 MV-DAN            PIC 9(4).
              10 MV-AC3DIR         PIC X(3).
              10 MV-CCOCOM         PIC X(3).
              10 MV-DSRPAR         PIC X(1).
              10 MV-ANUPRO.
                 15 MV-CGROUP      PIC X(1).
                 15 MV-NNUPRO      PIC 9(5).
              10 MV-CCOBNB         PIC X(1).
           05 MV-JDECIS            PIC 9(8).
           05 MV-DSIGNA            PIC X(30).
           05 MV-MONTANT           PIC S9(12).
           05 MV-NBECH             PIC 9(2).
           05 MV-TAB-ECH OCCURS 12.
              10 MV-JECHEA         PIC 9(8).
              10 MV-MECHEA         PIC S9(10).

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MOUVEMENT
      * (ETAT DU PLAN, MONTANT DU PLAN, ECHEANCES, REMISE)
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

      * CORRECTIONS REFERENCEES (GEXTOU = 'C') DES REMISES DE
      * MAJORATION, A TRANSMETTRE A HELIOS
       FD  HELIOS.
       01  ENR-HELIOS.
           COPY XHELIO REPLACING 'X' BY HE.

       FD  PLANREG.
       01  ENR-PLANREG.
           COPY XPLANREG REPLACING 'X' BY PL.

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

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CHARGPLN 00 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
           88 MV-FIN                 VALUE '10'.
       01  JM-FS                PIC X(2).
       01  RP-FS                PIC X(2).
       01  HE-FS                PIC X(2).
       01  PL-FS                PIC X(2).
           88 PL-OK                  VALUE '00'.
           88 PL-ABSENT              VALUES '23' '35'.
       01  HB-FS                PIC X(2).
           88 HB-OK                  VALUE '00'.
       01  HNB-FS               PIC X(2).
           88 HNB-OK                 VALUE '00'.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  W-MOTIF              PIC X(40).
       01  W-AVANT              PIC X(38).
       01  W-APRES              PIC X(38).
       01  W-SW-EXISTE          PIC X(1).
           88 W-DECISION-EXISTE      VALUE 'O'.

      * ETAT DE L'ARTICLE POUR LE JOURNAL AVANT/APRES
       01  W-ETAT.
           05 W-ET-GETPLN       PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 W-ET-MTPLAN       PIC -(11)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 W-ET-NBECH        PIC 9(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 W-ET-MREMIS       PIC -(9)9.
           05 FILLER            PIC X(9) VALUE SPACE.

      * ARTICLE LIQUIDE RAPPROCHE DE L'HISTORIQUE
       01  W-CCPPER             PIC X(3).
       01  W-CCOIFP             PIC X(3).
       01  W-TCTDU              PIC S9(12).
       01  W-MAJOMAX            PIC S9(12).

      * CONTROLE DE L'ECHEANCIER ET ECART DE REMISE
       01  IXE                  PIC 9(2) COMP.
       01  W-JECHPREC           PIC 9(8).
       01  W-TOTECH             PIC S9(12).
       01  W-ECART              PIC S9(12).

       01  W-NBLUS              PIC 9(7) VALUE 0.
       01  W-NBAPPLIQUES        PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.
       01  W-NBCORREC           PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DES PLANS DE REGLEMENT ET REMISES DE MAJORATI
      -    'ON - MOUVEMENTS REJETES'.
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
           OPEN INPUT MOUVEMENT.
           OPEN INPUT HISTOB.
           OPEN INPUT HISTONB.
           OPEN I-O   PLANREG.
      * PREMIER CHARGEMENT : LE CLUSTER N'EXISTE PAS ENCORE
           IF PL-ABSENT
               OPEN OUTPUT PLANREG
               CLOSE PLANREG
               OPEN I-O PLANREG
           END-IF.
           OPEN OUTPUT JOURNAL-MAJ.
           OPEN OUTPUT HELIOS.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-TRAITER-MOUVEMENT
               THRU 1000-TRAITER-MOUVEMENT-EXIT
               UNTIL MV-FIN.

           CLOSE MOUVEMENT HISTOB HISTONB PLANREG JOURNAL-MAJ
                 HELIOS RAPPORT.
           DISPLAY 'CHARGPLN - MOUVEMENTS LUS       : ' W-NBLUS.
           DISPLAY 'CHARGPLN - MOUVEMENTS APPLIQUES : ' W-NBAPPLIQUES.
           DISPLAY 'CHARGPLN - MOUVEMENTS REJETES   : ' W-NBREJETES.
           DISPLAY 'CHARGPLN - CORRECTIONS HELIOS   : ' W-NBCORREC.
           IF W-NBREJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-MOUVEMENT.
      *---------------------------------------------------------
           READ MOUVEMENT
               AT END SET MV-FIN TO TRUE
                      GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           MOVE SPACE TO W-MOTIF W-AVANT W-APRES.

           PERFORM 2000-CONTROLER-MOUVEMENT
               THRU 2000-CONTROLER-MOUVEMENT-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

      * LECTURE DE L'EXISTANT POUR LE CONTROLE DE PRESENCE ET LE
      * JOURNAL AVANT/APRES
           MOVE 'N' TO W-SW-EXISTE.
           MOVE MV-CLE TO PL-CLE.
           READ PLANREG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET W-DECISION-EXISTE TO TRUE
                   PERFORM 9200-DECRIRE-ETAT
                       THRU 9200-DECRIRE-ETAT-EXIT
                   MOVE W-ETAT TO W-AVANT
           END-READ.
           IF NOT W-DECISION-EXISTE
               INITIALIZE ENR-PLANREG
               MOVE MV-CLE   TO PL-CLE
               MOVE W-CCPPER TO PL-CCPPER
               MOVE W-CCOIFP TO PL-CCOIFP
           END-IF.

           EVALUATE TRUE
               WHEN MV-CLOTURE AND NOT PL-PLAN-ACTIF
                   MOVE 'AUCUN PLAN EN COURS SUR L''ARTICLE'
                       TO W-MOTIF
               WHEN MV-REMISE AND MV-MONTANT = PL-MREMIS
                   MOVE 'REMISE DEJA ENREGISTREE POUR CE MONTANT'
                       TO W-MOTIF
           END-EVALUATE.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

           PERFORM 3000-APPLIQUER-MOUVEMENT
               THRU 3000-APPLIQUER-MOUVEMENT-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.
           ADD 1 TO W-NBAPPLIQUES.
           IF MV-REMISE
               PERFORM 4000-EXPORTER-REMISE
                   THRU 4000-EXPORTER-REMISE-EXIT
           END-IF.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       1000-TRAITER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-MOUVEMENT.
      *---------------------------------------------------------
           IF NOT MV-PLAN AND NOT MV-CLOTURE AND NOT MV-REMISE
               MOVE 'CODE MOUVEMENT INCONNU' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-DAN NOT NUMERIC OR MV-NNUPRO NOT NUMERIC
               MOVE 'CLE D''ARTICLE NON NUMERIQUE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           PERFORM 2100-LIRE-ARTICLE
               THRU 2100-LIRE-ARTICLE-EXIT.
           IF W-MOTIF NOT = SPACE OR MV-CLOTURE
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-JDECIS NOT NUMERIC OR MV-JDECIS = 0
               MOVE 'DATE DE DECISION INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-DSIGNA = SPACE
               MOVE 'SIGNATAIRE DE LA DECISION NON SERVI' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-MONTANT NOT NUMERIC OR MV-MONTANT < 0
              OR (MV-PLAN AND MV-MONTANT = 0)
               MOVE 'MONTANT INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.

      * REMISE : AU PLUS LA MAJORATION DE 10 POUR CENT DU TOTAL DU
           IF MV-REMISE
               COMPUTE W-MAJOMAX ROUNDED = W-TCTDU * 10 / 100
               IF MV-MONTANT > W-MAJOMAX
                   MOVE 'REMISE SUPERIEURE A LA MAJORATION'
                       TO W-MOTIF
               END-IF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.

      * PLAN : 1 A 12 ECHEANCES DATEES EN ORDRE CROISSANT, DE
      * MONTANT POSITIF, SOLDANT LE MONTANT DU PLAN
           IF MV-NBECH NOT NUMERIC OR MV-NBECH = 0
              OR MV-NBECH > 12
               MOVE 'NOMBRE D''ECHEANCES INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           MOVE 0 TO W-JECHPREC W-TOTECH.
           PERFORM 2200-CONTROLER-ECHEANCE
               THRU 2200-CONTROLER-ECHEANCE-EXIT
               VARYING IXE FROM 1 BY 1
               UNTIL IXE > MV-NBECH OR W-MOTIF NOT = SPACE.
           IF W-MOTIF = SPACE AND W-TOTECH NOT = MV-MONTANT
               MOVE 'ECHEANCES NE SOLDANT PAS LE PLAN' TO W-MOTIF
           END-IF.
       2000-CONTROLER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-ARTICLE.
      *---------------------------------------------------------
      * L'ARTICLE DOIT AVOIR ETE LIQUIDE : SA TRESORERIE ET SON
      * TOTAL DU SONT RELEVES SUR LA LIQUIDATION HISTORISEE
           IF MV-CCOBNB = '2'
               MOVE MV-DAN          TO HB-JANIPT
               MOVE MV-AC3DIR (1:2) TO HB-CCODEP
               MOVE MV-AC3DIR (3:1) TO HB-CCODIR
               MOVE MV-CCOCOM       TO HB-CCOCOM
               MOVE MV-DSRPAR       TO HB-DLETSR
               MOVE MV-ANUPRO       TO HB-ANUPRO
               READ HISTOB
                   INVALID KEY
                       MOVE 'ARTICLE ABSENT DE L''HISTORIQUE'
                           TO W-MOTIF
                       GO TO 2100-LIRE-ARTICLE-EXIT
               END-READ
               MOVE HB-RETOUR    TO RETB-VUE
               MOVE RETB-CCPPER  TO W-CCPPER
               MOVE RETB-CCOIFP  TO W-CCOIFP
               MOVE RETB-TCTDU   TO W-TCTDU
           ELSE
               MOVE MV-DAN          TO HNB-JANIPT
               MOVE MV-AC3DIR (1:2) TO HNB-CCODEP
               MOVE MV-AC3DIR (3:1) TO HNB-CCODIR
               MOVE MV-CCOCOM       TO HNB-CCOCOM
               MOVE MV-DSRPAR       TO HNB-DLETSR
               MOVE MV-ANUPRO       TO HNB-ANUPRO
               READ HISTONB
                   INVALID KEY
                       MOVE 'ARTICLE ABSENT DE L''HISTORIQUE'
                           TO W-MOTIF
                       GO TO 2100-LIRE-ARTICLE-EXIT
               END-READ
               MOVE HNB-RETOUR   TO RETNB-VUE
               MOVE RETNB-CCPPER TO W-CCPPER
               MOVE RETNB-CCOIFP TO W-CCOIFP
               MOVE RETNB-TCTDU  TO W-TCTDU
           END-IF.
       2100-LIRE-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-ECHEANCE.
      *---------------------------------------------------------
           IF MV-JECHEA (IXE) NOT NUMERIC
              OR MV-JECHEA (IXE) NOT > W-JECHPREC
               MOVE 'DATES D''ECHEANCE INVALIDES' TO W-MOTIF
               GO TO 2200-CONTROLER-ECHEANCE-EXIT
           END-IF.
           IF MV-MECHEA (IXE) NOT NUMERIC
              OR MV-MECHEA (IXE) NOT > 0
               MOVE 'MONTANT D''ECHEANCE INVALIDE' TO W-MOTIF
               GO TO 2200-CONTROLER-ECHEANCE-EXIT
           END-IF.
           MOVE MV-JECHEA (IXE) TO W-JECHPREC.
           ADD MV-MECHEA (IXE) TO W-TOTECH.
       2200-CONTROLER-ECHEANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-APPLIQUER-MOUVEMENT.
      *---------------------------------------------------------
      * UN PLAN RENEGOCIE REMPLACE LE PRECEDENT ; UNE REMISE
      * PORTE LE MONTANT TOTAL REMIS, L'ECART AVEC LA REMISE
      * ANTERIEURE ETANT SEUL TRANSMIS A HELIOS
           EVALUATE TRUE
               WHEN MV-PLAN
                   MOVE 'A'        TO PL-GETPLN
                   MOVE MV-JDECIS  TO PL-JDECPL
                   MOVE MV-DSIGNA  TO PL-DSIGPL
                   MOVE MV-MONTANT TO PL-MTPLAN
                   MOVE MV-NBECH   TO PL-NBECH
                   PERFORM 3100-COPIER-ECHEANCE
                       THRU 3100-COPIER-ECHEANCE-EXIT
                       VARYING IXE FROM 1 BY 1 UNTIL IXE > 12
               WHEN MV-CLOTURE
                   MOVE 'C'        TO PL-GETPLN
               WHEN MV-REMISE
                   COMPUTE W-ECART = MV-MONTANT - PL-MREMIS
                   MOVE MV-MONTANT TO PL-MREMIS
                   MOVE MV-JDECIS  TO PL-JDECRM
                   MOVE MV-DSIGNA  TO PL-DSIGRM
           END-EVALUATE.
           IF W-DECISION-EXISTE
               REWRITE ENR-PLANREG
                   INVALID KEY
                       MOVE 'ECHEC DE REECRITURE PLANREG' TO W-MOTIF
               END-REWRITE
           ELSE
               WRITE ENR-PLANREG
                   INVALID KEY
                       MOVE 'ECHEC D''ECRITURE PLANREG' TO W-MOTIF
               END-WRITE
           END-IF.
       3000-APPLIQUER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-COPIER-ECHEANCE.
      *---------------------------------------------------------
           IF IXE > MV-NBECH
               MOVE 0 TO PL-JECHEA (IXE) PL-MECHEA (IXE)
           ELSE
               MOVE MV-JECHEA (IXE) TO PL-JECHEA (IXE)
               MOVE MV-MECHEA (IXE) TO PL-MECHEA (IXE)
           END-IF.
       3100-COPIER-ECHEANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EXPORTER-REMISE.
      *---------------------------------------------------------
      * CORRECTION REFERENCEE DE L'ARTICLE PORTANT LA REMISE DE
      * MAJORATION (MONTANT NEGATIF), SANS EFFET SUR LES
      * COTISATIONS DES COLLECTIVITES
           INITIALIZE ENR-HELIOS.
           MOVE MV-DAN       TO HE-DAN.
           MOVE MV-AC3DIR    TO HE-AC3DIR.
           MOVE MV-CCOCOM    TO HE-CCOCOM.
           MOVE MV-DSRPAR    TO HE-DSRPAR.
           MOVE MV-ANUPRO    TO HE-ANUPRO.
           MOVE MV-CCOBNB    TO HE-CCOBNB.
           MOVE PL-CCOIFP    TO HE-CCOIFP.
           MOVE PL-CCPPER    TO HE-CCPPER.
           COMPUTE HE-MREMAJ = 0 - W-ECART.
           MOVE 'C'          TO HE-GEXTOU.
           WRITE ENR-HELIOS.
           ADD 1 TO W-NBCORREC.
       4000-EXPORTER-REMISE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE MV-CODMVT TO LR-CODMVT.
           MOVE MV-CLE    TO LR-CLE.
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
           MOVE MV-CODMVT TO JM-CODMVT.
           MOVE MV-CLE    TO JM-CLE.
           MOVE W-AVANT   TO JM-AVANT.
           MOVE W-APRES   TO JM-APRES.
           WRITE ENR-JOURNAL-MAJ.
       9100-ECRIRE-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       9200-DECRIRE-ETAT.
      *---------------------------------------------------------
           MOVE PL-GETPLN TO W-ET-GETPLN.
           MOVE PL-MTPLAN TO W-ET-MTPLAN.
           MOVE PL-NBECH  TO W-ET-NBECH.
           MOVE PL-MREMIS TO W-ET-MREMIS.
       9200-DECRIRE-ETAT-EXIT.
           EXIT.
       END PROGRAM CHARGPLN.
