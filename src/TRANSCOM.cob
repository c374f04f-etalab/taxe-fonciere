      *********************************************************
      * PROGRAMME TRANSCOM                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * TRANSFERT D'UNE COMMUNE D'UNE DIRECTION A UNE AUTRE   *
      * (UNE COMMUNE PAR ENREGISTREMENT DE DEMANDE : DIRECTION*
      * CEDANTE, COMMUNE, DIRECTION PRENANTE) :               *
      *  - LES ARTICLES 'C' ET 'R' DE LA COMMUNE SONT RECLES  *
      *    AU TAUDIS SOUS LA DIRECTION PRENANTE (COLLECTE     *
      *    PUIS DEPLACEMENT, COMME FUSICOM) ;                 *
      *  - LE NOMBRE DE COMMUNES NBCOM1 EST DIMINUE SUR       *
      *    L'ARTICLE 'D' CEDANT ET AUGMENTE SUR L'ARTICLE 'D' *
      *    PRENANT ;                                          *
      *  - LES HISTORIQUES DE LIQUIDATION HISTOB/HISTONB, LES *
      *    ARCHIVES DECENNALES RETENB/RETENNB ET LE TAUDIS    *
      *    HISTORISE TAUHIST DE LA COMMUNE SONT RECLES SOUS   *
      *    LA DIRECTION PRENANTE, MILLESIME PAR MILLESIME,    *
      *    POUR QUE DOSSART ET CONSPRO RETROUVENT LES DIX ANS *
      *    D'HISTORIQUE SOUS LA NOUVELLE CLE. UN              *
      *    ENREGISTREMENT DEJA PRESENT SOUS LA CLE PRENANTE   *
      *    N'EST PAS ECRASE : IL RESTE SOUS LA DIRECTION      *
      *    CEDANTE ET EST DENOMBRE SUR LES ETATS.             *
      * LE REFERENTIEL REFPRO, CLE PAR COMPTE PROPRIETAIRE    *
      * SEUL, N'EST PAS CONCERNE.                             *
      * LA DEMANDE EST CONTROLEE AVANT TOUTE MISE A JOUR      *
      * (DEUX ARTICLES DIRECTION PRESENTS, COMMUNE PRESENTE   *
      * SOUS LA CEDANTE ET ABSENTE SOUS LA PRENANTE). UN ETAT *
      * DE TRANSFERT EST EDITE POUR CHACUNE DES DEUX          *
      * DIRECTIONS (ETATCED, ETATPRE), AVEC LES POINTS A      *
      * REVOIR (RATTACHEMENT EPCI, SERVICE GESTIONNAIRE). LES *
      * MODIFICATIONS DU TAUDIS SONT JOURNALISEES AVANT/APRES *
      * AVEC HORODATAGE, COMME FUSICOM.                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  DEMANDE     ASSIGN  TO  TRFCOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS TD-FS.
           SELECT  JOURNAL-TRF ASSIGN  TO  JNLTRF
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JT-FS.
           SELECT  ETATCED     ASSIGN  TO  ETATCED
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  ETATPRE     ASSIGN  TO  ETATPRE
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EP-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
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
           SELECT  RETENB      ASSIGN  TO  RETENB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  RETENNB     ASSIGN  TO  RETENNB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  TAUHIST     ASSIGN  TO  TAUHIST
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TH-CLE
                               FILE STATUS TH-FS.

       DATA DIVISION.
       FILE SECTION.
      * DEMANDE DE TRANSFERT : UNE COMMUNE PAR ENREGISTREMENT
       FD  DEMANDE.
       01  ENR-DEMANDE.
           05 TD-DIRANC            PIC X(3).
           05 TD-COM               PIC X(3).
           05 TD-DIRNOUV           PIC X(3).

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MODIFICATION
       FD  JOURNAL-TRF.
       01  ENR-JOURNAL-TRF.
           05 JT-DATJOU            PIC 9(8).
           05 JT-HEUJOU            PIC 9(8).
           05 JT-DIR               PIC X(3).
           05 JT-COM               PIC X(3).
           05 JT-ZONE              PIC X(8).
           05 JT-AVANT             PIC X(20).
           05 JT-APRES             PIC X(20).
           05 JT-STATUT            PIC X(1).

      * ETAT DE TRANSFERT DE LA DIRECTION CEDANTE
       FD  ETATCED.
       01  ENR-ETATCED             PIC X(132).

      * ETAT DE TRANSFERT DE LA DIRECTION PRENANTE
       FD  ETATPRE.
       01  ENR-ETATPRE             PIC X(132).

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

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

       FD  RETENB.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  RETENNB.
       01  ENR-RETENNB.
           02 RNB-CLETOT.
              10 RNB-JANIPT            PIC 9(4).
              10 RNB-ACODIR.
                 15 RNB-CCODEP         PIC X(2).
                 15 RNB-CCODIR         PIC X(1).
              10 RNB-CCOCOM            PIC X(3).
              10 RNB-DLETSR            PIC X(1).
              10 RNB-ANUPRO.
                 15 RNB-CGROUP         PIC X(1).
                 15 RNB-DNUMCP         PIC 9(5).
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

       FD  TAUHIST.
       01  ENR-TAUHIST.
           02 TH-CLE.
              05 TH-JAN       PIC 9(4).
              05 TH-DIR       PIC X(3).
              05 TH-COM       PIC X(3).
              05 TH-CCOIFP    PIC X(3).
              05 TH-CCPPER    PIC X(3).
           02 TH-SUITE        PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'TRANSCOM 00 DU 15/10/26'.

       01  TD-FS                PIC X(2).
           88 TD-OK                  VALUE '00'.
           88 TD-FIN                 VALUE '10'.
       01  JT-FS                PIC X(2).
       01  EC-FS                PIC X(2).
       01  EP-FS                PIC X(2).
       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.
       01  HB-FS                PIC X(2).
       01  HNB-FS               PIC X(2).
       01  RB-FS                PIC X(2).
       01  RNB-FS               PIC X(2).
       01  TH-FS                PIC X(2).

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.

      * COLLECTE DES CLES DES ARTICLES 'C' ET 'R' DE LA COMMUNE A
      * DEPLACER (ON NE SUPPRIME PAS PENDANT LE PARCOURS)
       01  W-MAXART             PIC 9(3) COMP VALUE 200.
       01  W-NBART              PIC 9(3) COMP VALUE 0.
       01  TABLE-ART.
           05 ART-ENTREE OCCURS 200.
              10 ART-CLE        PIC X(12).
       01  IXA                  PIC 9(3) COMP.
       01  W-SW-FINSCAN         PIC X(1).
           88 W-FIN-SCAN             VALUE 'O'.
       01  W-ART-TAMPON         PIC X(3000).

      * MILLESIMES RECLES : LES DIX ANS D'HISTORIQUE CONSULTES
      * PAR DOSSART, PLUS LA CAMPAGNE EN COURS
       01  W-DATJOU             PIC 9(8).
       01  W-ANNEE-COURANTE     PIC 9(4).
       01  W-ANNEE-DEBUT        PIC 9(4).
       01  W-ANNEE-FIN          PIC 9(4).
       01  W-ANNEE              PIC 9(4).

      * DERNIERE CLE D'HISTORIQUE TRAITEE (ANNEE, DIRECTION,
      * COMMUNE, SUITE DE CLE PROPRE A CHAQUE FICHIER) : LA
      * LECTURE REPART DE LA CLE SUIVANTE, CE QUI SAUTE LES
      * ENREGISTREMENTS LAISSES EN PLACE
       01  W-CLE-HIST.
           05 W-CH-JAN          PIC 9(4).
           05 W-CH-DIR          PIC X(3).
           05 W-CH-COM          PIC X(3).
           05 W-CH-SUITE        PIC X(7).

      * COMPTEURS DU TRANSFERT EN COURS
       01  W-NBTAUD             PIC 9(5) COMP.
       01  W-NBHB               PIC 9(7) COMP.
       01  W-NBHNB              PIC 9(7) COMP.
       01  W-NBRB               PIC 9(7) COMP.
       01  W-NBRNB              PIC 9(7) COMP.
       01  W-NBTH               PIC 9(7) COMP.
       01  W-NBDOUB             PIC 9(7) COMP.
       01  W-NBCOM-CED-AVANT    PIC 9(3).
       01  W-NBCOM-CED-APRES    PIC 9(3).
       01  W-NBCOM-PRE-AVANT    PIC 9(3).
       01  W-NBCOM-PRE-APRES    PIC 9(3).

      * COMPTEURS DU PASSAGE
       01  W-NBTRF              PIC 9(5) COMP VALUE 0.
       01  W-NBREJETS           PIC 9(5) COMP VALUE 0.

       01  W-MOTIF              PIC X(40).
       01  W-JNL-DIR            PIC X(3).
       01  W-ZAVANT             PIC X(20) VALUE SPACE.
       01  W-ZAPRES             PIC X(20) VALUE SPACE.
       01  W-ZONE               PIC X(8).

       01  LIGNE-ENTETE-CED     PIC X(132) VALUE
           'ETAT DE TRANSFERT DE COMMUNES - DIRECTION CEDANTE'.
       01  LIGNE-ENTETE-PRE     PIC X(132) VALUE
           'ETAT DE TRANSFERT DE COMMUNES - DIRECTION PRENANTE'.
       01  LIGNE-BLANCHE        PIC X(132) VALUE SPACE.
       01  LIGNE-COMMUNE.
           05 FILLER            PIC X(10) VALUE 'DIRECTION '.
           05 LC-DIR            PIC X(3).
           05 FILLER            PIC X(10) VALUE ' COMMUNE  '.
           05 LC-COM            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LC-DLICOM         PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LC-SENS           PIC X(22).
           05 LC-DIRAUTRE       PIC X(3).
       01  LIGNE-COMPTE.
           05 FILLER            PIC X(2)  VALUE SPACE.
           05 LN-LIB            PIC X(44).
           05 LN-NB             PIC Z(6)9.
       01  LIGNE-NBCOM.
           05 FILLER            PIC X(2)  VALUE SPACE.
           05 FILLER            PIC X(44) VALUE
              'NOMBRE DE COMMUNES DE LA DIRECTION (NBCOM1)'.
           05 LB-AVANT          PIC ZZ9.
           05 FILLER            PIC X(4)  VALUE ' -> '.
           05 LB-APRES          PIC ZZ9.
       01  LIGNE-REVOIR.
           05 FILLER            PIC X(2)  VALUE SPACE.
           05 FILLER            PIC X(11) VALUE 'A REVOIR : '.
           05 LV-LIB            PIC X(40).
           05 LV-VALEUR         PIC X(4).
       01  LIGNE-REJET.
           05 FILLER            PIC X(2)  VALUE SPACE.
           05 FILLER            PIC X(19) VALUE 'TRANSFERT REJETE : '.
           05 LR-MOTIF          PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT DEMANDE.
           OPEN I-O   TAUDIS HISTOB HISTONB RETENB RETENNB TAUHIST.
           OPEN OUTPUT JOURNAL-TRF ETATCED ETATPRE.
           WRITE ENR-ETATCED FROM LIGNE-ENTETE-CED.
           WRITE ENR-ETATPRE FROM LIGNE-ENTETE-PRE.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DATJOU (1:4) TO W-ANNEE-COURANTE.
           COMPUTE W-ANNEE-DEBUT = W-ANNEE-COURANTE - 10.
           COMPUTE W-ANNEE-FIN   = W-ANNEE-COURANTE + 1.

           PERFORM 1000-TRAITER-DEMANDE
               THRU 1000-TRAITER-DEMANDE-EXIT
               UNTIL TD-FIN.

           CLOSE DEMANDE TAUDIS HISTOB HISTONB RETENB RETENNB
                 TAUHIST JOURNAL-TRF ETATCED ETATPRE.
           DISPLAY 'TRANSCOM - COMMUNES TRANSFEREES : ' W-NBTRF.
           DISPLAY 'TRANSCOM - REJETS               : ' W-NBREJETS.
           IF W-NBREJETS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-DEMANDE.
      *---------------------------------------------------------
           READ DEMANDE
               AT END SET TD-FIN TO TRUE
                      GO TO 1000-TRAITER-DEMANDE-EXIT
           END-READ.
           MOVE SPACE TO W-MOTIF.
           MOVE 0 TO W-NBTAUD W-NBHB W-NBHNB W-NBRB W-NBRNB
                     W-NBTH W-NBDOUB.

           PERFORM 2000-CONTROLER-DEMANDE
               THRU 2000-CONTROLER-DEMANDE-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-DEMANDE-EXIT
           END-IF.

           PERFORM 3000-TRANSFERER-TAUDIS
               THRU 3000-TRANSFERER-TAUDIS-EXIT.
           PERFORM 4000-ACTUALISER-DIRECTIONS
               THRU 4000-ACTUALISER-DIRECTIONS-EXIT.
           PERFORM 5000-RECLER-UN-MILLESIME
               THRU 5000-RECLER-UN-MILLESIME-EXIT
               VARYING W-ANNEE FROM W-ANNEE-DEBUT BY 1
               UNTIL W-ANNEE > W-ANNEE-FIN.
           PERFORM 5900-JOURNALISER-HISTORIQUES
               THRU 5900-JOURNALISER-HISTORIQUES-EXIT.
           ADD 1 TO W-NBTRF.

           PERFORM 6000-EDITER-ETATS
               THRU 6000-EDITER-ETATS-EXIT.
       1000-TRAITER-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-DEMANDE.
      *---------------------------------------------------------
           IF TD-DIRANC = SPACE OR TD-DIRNOUV = SPACE
              OR TD-COM = SPACE
               MOVE 'DEMANDE INCOMPLETE' TO W-MOTIF
               GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-IF.
           IF TD-DIRANC = TD-DIRNOUV
               MOVE 'DIRECTIONS CEDANTE ET PRENANTE IDENTIQUES'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-IF.

      * LES DEUX ARTICLES DIRECTION DOIVENT EXISTER
           MOVE TD-DIRANC TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY
                   MOVE 'ARTICLE DIRECTION CEDANTE INTROUVABLE'
                       TO W-MOTIF
                   GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-READ.
           IF T-D-DLETAR NOT = 'D'
               MOVE 'ARTICLE DIRECTION CEDANTE SANS LETTRE D'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-IF.
           MOVE TD-DIRNOUV TO T-DIR.
           MOVE LOW-VALUE  TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY
                   MOVE 'ARTICLE DIRECTION PRENANTE INTROUVABLE'
                       TO W-MOTIF
                   GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-READ.
           IF T-D-DLETAR NOT = 'D'
               MOVE 'ARTICLE DIRECTION PRENANTE SANS LETTRE D'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-IF.

      * LA COMMUNE NE DOIT PAS DEJA FIGURER SOUS LA PRENANTE
           MOVE TD-DIRNOUV TO T-DIR.
           MOVE TD-COM     TO T-COM.
           MOVE LOW-VALUE  TO T-CCOIFP T-CCPPER.
           READ TAUDIS
               INVALID KEY CONTINUE
           END-READ.
           IF TAUDIS-OK
               MOVE 'COMMUNE DEJA PRESENTE SOUS LA PRENANTE'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-IF.

      * ARTICLE COMMUNE SOUS LA DIRECTION CEDANTE
           MOVE TD-DIRANC TO T-DIR.
           MOVE TD-COM    TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-COM
               INVALID KEY
                   MOVE 'ARTICLE COMMUNE INTROUVABLE' TO W-MOTIF
                   GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-READ.
           IF T-C-DLETAR NOT = 'C'
               MOVE 'ARTICLE COMMUNE SANS LETTRE C' TO W-MOTIF
               GO TO 2000-CONTROLER-DEMANDE-EXIT
           END-IF.

      * COLLECTE DES ARTICLES A DEPLACER : UNE COMMUNE QUI EN
      * PORTE PLUS QUE LA TABLE N'EST PAS TRANSFEREE EN PARTIE
           MOVE 0 TO W-NBART.
           MOVE 'N' TO W-SW-FINSCAN.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
           PERFORM 2100-COLLECTER-UN-ARTICLE
               THRU 2100-COLLECTER-UN-ARTICLE-EXIT
               UNTIL W-FIN-SCAN OR W-MOTIF NOT = SPACE.
       2000-CONTROLER-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-COLLECTER-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 2100-COLLECTER-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR NOT = TD-DIRANC OR T-COM NOT = TD-COM
               SET W-FIN-SCAN TO TRUE
               GO TO 2100-COLLECTER-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) NOT = 'C'
              AND TAUDIS-SUITE (2:1) NOT = 'R'
               GO TO 2100-COLLECTER-UN-ARTICLE-EXIT
           END-IF.
           IF W-NBART >= W-MAXART
               MOVE 'PLUS DE 200 ARTICLES POUR LA COMMUNE'
                   TO W-MOTIF
               GO TO 2100-COLLECTER-UN-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBART.
           MOVE TAUDIS-CLE TO ART-CLE (W-NBART).
       2100-COLLECTER-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-TRANSFERER-TAUDIS.
      *---------------------------------------------------------
           PERFORM 3100-DEPLACER-UN-ARTICLE
               THRU 3100-DEPLACER-UN-ARTICLE-EXIT
               VARYING IXA FROM 1 BY 1
               UNTIL IXA > W-NBART.
       3000-TRANSFERER-TAUDIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-DEPLACER-UN-ARTICLE.
      *---------------------------------------------------------
           MOVE ART-CLE (IXA) TO TAUDIS-CLE.
           READ TAUDIS
               INVALID KEY GO TO 3100-DEPLACER-UN-ARTICLE-EXIT
           END-READ.
           MOVE ENR-TAUDIS TO W-ART-TAMPON.
           DELETE TAUDIS
               INVALID KEY GO TO 3100-DEPLACER-UN-ARTICLE-EXIT
           END-DELETE.
           MOVE W-ART-TAMPON TO ENR-TAUDIS.
           MOVE TD-DIRNOUV   TO T-DIR.
           WRITE ENR-TAUDIS
               INVALID KEY
      * CLE DEJA OCCUPEE SOUS LA PRENANTE : L'ARTICLE EST REMIS
      * EN PLACE SOUS LA CEDANTE ET COMPTE EN DOUBLON
                   MOVE W-ART-TAMPON TO ENR-TAUDIS
                   WRITE ENR-TAUDIS
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO W-NBDOUB
                   GO TO 3100-DEPLACER-UN-ARTICLE-EXIT
           END-WRITE.
           ADD 1 TO W-NBTAUD.
           MOVE TD-DIRNOUV TO W-JNL-DIR.
           MOVE 'TRANSFR ' TO W-ZONE.
           MOVE SPACE TO W-ZAVANT W-ZAPRES.
           STRING TD-DIRANC T-COM T-CCOIFP T-CCPPER
               DELIMITED BY SIZE INTO W-ZAVANT.
           STRING TD-DIRNOUV T-COM T-CCOIFP T-CCPPER
               DELIMITED BY SIZE INTO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       3100-DEPLACER-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-ACTUALISER-DIRECTIONS.
      *---------------------------------------------------------
      * NOMBRE DE COMMUNES : UNE DE MOINS SUR LA CEDANTE
           MOVE TD-DIRANC TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY GO TO 4000-ACTUALISER-DIRECTIONS-EXIT
           END-READ.
           IF T-D-NBCOM1 NOT NUMERIC
               MOVE 0 TO T-D-NBCOM1
           END-IF.
           MOVE T-D-NBCOM1 TO W-NBCOM-CED-AVANT.
           IF T-D-NBCOM1 > 0
               SUBTRACT 1 FROM T-D-NBCOM1
           END-IF.
           MOVE T-D-NBCOM1 TO W-NBCOM-CED-APRES.
           MOVE TAUDIS-DIR TO ENR-TAUDIS.
           REWRITE ENR-TAUDIS
               INVALID KEY GO TO 4000-ACTUALISER-DIRECTIONS-EXIT
           END-REWRITE.
           MOVE TD-DIRANC  TO W-JNL-DIR.
           MOVE 'NBCOM1  ' TO W-ZONE.
           MOVE W-NBCOM-CED-AVANT TO W-ZAVANT (1:3).
           MOVE W-NBCOM-CED-APRES TO W-ZAPRES (1:3).
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.

      * UNE DE PLUS SUR LA PRENANTE
           MOVE TD-DIRNOUV TO T-DIR.
           MOVE LOW-VALUE  TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY GO TO 4000-ACTUALISER-DIRECTIONS-EXIT
           END-READ.
           IF T-D-NBCOM1 NOT NUMERIC
               MOVE 0 TO T-D-NBCOM1
           END-IF.
           MOVE T-D-NBCOM1 TO W-NBCOM-PRE-AVANT.
           ADD 1 TO T-D-NBCOM1.
           MOVE T-D-NBCOM1 TO W-NBCOM-PRE-APRES.
           MOVE TAUDIS-DIR TO ENR-TAUDIS.
           REWRITE ENR-TAUDIS
               INVALID KEY GO TO 4000-ACTUALISER-DIRECTIONS-EXIT
           END-REWRITE.
           MOVE TD-DIRNOUV TO W-JNL-DIR.
           MOVE 'NBCOM1  ' TO W-ZONE.
           MOVE W-NBCOM-PRE-AVANT TO W-ZAVANT (1:3).
           MOVE W-NBCOM-PRE-APRES TO W-ZAPRES (1:3).
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       4000-ACTUALISER-DIRECTIONS-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-RECLER-UN-MILLESIME.
      *---------------------------------------------------------
      * POUR CHAQUE FICHIER, LA LECTURE PART DE LA CLE ANNEE +
      * DIRECTION CEDANTE + COMMUNE, SUITE A LOW-VALUE
           MOVE W-ANNEE   TO W-CH-JAN.
           MOVE TD-DIRANC TO W-CH-DIR.
           MOVE TD-COM    TO W-CH-COM.

           MOVE LOW-VALUE TO W-CH-SUITE.
           MOVE 'N' TO W-SW-FINSCAN.
           PERFORM 5100-RECLER-UN-HISTOB
               THRU 5100-RECLER-UN-HISTOB-EXIT
               UNTIL W-FIN-SCAN.

           MOVE LOW-VALUE TO W-CH-SUITE.
           MOVE 'N' TO W-SW-FINSCAN.
           PERFORM 5200-RECLER-UN-HISTONB
               THRU 5200-RECLER-UN-HISTONB-EXIT
               UNTIL W-FIN-SCAN.

           MOVE LOW-VALUE TO W-CH-SUITE.
           MOVE 'N' TO W-SW-FINSCAN.
           PERFORM 5300-RECLER-UN-RETENB
               THRU 5300-RECLER-UN-RETENB-EXIT
               UNTIL W-FIN-SCAN.

           MOVE LOW-VALUE TO W-CH-SUITE.
           MOVE 'N' TO W-SW-FINSCAN.
           PERFORM 5400-RECLER-UN-RETENNB
               THRU 5400-RECLER-UN-RETENNB-EXIT
               UNTIL W-FIN-SCAN.

           MOVE LOW-VALUE TO W-CH-SUITE.
           MOVE 'N' TO W-SW-FINSCAN.
           PERFORM 5500-RECLER-UN-TAUHIST
               THRU 5500-RECLER-UN-TAUHIST-EXIT
               UNTIL W-FIN-SCAN.
       5000-RECLER-UN-MILLESIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-RECLER-UN-HISTOB.
      *---------------------------------------------------------
           MOVE W-CLE-HIST TO HB-CLETOT.
           START HISTOB KEY GREATER THAN HB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
                           GO TO 5100-RECLER-UN-HISTOB-EXIT
           END-START.
           READ HISTOB NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 5100-RECLER-UN-HISTOB-EXIT
           END-READ.
           IF HB-CLETOT (1:10) NOT = W-CLE-HIST (1:10)
               SET W-FIN-SCAN TO TRUE
               GO TO 5100-RECLER-UN-HISTOB-EXIT
           END-IF.
           MOVE HB-CLETOT  TO W-CLE-HIST.
           MOVE TD-DIRNOUV TO HB-ACODIR.
           WRITE ENR-HISTOB
               INVALID KEY ADD 1 TO W-NBDOUB
                           GO TO 5100-RECLER-UN-HISTOB-EXIT
           END-WRITE.
           MOVE W-CLE-HIST TO HB-CLETOT.
           DELETE HISTOB RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO W-NBHB.
       5100-RECLER-UN-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-RECLER-UN-HISTONB.
      *---------------------------------------------------------
           MOVE W-CLE-HIST TO HNB-CLETOT.
           START HISTONB KEY GREATER THAN HNB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
                           GO TO 5200-RECLER-UN-HISTONB-EXIT
           END-START.
           READ HISTONB NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 5200-RECLER-UN-HISTONB-EXIT
           END-READ.
           IF HNB-CLETOT (1:10) NOT = W-CLE-HIST (1:10)
               SET W-FIN-SCAN TO TRUE
               GO TO 5200-RECLER-UN-HISTONB-EXIT
           END-IF.
           MOVE HNB-CLETOT TO W-CLE-HIST.
           MOVE TD-DIRNOUV TO HNB-ACODIR.
           WRITE ENR-HISTONB
               INVALID KEY ADD 1 TO W-NBDOUB
                           GO TO 5200-RECLER-UN-HISTONB-EXIT
           END-WRITE.
           MOVE W-CLE-HIST TO HNB-CLETOT.
           DELETE HISTONB RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO W-NBHNB.
       5200-RECLER-UN-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-RECLER-UN-RETENB.
      *---------------------------------------------------------
           MOVE W-CLE-HIST (1:11) TO RB-CLE.
           START RETENB KEY GREATER THAN RB-CLE
               INVALID KEY SET W-FIN-SCAN TO TRUE
                           GO TO 5300-RECLER-UN-RETENB-EXIT
           END-START.
           READ RETENB NEXT RECORD
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 5300-RECLER-UN-RETENB-EXIT
           END-READ.
           IF RB-CLE (1:10) NOT = W-CLE-HIST (1:10)
               SET W-FIN-SCAN TO TRUE
               GO TO 5300-RECLER-UN-RETENB-EXIT
           END-IF.
           MOVE RB-CLE     TO W-CLE-HIST (1:11).
           MOVE TD-DIRNOUV TO RB-ACODIR.
           WRITE ENR-RETENB
               INVALID KEY ADD 1 TO W-NBDOUB
                           GO TO 5300-RECLER-UN-RETENB-EXIT
           END-WRITE.
           MOVE W-CLE-HIST (1:11) TO RB-CLE.
           DELETE RETENB RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO W-NBRB.
       5300-RECLER-UN-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       5400-RECLER-UN-RETENNB.
      *---------------------------------------------------------
           MOVE W-CLE-HIST TO RNB-CLETOT.
           START RETENNB KEY GREATER THAN RNB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
                           GO TO 5400-RECLER-UN-RETENNB-EXIT
           END-START.
           READ RETENNB NEXT RECORD
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 5400-RECLER-UN-RETENNB-EXIT
           END-READ.
           IF RNB-CLETOT (1:10) NOT = W-CLE-HIST (1:10)
               SET W-FIN-SCAN TO TRUE
               GO TO 5400-RECLER-UN-RETENNB-EXIT
           END-IF.
           MOVE RNB-CLETOT TO W-CLE-HIST.
           MOVE TD-DIRNOUV TO RNB-ACODIR.
           WRITE ENR-RETENNB
               INVALID KEY ADD 1 TO W-NBDOUB
                           GO TO 5400-RECLER-UN-RETENNB-EXIT
           END-WRITE.
           MOVE W-CLE-HIST TO RNB-CLETOT.
           DELETE RETENNB RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO W-NBRNB.
       5400-RECLER-UN-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       5500-RECLER-UN-TAUHIST.
      *---------------------------------------------------------
      * SEULS LES ARTICLES 'C' ET 'R' HISTORISES SUIVENT LA
      * COMMUNE (UN ARTICLE 'E' PEUT PARTAGER LE DEBUT DE CLE)
           MOVE W-CLE-HIST (1:16) TO TH-CLE.
           START TAUHIST KEY GREATER THAN TH-CLE
               INVALID KEY SET W-FIN-SCAN TO TRUE
                           GO TO 5500-RECLER-UN-TAUHIST-EXIT
           END-START.
           READ TAUHIST NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 5500-RECLER-UN-TAUHIST-EXIT
           END-READ.
           IF TH-CLE (1:10) NOT = W-CLE-HIST (1:10)
               SET W-FIN-SCAN TO TRUE
               GO TO 5500-RECLER-UN-TAUHIST-EXIT
           END-IF.
           MOVE TH-CLE TO W-CLE-HIST (1:16).
           IF TH-SUITE (2:1) NOT = 'C'
              AND TH-SUITE (2:1) NOT = 'R'
               GO TO 5500-RECLER-UN-TAUHIST-EXIT
           END-IF.
           MOVE TD-DIRNOUV TO TH-DIR.
           WRITE ENR-TAUHIST
               INVALID KEY ADD 1 TO W-NBDOUB
                           GO TO 5500-RECLER-UN-TAUHIST-EXIT
           END-WRITE.
           MOVE W-CLE-HIST (1:16) TO TH-CLE.
           DELETE TAUHIST RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO W-NBTH.
       5500-RECLER-UN-TAUHIST-EXIT.
           EXIT.

      *---------------------------------------------------------
       5900-JOURNALISER-HISTORIQUES.
      *---------------------------------------------------------
      * UNE LIGNE DE JOURNAL PAR FICHIER D'HISTORIQUE : AVANT LA
      * DIRECTION CEDANTE, APRES LA PRENANTE ET LE NOMBRE
      * D'ENREGISTREMENTS RECLES
           MOVE TD-DIRNOUV TO W-JNL-DIR.
           MOVE 'HISTOB  ' TO W-ZONE.
           MOVE W-NBHB TO LN-NB.
           PERFORM 5910-JOURNALISER-UN-FICHIER
               THRU 5910-JOURNALISER-UN-FICHIER-EXIT.
           MOVE 'HISTONB ' TO W-ZONE.
           MOVE W-NBHNB TO LN-NB.
           PERFORM 5910-JOURNALISER-UN-FICHIER
               THRU 5910-JOURNALISER-UN-FICHIER-EXIT.
           MOVE 'RETENB  ' TO W-ZONE.
           MOVE W-NBRB TO LN-NB.
           PERFORM 5910-JOURNALISER-UN-FICHIER
               THRU 5910-JOURNALISER-UN-FICHIER-EXIT.
           MOVE 'RETENNB ' TO W-ZONE.
           MOVE W-NBRNB TO LN-NB.
           PERFORM 5910-JOURNALISER-UN-FICHIER
               THRU 5910-JOURNALISER-UN-FICHIER-EXIT.
           MOVE 'TAUHIST ' TO W-ZONE.
           MOVE W-NBTH TO LN-NB.
           PERFORM 5910-JOURNALISER-UN-FICHIER
               THRU 5910-JOURNALISER-UN-FICHIER-EXIT.
       5900-JOURNALISER-HISTORIQUES-EXIT.
           EXIT.

      *---------------------------------------------------------
       5910-JOURNALISER-UN-FICHIER.
      *---------------------------------------------------------
           MOVE TD-DIRANC TO W-ZAVANT.
           STRING TD-DIRNOUV ' ' LN-NB
               DELIMITED BY SIZE INTO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       5910-JOURNALISER-UN-FICHIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-ETATS.
      *---------------------------------------------------------
      * ETAT DE LA DIRECTION CEDANTE
           MOVE TD-DIRANC  TO LC-DIR.
           MOVE TD-COM     TO LC-COM.
           MOVE T-C-DLICOM TO LC-DLICOM.
           MOVE 'CEDEE A LA DIRECTION  ' TO LC-SENS.
           MOVE TD-DIRNOUV TO LC-DIRAUTRE.
           WRITE ENR-ETATCED FROM LIGNE-BLANCHE.
           WRITE ENR-ETATCED FROM LIGNE-COMMUNE.
           PERFORM 6100-EDITER-COMPTES-CED
               THRU 6100-EDITER-COMPTES-CED-EXIT.
           MOVE W-NBCOM-CED-AVANT TO LB-AVANT.
           MOVE W-NBCOM-CED-APRES TO LB-APRES.
           WRITE ENR-ETATCED FROM LIGNE-NBCOM.

      * ETAT DE LA DIRECTION PRENANTE, AVEC LES POINTS A REVOIR
      * QUI RESTENT PROPRES A LA COMMUNE
           MOVE TD-DIRNOUV TO LC-DIR.
           MOVE 'RECUE DE LA DIRECTION ' TO LC-SENS.
           MOVE TD-DIRANC  TO LC-DIRAUTRE.
           WRITE ENR-ETATPRE FROM LIGNE-BLANCHE.
           WRITE ENR-ETATPRE FROM LIGNE-COMMUNE.
           PERFORM 6200-EDITER-COMPTES-PRE
               THRU 6200-EDITER-COMPTES-PRE-EXIT.
           MOVE W-NBCOM-PRE-AVANT TO LB-AVANT.
           MOVE W-NBCOM-PRE-APRES TO LB-APRES.
           WRITE ENR-ETATPRE FROM LIGNE-NBCOM.
           IF T-C-ACOGC NOT = SPACE AND T-C-ACOGC NOT = LOW-VALUE
               MOVE 'RATTACHEMENT EPCI GERE PAR LA CEDANTE : '
                   TO LV-LIB
               MOVE T-C-ACOGC TO LV-VALEUR
               WRITE ENR-ETATPRE FROM LIGNE-REVOIR
           END-IF.
           MOVE 'SERVICE GESTIONNAIRE TF (CCOBMJ)       : '
               TO LV-LIB.
           MOVE T-C-CCOBMJ TO LV-VALEUR.
           WRITE ENR-ETATPRE FROM LIGNE-REVOIR.
       6000-EDITER-ETATS-EXIT.
           EXIT.

      *---------------------------------------------------------
       6100-EDITER-COMPTES-CED.
      *---------------------------------------------------------
           MOVE 'ARTICLES TAUDIS C ET R SORTIS' TO LN-LIB.
           MOVE W-NBTAUD TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
           MOVE 'HISTORIQUES BATI (HISTOB) SORTIS' TO LN-LIB.
           MOVE W-NBHB TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
           MOVE 'HISTORIQUES NON BATI (HISTONB) SORTIS' TO LN-LIB.
           MOVE W-NBHNB TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
           MOVE 'ARCHIVES BATI (RETENB) SORTIES' TO LN-LIB.
           MOVE W-NBRB TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
           MOVE 'ARCHIVES NON BATI (RETENNB) SORTIES' TO LN-LIB.
           MOVE W-NBRNB TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
           MOVE 'TAUDIS HISTORISE (TAUHIST) SORTI' TO LN-LIB.
           MOVE W-NBTH TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
           MOVE 'ENREGISTREMENTS RESTES SOUS LA CEDANTE' TO LN-LIB.
           MOVE W-NBDOUB TO LN-NB.
           WRITE ENR-ETATCED FROM LIGNE-COMPTE.
       6100-EDITER-COMPTES-CED-EXIT.
           EXIT.

      *---------------------------------------------------------
       6200-EDITER-COMPTES-PRE.
      *---------------------------------------------------------
           MOVE 'ARTICLES TAUDIS C ET R RECUS' TO LN-LIB.
           MOVE W-NBTAUD TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
           MOVE 'HISTORIQUES BATI (HISTOB) RECUS' TO LN-LIB.
           MOVE W-NBHB TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
           MOVE 'HISTORIQUES NON BATI (HISTONB) RECUS' TO LN-LIB.
           MOVE W-NBHNB TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
           MOVE 'ARCHIVES BATI (RETENB) RECUES' TO LN-LIB.
           MOVE W-NBRB TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
           MOVE 'ARCHIVES NON BATI (RETENNB) RECUES' TO LN-LIB.
           MOVE W-NBRNB TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
           MOVE 'TAUDIS HISTORISE (TAUHIST) RECU' TO LN-LIB.
           MOVE W-NBTH TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
           MOVE 'ENREGISTREMENTS DEJA PRESENTS (NON RECUS)'
               TO LN-LIB.
           MOVE W-NBDOUB TO LN-NB.
           WRITE ENR-ETATPRE FROM LIGNE-COMPTE.
       6200-EDITER-COMPTES-PRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
      * UNE DEMANDE REJETEE FIGURE SUR LES DEUX ETATS
           ADD 1 TO W-NBREJETS.
           MOVE TD-DIRANC  TO LC-DIR.
           MOVE TD-COM     TO LC-COM.
           MOVE SPACE      TO LC-DLICOM.
           MOVE 'A CEDER A LA DIRECTION' TO LC-SENS.
           MOVE TD-DIRNOUV TO LC-DIRAUTRE.
           MOVE W-MOTIF    TO LR-MOTIF.
           WRITE ENR-ETATCED FROM LIGNE-BLANCHE.
           WRITE ENR-ETATCED FROM LIGNE-COMMUNE.
           WRITE ENR-ETATCED FROM LIGNE-REJET.
           MOVE TD-DIRNOUV TO LC-DIR.
           MOVE 'A RECEVOIR DE LA DIR. ' TO LC-SENS.
           MOVE TD-DIRANC  TO LC-DIRAUTRE.
           WRITE ENR-ETATPRE FROM LIGNE-BLANCHE.
           WRITE ENR-ETATPRE FROM LIGNE-COMMUNE.
           WRITE ENR-ETATPRE FROM LIGNE-REJET.
           MOVE SPACE TO W-MOTIF.
       8000-REJETER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-JOURNALISER.
      *---------------------------------------------------------
           ACCEPT JT-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JT-HEUJOU FROM TIME.
           MOVE W-JNL-DIR  TO JT-DIR.
           MOVE TD-COM     TO JT-COM.
           MOVE W-ZONE     TO JT-ZONE.
           MOVE W-ZAVANT   TO JT-AVANT.
           MOVE W-ZAPRES   TO JT-APRES.
           MOVE 'A'        TO JT-STATUT.
           WRITE ENR-JOURNAL-TRF.
           MOVE SPACE TO W-ZAVANT W-ZAPRES.
       9000-JOURNALISER-EXIT.
           EXIT.
       END PROGRAM TRANSCOM.
