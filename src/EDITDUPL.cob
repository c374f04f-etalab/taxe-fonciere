      *********************************************************
      * PROGRAMME EDITDUPL                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * MODULE COMMUN D'EDITION D'UN DUPLICATA D'AVIS         *
      * D'IMPOSITION POUR UNE ANNEE ANTERIEURE, APPELE PAR LA *
      * TRANSACTION D'ACCUEIL TCONSPRO ET PAR LE TRAITEMENT   *
      * PAR LOT DUPLAVIS. L'AVIS EST RECONSTITUE A PARTIR DE  *
      * LA LIQUIDATION DU MILLESIME CONSERVEE DANS            *
      * HISTOB/HISTONB (OU REINTEGREE PAR PURGHIST MODE 'R'), *
      * DES REFERENCES DU ROLE (DNURO, JANROL) ET DES DATES   *
      * JDAMI1/JDAMJO DU REFERENTIEL TAUDIS HISTORISE         *
      * (TAUHIST VIA LIRTHIS), SUR LE DECOUPAGE DE L'AVIS     *
      * D'EDITAVIS. IL EST ESTAMPILLE 'DUPLICATA' AVEC SA     *
      * DATE DE DELIVRANCE ET ECRIT SUR DUPAVIS ; CHAQUE      *
      * DEMANDE, ABOUTIE OU NON, EST JOURNALISEE SUR JNLDUP   *
      * AVEC SON ORIGINE ET SON CR. LES DUPLICATAS DE LA      *
      * CAMPAGNE EN COURS RESTENT EDITES PAR EDITAVIS         *
      * (DEMANDES DEMDUP). TOUT DUPLICATA EDITE EST EN OUTRE   *
      * JOURNALISE COMME CONSULTATION DE DONNEES NOMINATIVES  *
      * (MODULE JRNNOM), L'ORIGINE TENANT LIEU D'AGENT.       *
      * FONCTION 'F' : FERMETURE DES FICHIERS EN FIN DE       *
      * TRAITEMENT APPELANT.                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITDUPL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.
           SELECT  DUPAVIS     ASSIGN  TO  DUPAVIS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS DA-FS.
           SELECT  JOURNAL-DUP ASSIGN  TO  JNLDUP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JD-FS.

       DATA DIVISION.
       FILE SECTION.
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

      * REFERENTIEL DES COMPTES PROPRIETAIRES : DESTINATAIRE
       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

      * DUPLICATAS EDITES, UNE SUITE DE LIGNES PAR AVIS
       FD  DUPAVIS.
       01  ENR-DUPAVIS             PIC X(132).

      * JOURNAL DES DEMANDES DE DUPLICATA, UNE LIGNE PAR DEMANDE
       FD  JOURNAL-DUP.
       01  ENR-JOURNAL-DUP.
           05 JD-DATJOU            PIC 9(8).
           05 JD-HEUJOU            PIC 9(8).
           05 JD-ORIGINE           PIC X(8).
           05 JD-DEMANDE           PIC X(17).
           05 JD-CR                PIC 9(2).
           05 JD-TCTDU             PIC S9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'EDITDUPL 00 DU 15/10/26'.

       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
       01  DA-FS                   PIC X(2).
       01  JD-FS                   PIC X(2).
           88 JD-ABSENT                 VALUE '35'.

      * FICHIERS OUVERTS AU PREMIER APPEL, FERMES SUR LA FONCTION
      * 'F' DE FIN DU TRAITEMENT APPELANT
       01  W-SW-OUVERT             PIC X(1) VALUE 'N'.
           88 W-FICHIERS-OUVERTS        VALUE 'O'.
       01  W-SW-HISTOB             PIC X(1) VALUE 'N'.
           88 W-HISTOB-OUVERT           VALUE 'O'.
       01  W-SW-HISTONB            PIC X(1) VALUE 'N'.
           88 W-HISTONB-OUVERT          VALUE 'O'.
       01  W-SW-REFPRO             PIC X(1) VALUE 'N'.
           88 W-REFPRO-OUVERT           VALUE 'O'.
       01  W-SW-FINCPT             PIC X(1).
           88 W-FIN-COMPTE              VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-LIQ-TROUVEE             VALUE 'O'.
       01  W-CR-LIQ                PIC 9(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

      * REFERENTIEL TAUDIS DU MILLESIME VIA LA PRIMITIVE LIRTHIS
       01  W-THIS-JAN              PIC 9(4).
       01  W-THIS-CLE.
           05 W-THIS-DIR           PIC X(3).
           05 W-THIS-COM           PIC X(3).
           05 W-THIS-CCOIFP        PIC X(3).
           05 W-THIS-CCPPER        PIC X(3).
       01  W-THIS-CR               PIC 9(2).
       01  W-THIS-RC               PIC 9(2).
       01  W-THIS-ARTICLE          PIC X(3000).
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.

      * REFERENCES DU ROLE ET DATES DU MILLESIME
       01  W-DNURO                 PIC 9(3).
       01  W-JANROL                PIC 9(4).
       01  W-DNULTF                PIC X(1).
       01  W-JDAMI1                PIC X(8).
       01  W-JDAMJO                PIC X(8).

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

      * REFERENCE DE PAIEMENT ET ZONES D'APPEL DU MODULE CLEREF
       01  W-REFPAI.
           COPY XREFPAI REPLACING 'X' BY RFP.
       01  W-CLE-ZONE              PIC X(40).
       01  W-CLE-LONG              PIC 9(2).
       01  W-CLE-CLE               PIC 9(2).
       01  W-CLE-CR                PIC 9(2).

      * APPEL DU MODULE DE JOURNALISATION DES CONSULTATIONS
       01  W-JRN-FONCTION          PIC X(1).
       01  W-JRN-PROGRA            PIC X(8) VALUE 'EDITDUPL'.
       01  W-JRN-AC3DIR            PIC X(3).
       01  W-JRN-CR                PIC 9(2).

       01  W-MONTANT               PIC S9(12).
       01  W-TCTDU                 PIC S9(12).
       01  IND                     PIC 9(1) COMP.
       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-R REDEFINES W-DATJOU.
           05 W-DJ-AAAA            PIC 9(4).
           05 W-DJ-MM              PIC 9(2).
           05 W-DJ-JJ              PIC 9(2).

      * LIGNES D'EDITION DU DUPLICATA (DECOUPAGE DE L'AVIS
      * D'EDITAVIS)
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '='.
       01  LIGNE-TITRE.
           05 FILLER               PIC X(34) VALUE
              'AVIS D''IMPOSITION - TAXE FONCIERE '.
           05 LT-NATURE            PIC X(8).
           05 FILLER               PIC X(7)  VALUE ' ANNEE '.
           05 LT-DAN               PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(22)
              VALUE 'DUPLICATA DELIVRE LE  '.
           05 LT-JJ                PIC 9(2).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 LT-MM                PIC 9(2).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 LT-AAAA              PIC 9(4).
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(8)  VALUE 'COMMUNE '.
           05 LO-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-LIBCOM            PIC X(30).
           05 FILLER               PIC X(12) VALUE ' DIRECTION  '.
           05 LO-DIR               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-LIBDIR            PIC X(30).
       01  LIGNE-DESTIN.
           05 FILLER               PIC X(14)
              VALUE 'DESTINATAIRE  '.
           05 LN-DDENOM            PIC X(38).
       01  LIGNE-DESTADR.
           05 FILLER               PIC X(14) VALUE SPACE.
           05 LN-ADRL1             PIC X(32).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-ADRL2             PIC X(32).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-CPOSTA            PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-DLIPOS            PIC X(26).
       01  LIGNE-COMPTE.
           05 FILLER               PIC X(21)
              VALUE 'COMPTE PROPRIETAIRE  '.
           05 LC-ANUPRO            PIC X(6).
           05 FILLER               PIC X(14) VALUE '  ROLE NUMERO '.
           05 LC-DNURO             PIC 9(3).
           05 FILLER               PIC X(14) VALUE ' ANNEE DE ROLE'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-JANROL            PIC 9(4).
           05 FILLER               PIC X(6)  VALUE ' LOT  '.
           05 LC-DNULTF            PIC X(1).
       01  LIGNE-DATES.
           05 FILLER               PIC X(25)
              VALUE 'MISE EN RECOUVREMENT LE  '.
           05 LD-JDAMI1            PIC X(8).
           05 FILLER               PIC X(30)
              VALUE '  MAJORATION A COMPTER DU     '.
           05 LD-JDAMJO            PIC X(8).
       01  LIGNE-COTIS.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LI-LIBELLE           PIC X(40).
           05 LI-MONTANT           PIC -(11)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-MONTANT           PIC -(11)9.
       01  LIGNE-REFPAI.
           05 FILLER               PIC X(27)
              VALUE '   REFERENCE DE PAIEMENT  '.
           05 LR-REFPAI            PIC X(27).
       01  LIGNE-MENTION-DUP       PIC X(132) VALUE
           '   DUPLICATA ETABLI D''APRES LA LIQUIDATION HISTORISEE -
      -    'NE VAUT PAS NOUVEL AVIS DE MISE EN RECOUVREMENT.'.

       LINKAGE SECTION.
      * FONCTION : 'E' = EDITER UN DUPLICATA, 'F' = FIN (FERMETURE)
       01  LK-FONCTION             PIC X(1).
           88 LK-EDITER                 VALUE 'E'.
           88 LK-FIN                    VALUE 'F'.
      * ARTICLE DEMANDE (MEME DECOUPAGE QUE DEMDUP D'EDITAVIS)
       01  LK-DEMANDE.
           05 LK-DAN               PIC X(4).
           05 LK-DAN9 REDEFINES LK-DAN PIC 9(4).
           05 LK-CC2DEP            PIC X(2).
           05 LK-CCODIR            PIC X(1).
           05 LK-CCOCOM            PIC X(3).
           05 LK-ANUPRO            PIC X(6).
           05 LK-CCOBNB            PIC X(1).
      * ORIGINE DE LA DEMANDE (PROGRAMME OU AGENT), JOURNALISEE
       01  LK-ORIGINE              PIC X(8).
      * CR RENDU : 00 = DUPLICATA EDITE, 10 = DEMANDE INVALIDE,
      * 21 = LIQUIDATION ABSENTE DE L'HISTORIQUE (ANNEE PURGEE, A
      * REINTEGRER PAR PURGHIST MODE 'R'), 22 = LIQUIDATION EN
      * ANOMALIE, 23 = ROLE DU MILLESIME ABSENT DE TAUHIST,
      * 24 = HISTORIQUE INDISPONIBLE
       01  LK-CR                   PIC 9(2).

       PROCEDURE DIVISION USING LK-FONCTION LK-DEMANDE LK-ORIGINE
                                LK-CR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0 TO LK-CR.
           IF LK-FIN
               PERFORM 9000-FERMER
                   THRU 9000-FERMER-EXIT
               GOBACK
           END-IF.
           IF NOT W-FICHIERS-OUVERTS
               PERFORM 1000-OUVRIR
                   THRU 1000-OUVRIR-EXIT
           END-IF.
           MOVE 0 TO W-TCTDU.
           PERFORM 2000-EDITER-DUPLICATA
               THRU 2000-EDITER-DUPLICATA-EXIT.
           PERFORM 8000-JOURNALISER
               THRU 8000-JOURNALISER-EXIT.
           IF LK-CR = 0
               PERFORM 8100-JOURNALISER-CONSULT
                   THRU 8100-JOURNALISER-CONSULT-EXIT
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-OUVRIR.
      *---------------------------------------------------------
           SET W-FICHIERS-OUVERTS TO TRUE.
           OPEN INPUT HISTOB.
           IF HB-OK
               SET W-HISTOB-OUVERT TO TRUE
           END-IF.
           OPEN INPUT HISTONB.
           IF HNB-OK
               SET W-HISTONB-OUVERT TO TRUE
           END-IF.
           OPEN INPUT REFPRO.
           IF PR-OK
               SET W-REFPRO-OUVERT TO TRUE
           END-IF.
           OPEN OUTPUT DUPAVIS.
      * LE JOURNAL EST CUMULATIF : CREE AU PREMIER USAGE
           OPEN EXTEND JOURNAL-DUP.
           IF JD-ABSENT
               OPEN OUTPUT JOURNAL-DUP
           END-IF.
       1000-OUVRIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER-DUPLICATA.
      *---------------------------------------------------------
           IF NOT LK-EDITER OR LK-DAN NOT NUMERIC
              OR (LK-CCOBNB NOT = '1' AND LK-CCOBNB NOT = '2')
               MOVE 10 TO LK-CR
               GO TO 2000-EDITER-DUPLICATA-EXIT
           END-IF.

      * LIQUIDATION DU MILLESIME, RETROUVEE PAR L'INDEX ALTERNATIF
      * ANUPRO DE L'HISTORIQUE DE LA NATURE
           MOVE 'N' TO W-SW-TROUVE W-SW-FINCPT.
           MOVE 0 TO W-CR-LIQ.
           IF LK-CCOBNB = '2'
               IF NOT W-HISTOB-OUVERT
                   MOVE 24 TO LK-CR
                   GO TO 2000-EDITER-DUPLICATA-EXIT
               END-IF
               MOVE LK-ANUPRO TO HB-ANUPRO
               START HISTOB KEY NOT < HB-ANUPRO
                   INVALID KEY SET W-FIN-COMPTE TO TRUE
               END-START
               PERFORM 2100-CHERCHER-HISTOB
                   THRU 2100-CHERCHER-HISTOB-EXIT
                   UNTIL W-FIN-COMPTE OR W-LIQ-TROUVEE
           ELSE
               IF NOT W-HISTONB-OUVERT
                   MOVE 24 TO LK-CR
                   GO TO 2000-EDITER-DUPLICATA-EXIT
               END-IF
               MOVE LK-ANUPRO TO HNB-ANUPRO
               START HISTONB KEY NOT < HNB-ANUPRO
                   INVALID KEY SET W-FIN-COMPTE TO TRUE
               END-START
               PERFORM 2200-CHERCHER-HISTONB
                   THRU 2200-CHERCHER-HISTONB-EXIT
                   UNTIL W-FIN-COMPTE OR W-LIQ-TROUVEE
           END-IF.
           IF NOT W-LIQ-TROUVEE
               MOVE 21 TO LK-CR
               GO TO 2000-EDITER-DUPLICATA-EXIT
           END-IF.
           IF W-CR-LIQ NOT = 0
               MOVE 22 TO LK-CR
               GO TO 2000-EDITER-DUPLICATA-EXIT
           END-IF.

           PERFORM 3000-LIRE-MILLESIME
               THRU 3000-LIRE-MILLESIME-EXIT.
           IF LK-CR NOT = 0
               GO TO 2000-EDITER-DUPLICATA-EXIT
           END-IF.
           PERFORM 4000-EDITER-AVIS
               THRU 4000-EDITER-AVIS-EXIT.
       2000-EDITER-DUPLICATA-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CHERCHER-HISTOB.
      *---------------------------------------------------------
           READ HISTOB NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 2100-CHERCHER-HISTOB-EXIT
           END-READ.
           IF HB-ANUPRO NOT = LK-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 2100-CHERCHER-HISTOB-EXIT
           END-IF.
           IF HB-JANIPT = LK-DAN9 AND HB-CCODEP = LK-CC2DEP
              AND HB-CCODIR = LK-CCODIR AND HB-CCOCOM = LK-CCOCOM
               SET W-LIQ-TROUVEE TO TRUE
               MOVE HB-CR     TO W-CR-LIQ
               MOVE HB-RETOUR TO RETB-VUE RETNB-VUE
           END-IF.
       2100-CHERCHER-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CHERCHER-HISTONB.
      *---------------------------------------------------------
           READ HISTONB NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 2200-CHERCHER-HISTONB-EXIT
           END-READ.
           IF HNB-ANUPRO NOT = LK-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 2200-CHERCHER-HISTONB-EXIT
           END-IF.
           IF HNB-JANIPT = LK-DAN9 AND HNB-CCODEP = LK-CC2DEP
              AND HNB-CCODIR = LK-CCODIR AND HNB-CCOCOM = LK-CCOCOM
               SET W-LIQ-TROUVEE TO TRUE
               MOVE HNB-CR     TO W-CR-LIQ
               MOVE HNB-RETOUR TO RETB-VUE RETNB-VUE
           END-IF.
       2200-CHERCHER-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-LIRE-MILLESIME.
      *---------------------------------------------------------
      * REFERENCES DU ROLE (NUMERO DNURO ET LOT SUR L'ARTICLE
      * COMMUNE, ANNEE JANROL SUR L'ARTICLE DIRECTION) ET DATES
      * JDAMI1/JDAMJO DE L'ARTICLE COMMUNE, TELS QU'ILS ETAIENT
      * POUR LE MILLESIME (TAUHIST)
           MOVE LK-DAN9   TO W-THIS-JAN.
           MOVE LK-CC2DEP TO W-THIS-DIR (1:2).
           MOVE LK-CCODIR TO W-THIS-DIR (3:1).
           MOVE LK-CCOCOM TO W-THIS-COM.
           MOVE LOW-VALUE TO W-THIS-CCOIFP W-THIS-CCPPER.
           CALL 'LIRTHIS' USING W-THIS-JAN W-THIS-CLE
                                W-THIS-CR W-THIS-RC
                                W-THIS-ARTICLE
               ON EXCEPTION MOVE 24 TO W-THIS-CR
           END-CALL.
           IF W-THIS-CR NOT = 0
               MOVE 23 TO LK-CR
               GO TO 3000-LIRE-MILLESIME-EXIT
           END-IF.
           MOVE W-THIS-ARTICLE TO TAUDIS-COM.
           IF T-C-DLETAR NOT = 'C'
               MOVE 23 TO LK-CR
               GO TO 3000-LIRE-MILLESIME-EXIT
           END-IF.
           MOVE 0 TO W-DNURO.
           IF T-C-DNURO NUMERIC
               MOVE T-C-DNURO TO W-DNURO
           END-IF.
           MOVE T-C-DNULTF TO W-DNULTF.
           MOVE T-C-JDAMI1 TO W-JDAMI1.
           MOVE T-C-JDAMJO TO W-JDAMJO.

           MOVE LOW-VALUE TO W-THIS-COM.
           CALL 'LIRTHIS' USING W-THIS-JAN W-THIS-CLE
                                W-THIS-CR W-THIS-RC
                                W-THIS-ARTICLE
               ON EXCEPTION MOVE 24 TO W-THIS-CR
           END-CALL.
           MOVE LK-DAN9 TO W-JANROL.
           IF W-THIS-CR = 0
               MOVE W-THIS-ARTICLE TO TAUDIS-DIR
               IF T-D-DLETAR = 'D' AND T-D-JANROL NUMERIC
                   MOVE T-D-JANROL TO W-JANROL
               END-IF
           END-IF.
       3000-LIRE-MILLESIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-AVIS.
      *---------------------------------------------------------
           WRITE ENR-DUPAVIS FROM LIGNE-SEPARATION.
           IF LK-CCOBNB = '2'
               MOVE 'BATI    ' TO LT-NATURE
           ELSE
               MOVE 'NON BATI' TO LT-NATURE
           END-IF.
           MOVE LK-DAN9 TO LT-DAN.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DJ-JJ   TO LT-JJ.
           MOVE W-DJ-MM   TO LT-MM.
           MOVE W-DJ-AAAA TO LT-AAAA.
           WRITE ENR-DUPAVIS FROM LIGNE-TITRE.

           MOVE 'C' TO W-LIB-TYPE.
           MOVE W-THIS-DIR TO W-LIB-DIR.
           MOVE SPACE TO W-LIB-CODE.
           MOVE LK-CCOCOM TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE W-LIB-LIBELLE TO LO-LIBCOM.
           MOVE 'D' TO W-LIB-TYPE.
           MOVE SPACE TO W-LIB-CODE.
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE W-LIB-LIBELLE TO LO-LIBDIR.
           MOVE LK-CCOCOM  TO LO-COM.
           MOVE W-THIS-DIR TO LO-DIR.
           WRITE ENR-DUPAVIS FROM LIGNE-COMMUNE.

      * DESTINATAIRE : DESIGNATION ET ADRESSE ACTUELLES DU COMPTE
           MOVE SPACE TO LN-DDENOM.
           MOVE SPACE TO LN-ADRL1 LN-ADRL2 LN-CPOSTA LN-DLIPOS.
           IF W-REFPRO-OUVERT
               MOVE LK-ANUPRO TO PR-ANUPRO
               READ REFPRO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PR-DDENOM TO LN-DDENOM
                       MOVE PR-DADRL1 TO LN-ADRL1
                       MOVE PR-DADRL2 TO LN-ADRL2
                       MOVE PR-CPOSTA TO LN-CPOSTA
                       MOVE PR-DLIPOS TO LN-DLIPOS
               END-READ
           END-IF.
           WRITE ENR-DUPAVIS FROM LIGNE-DESTIN.
           WRITE ENR-DUPAVIS FROM LIGNE-DESTADR.

           MOVE LK-ANUPRO TO LC-ANUPRO.
           MOVE W-DNURO   TO LC-DNURO.
           MOVE W-JANROL  TO LC-JANROL.
           MOVE W-DNULTF  TO LC-DNULTF.
           WRITE ENR-DUPAVIS FROM LIGNE-COMPTE.
           MOVE W-JDAMI1 TO LD-JDAMI1.
           MOVE W-JDAMJO TO LD-JDAMJO.
           WRITE ENR-DUPAVIS FROM LIGNE-DATES.

           IF LK-CCOBNB = '2'
               PERFORM 5000-DETAIL-BATI
                   THRU 5000-DETAIL-BATI-EXIT
               MOVE RETB-TCTHFR TO LG-MONTANT
               MOVE 'TOTAL DES COTISATIONS' TO LG-LIBELLE
               WRITE ENR-DUPAVIS FROM LIGNE-TOTAL
               MOVE RETB-TCTFRA TO LG-MONTANT
               MOVE 'FRAIS DE GESTION DE LA FISCALITE' TO LG-LIBELLE
               WRITE ENR-DUPAVIS FROM LIGNE-TOTAL
               MOVE RETB-TCTDU TO LG-MONTANT W-TCTDU
               MOVE 'TOTAL A PAYER' TO LG-LIBELLE
               WRITE ENR-DUPAVIS FROM LIGNE-TOTAL
           ELSE
               PERFORM 5500-DETAIL-NONBATI
                   THRU 5500-DETAIL-NONBATI-EXIT
               MOVE RETNB-TCTHFR TO LG-MONTANT
               MOVE 'TOTAL DES COTISATIONS' TO LG-LIBELLE
               WRITE ENR-DUPAVIS FROM LIGNE-TOTAL
               MOVE RETNB-TCTFRA TO LG-MONTANT
               MOVE 'FRAIS DE GESTION DE LA FISCALITE' TO LG-LIBELLE
               WRITE ENR-DUPAVIS FROM LIGNE-TOTAL
               MOVE RETNB-TCTDU TO LG-MONTANT W-TCTDU
               MOVE 'TOTAL A PAYER' TO LG-LIBELLE
               WRITE ENR-DUPAVIS FROM LIGNE-TOTAL
           END-IF.

      * REFERENCE DE PAIEMENT DE L'AVIS D'ORIGINE (SANS LIGNE
      * OPTIQUE : LE DUPLICATA NE SERT PAS AU PAIEMENT)
           MOVE LK-DAN9     TO RFP-DAN.
           MOVE W-THIS-DIR  TO RFP-AC3DIR.
           MOVE LK-CCOCOM   TO RFP-CCOCOM.
           MOVE RETB-DSRPAR TO RFP-DSRPAR.
           MOVE LK-ANUPRO   TO RFP-ANUPRO.
           MOVE LK-CCOBNB   TO RFP-CCOBNB.
           MOVE W-DNURO     TO RFP-DNURO.
           MOVE W-JANROL    TO RFP-JANROL.
           INSPECT RFP-BASE REPLACING ALL SPACE BY '0'.
           MOVE SPACE    TO W-CLE-ZONE.
           MOVE RFP-BASE TO W-CLE-ZONE.
           MOVE 25       TO W-CLE-LONG.
           CALL 'CLEREF' USING W-CLE-ZONE W-CLE-LONG W-CLE-CLE
                               W-CLE-CR
               ON EXCEPTION MOVE 99 TO W-CLE-CR
           END-CALL.
           IF W-CLE-CR = 0
               MOVE W-CLE-CLE TO RFP-CLE
               MOVE W-REFPAI  TO LR-REFPAI
               WRITE ENR-DUPAVIS FROM LIGNE-REFPAI
           END-IF.
           WRITE ENR-DUPAVIS FROM LIGNE-MENTION-DUP.
       4000-EDITER-AVIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-DETAIL-BATI.
      *---------------------------------------------------------
      * DETAIL DES COTISATIONS BATIES PAR COLLECTIVITE, COMME
      * SUR L'AVIS D'ORIGINE (EDITAVIS)
           MOVE RETB-MCTCOM TO W-MONTANT.
           MOVE 'COMMUNE' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCTSYN TO W-MONTANT.
           MOVE 'SYNDICATS DE COMMUNES' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCTCU TO W-MONTANT.
           MOVE 'GROUPEMENT A FISCALITE PROPRE' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCTDEP TO W-MONTANT.
           MOVE 'DEPARTEMENT' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCTREG TO W-MONTANT.
           MOVE 'REGION' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCTTSE TO W-MONTANT.
           MOVE 'TAXE SPECIALE D''EQUIPEMENT' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE 0 TO W-MONTANT.
           PERFORM 5010-CUMULER-TSE-BATI
               THRU 5010-CUMULER-TSE-BATI-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 3.
           MOVE 'TSE ETABLISSEMENTS FONCIERS' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCOGE3 TO W-MONTANT.
           MOVE 'TAXE GEMAPI' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-MCOTA3 TO W-MONTANT.
           MOVE 'TAXE ADDITIONNELLE SPECIALE (TASA)' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETB-TCTOM TO W-MONTANT.
           MOVE 'TAXE D''ENLEVEMENT DES ORDURES MENAGERES'
               TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
       5000-DETAIL-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       5010-CUMULER-TSE-BATI.
      *---------------------------------------------------------
           ADD RETB-MCBT13 (IND) TO W-MONTANT.
       5010-CUMULER-TSE-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       5500-DETAIL-NONBATI.
      *---------------------------------------------------------
           MOVE RETNB-MCTCOM TO W-MONTANT.
           MOVE 'COMMUNE' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETNB-MCTSYN TO W-MONTANT.
           MOVE 'SYNDICATS DE COMMUNES' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETNB-MCTCU TO W-MONTANT.
           MOVE 'GROUPEMENT A FISCALITE PROPRE' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETNB-MCTTSE TO W-MONTANT.
           MOVE 'TAXE SPECIALE D''EQUIPEMENT' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE 0 TO W-MONTANT.
           PERFORM 5510-CUMULER-TSE-NONBATI
               THRU 5510-CUMULER-TSE-NONBATI-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 3.
           MOVE 'TSE ETABLISSEMENTS FONCIERS' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETNB-MCOGE3 TO W-MONTANT.
           MOVE 'TAXE GEMAPI' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           MOVE RETNB-MCTCA TO W-MONTANT.
           MOVE 'CHAMBRE D''AGRICULTURE' TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
           COMPUTE W-MONTANT = RETNB-MCTCAP + RETNB-MCTCAD.
           MOVE 'CAISSE D''ASSURANCE ACCIDENTS AGRICOLES'
               TO LI-LIBELLE.
           PERFORM 6000-EDITER-COTIS
               THRU 6000-EDITER-COTIS-EXIT.
       5500-DETAIL-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       5510-CUMULER-TSE-NONBATI.
      *---------------------------------------------------------
           ADD RETNB-MCNT13 (IND) TO W-MONTANT.
       5510-CUMULER-TSE-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-COTIS.
      *---------------------------------------------------------
           IF W-MONTANT NOT = 0
               MOVE W-MONTANT TO LI-MONTANT
               WRITE ENR-DUPAVIS FROM LIGNE-COTIS
           END-IF.
       6000-EDITER-COTIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-JOURNALISER.
      *---------------------------------------------------------
           ACCEPT JD-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JD-HEUJOU FROM TIME.
           MOVE LK-ORIGINE TO JD-ORIGINE.
           MOVE LK-DEMANDE TO JD-DEMANDE.
           MOVE LK-CR      TO JD-CR.
           MOVE W-TCTDU    TO JD-TCTDU.
           WRITE ENR-JOURNAL-DUP.
       8000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-JOURNALISER-CONSULT.
      *---------------------------------------------------------
      * LE DUPLICATA PORTE LA DESIGNATION ET L'ADRESSE DU COMPTE :
      * CONSULTATION DE DONNEES NOMINATIVES
           MOVE 'E'       TO W-JRN-FONCTION.
           MOVE LK-CC2DEP TO W-JRN-AC3DIR (1:2).
           MOVE LK-CCODIR TO W-JRN-AC3DIR (3:1).
           CALL 'JRNNOM' USING W-JRN-FONCTION LK-ORIGINE W-JRN-PROGRA
                               W-JRN-AC3DIR LK-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
       8100-JOURNALISER-CONSULT-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-FERMER.
      *---------------------------------------------------------
           IF NOT W-FICHIERS-OUVERTS
               GO TO 9000-FERMER-EXIT
           END-IF.
           CLOSE DUPAVIS JOURNAL-DUP.
           IF W-HISTOB-OUVERT
               CLOSE HISTOB
           END-IF.
           IF W-HISTONB-OUVERT
               CLOSE HISTONB
           END-IF.
           IF W-REFPRO-OUVERT
               CLOSE REFPRO
           END-IF.
           MOVE 'N' TO W-SW-OUVERT W-SW-REFPRO.
           MOVE 'N' TO W-SW-HISTOB W-SW-HISTONB.
           MOVE 'F' TO W-JRN-FONCTION.
           CALL 'JRNNOM' USING W-JRN-FONCTION LK-ORIGINE W-JRN-PROGRA
                               W-JRN-AC3DIR LK-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
       9000-FERMER-EXIT.
           EXIT.
       END PROGRAM EDITDUPL.
