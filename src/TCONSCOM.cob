      *********************************************************
      * PROGRAMME TCONSCOM                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * TRANSACTION DE CONSULTATION DU ROLE D'UNE COMMUNE     *
      * POUR LES SERVICES DES COLLECTIVITES (MAIRIES,         *
      * SERVICES FINANCIERS DES EPCI) : PROGRAMME             *
      * CONVERSATIONNEL EN PURE CONSULTATION, SUR LE MODELE   *
      * DE TCONSPRO. L'AGENT S'IDENTIFIE PAR SON MATRICULE ;  *
      * SEULES LES COMMUNES QUI LUI SONT ATTRIBUEES DANS LE   *
      * FICHIER DES HABILITATIONS HABCOL SONT CONSULTABLES,   *
      * ET CHAQUE DEMANDE, ACCORDEE OU REFUSEE, EST INSCRITE  *
      * AU JOURNAL JNLCCO. POUR UNE ANNEE ET UNE COMMUNE      *
      * (EVENTUELLEMENT UNE IFP ET UN COMPTE) SONT RESTITUES  *
      * LES TOTAUX DU ROLE PAR NATURE (SYNTHESE SYNTCOM) PUIS *
      * LES ARTICLES DES HISTORIQUES HISTOB/HISTONB AVEC      *
      * LEURS COTISATIONS PAR COLLECTIVITE, LES ANOMALIES     *
      * DECODEES PAR DECODCR. LE DETAIL D'UNE NATURE MARQUEE  *
      * NON DIFFUSABLE (GCBDIF / GCNDIF DE L'ARTICLE COMMUNE) *
      * N'EST PAS AFFICHE ; AUCUNE DESIGNATION NI ADRESSE DE  *
      * PROPRIETAIRE N'EST RESTITUEE.                         *
      * COMMANDES :                                           *
      *  AAAA DDD CCC [IFP] [CNNNNN] = ROLE DE LA COMMUNE     *
      *  FIN                         = FIN DE LA TRANSACTION  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCONSCOM.

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
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  SYNTCOM     ASSIGN  TO  SYNTCOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SY-FS.
           SELECT  HABCOL      ASSIGN  TO  HABCOL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HA-FS.
           SELECT  JOURNAL-CON ASSIGN  TO  JNLCCO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JC-FS.

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

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  SYNTCOM.
       01  ENR-SYNTCOM.
           COPY XSYNTCOM REPLACING 'X' BY SY.

      * HABILITATIONS DES AGENTS DES COLLECTIVITES : UN
      * ENREGISTREMENT PAR AGENT ET PAR COMMUNE CONSULTABLE
       FD  HABCOL.
       01  ENR-HABCOL.
           05 HA-MATRICULE         PIC X(8).
           05 HA-AC3DIR            PIC X(3).
           05 HA-CCOCOM            PIC X(3).

      * JOURNAL DES CONSULTATIONS, ACCORDEES OU REFUSEES
       FD  JOURNAL-CON.
       01  ENR-JOURNAL-CON.
           05 JC-DATJOU            PIC 9(8).
           05 JC-HEUJOU            PIC 9(8).
           05 JC-MATRICULE         PIC X(8).
           05 JC-DAN               PIC X(4).
           05 JC-AC3DIR            PIC X(3).
           05 JC-CCOCOM            PIC X(3).
           05 JC-CCOIFP            PIC X(3).
           05 JC-ANUPRO            PIC X(6).
           05 JC-RESULTAT          PIC X(1).
           05 JC-NBART             PIC 9(5).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'TCONSCOM 00 DU 15/10/26'.

       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  SY-FS                   PIC X(2).
           88 SY-OK                     VALUE '00'.
           88 SY-FIN                    VALUE '10'.
       01  HA-FS                   PIC X(2).
           88 HA-OK                     VALUE '00'.
           88 HA-FIN                    VALUE '10'.
       01  JC-FS                   PIC X(2).
           88 JC-ABSENT                 VALUE '35'.

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

      * COMMUNES CONSULTABLES PAR L'AGENT, CHARGEES AU DEMARRAGE
       01  W-MATRICULE             PIC X(8).
       01  W-MAXHAB                PIC 9(3) COMP VALUE 100.
       01  W-NBHAB                 PIC 9(3) COMP VALUE 0.
       01  TABLE-HAB.
           05 HAB-ENTREE OCCURS 100.
              10 HAB-AC3DIR        PIC X(3).
              10 HAB-CCOCOM        PIC X(3).
       01  IX                      PIC 9(3) COMP.
       01  W-SW-HAB                PIC X(1).
           88 HAB-TROUVE                VALUE 'O'.

      * COMMANDE : AAAA DDD CCC [III] [CNNNNN]
       01  W-COMMANDE              PIC X(30).
       01  W-CMD-VUE REDEFINES W-COMMANDE.
           05 W-CMD-DAN            PIC X(4).
           05 FILLER               PIC X(1).
           05 W-CMD-DIR            PIC X(3).
           05 FILLER               PIC X(1).
           05 W-CMD-COM            PIC X(3).
           05 FILLER               PIC X(1).
           05 W-CMD-IFP            PIC X(3).
           05 FILLER               PIC X(1).
           05 W-CMD-ANUPRO         PIC X(6).
           05 FILLER               PIC X(7).
       01  W-SW-FIN                PIC X(1) VALUE 'N'.
           88 W-FIN-TRANSACTION         VALUE 'O'.
       01  W-SW-FINCOM             PIC X(1).
           88 W-FIN-COMMUNE             VALUE 'O'.
       01  W-CLE-DEBUT.
           05 W-CD-JANIPT          PIC 9(4).
           05 W-CD-ACODIR          PIC X(3).
           05 W-CD-CCOCOM          PIC X(3).
       01  W-DLICOM                PIC X(30).
       01  W-GCNDIF                PIC X(1).
       01  W-GCBDIF                PIC X(1).
       01  W-NBART                 PIC 9(5).
       01  W-NBMASQ                PIC 9(5).
       01  W-NBSYN                 PIC 9(3).
       01  W-LIBANOM               PIC X(60).
       01  W-LIBCTX                PIC X(13).
       01  W-TOTCOM-B              PIC S9(12).
       01  W-TOTCOM-N              PIC S9(12).

      * ZONES D'AFFICHAGE
       01  W-ED-MONTANT            PIC -(11)9.
       01  W-ED-COM                PIC -(9)9.
       01  W-ED-DEP                PIC -(9)9.
       01  W-ED-SYN                PIC -(9)9.
       01  W-ED-CU                 PIC -(9)9.
       01  W-ED-TSE                PIC -(9)9.
       01  W-ED-NOMBRE             PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           DISPLAY 'TCONSCOM - CONSULTATION DU ROLE D''UNE COMMUNE '
                   '(SERVICES DES COLLECTIVITES)'.
           DISPLAY 'MATRICULE :'.
           MOVE SPACE TO W-MATRICULE.
           ACCEPT W-MATRICULE.
           PERFORM 1000-CHARGER-HABILITATIONS
               THRU 1000-CHARGER-HABILITATIONS-EXIT.
           IF W-NBHAB = 0
               DISPLAY 'TCONSCOM - AGENT NON HABILITE'
               GOBACK
           END-IF.
           OPEN INPUT HISTOB HISTONB TAUDIS.
           OPEN EXTEND JOURNAL-CON.
           IF JC-ABSENT
               OPEN OUTPUT JOURNAL-CON
           END-IF.
           PERFORM 2000-TRAITER-COMMANDE
               THRU 2000-TRAITER-COMMANDE-EXIT
               UNTIL W-FIN-TRANSACTION.
           CLOSE HISTOB HISTONB TAUDIS JOURNAL-CON.
           DISPLAY 'TCONSCOM - FIN DE LA TRANSACTION'.
           GOBACK.

      *---------------------------------------------------------
       1000-CHARGER-HABILITATIONS.
      *---------------------------------------------------------
           OPEN INPUT HABCOL.
           IF NOT HA-OK
               GO TO 1000-CHARGER-HABILITATIONS-EXIT
           END-IF.
           PERFORM 1010-CHARGER-UNE-COMMUNE
               THRU 1010-CHARGER-UNE-COMMUNE-EXIT
               UNTIL HA-FIN OR W-NBHAB >= W-MAXHAB.
           CLOSE HABCOL.
       1000-CHARGER-HABILITATIONS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1010-CHARGER-UNE-COMMUNE.
      *---------------------------------------------------------
           READ HABCOL
               AT END SET HA-FIN TO TRUE
                      GO TO 1010-CHARGER-UNE-COMMUNE-EXIT
           END-READ.
           IF HA-MATRICULE NOT = W-MATRICULE
               GO TO 1010-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBHAB.
           MOVE HA-AC3DIR TO HAB-AC3DIR (W-NBHAB).
           MOVE HA-CCOCOM TO HAB-CCOCOM (W-NBHAB).
       1010-CHARGER-UNE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-COMMANDE.
      *---------------------------------------------------------
           DISPLAY 'ROLE (AAAA DDD CCC [IFP] [CNNNNN]) OU FIN :'.
           MOVE SPACE TO W-COMMANDE.
           ACCEPT W-COMMANDE.
           IF W-COMMANDE = 'FIN' OR W-COMMANDE = SPACE
               SET W-FIN-TRANSACTION TO TRUE
               GO TO 2000-TRAITER-COMMANDE-EXIT
           END-IF.
           IF W-CMD-DAN NOT NUMERIC
               DISPLAY '  ANNEE INVALIDE'
               GO TO 2000-TRAITER-COMMANDE-EXIT
           END-IF.
           MOVE 0 TO W-NBART.

      * SEULES LES COMMUNES DE L'AGENT SONT CONSULTABLES ; TOUTE
      * DEMANDE, ACCORDEE OU NON, EST JOURNALISEE
           MOVE 'N' TO W-SW-HAB.
           PERFORM 2010-TESTER-HABILITATION
               THRU 2010-TESTER-HABILITATION-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBHAB OR HAB-TROUVE.
           IF NOT HAB-TROUVE
               DISPLAY '  COMMUNE ' W-CMD-DIR ' ' W-CMD-COM
                       ' NON AUTORISEE POUR CET AGENT'
               MOVE 'R' TO JC-RESULTAT
               PERFORM 7000-JOURNALISER
                   THRU 7000-JOURNALISER-EXIT
               GO TO 2000-TRAITER-COMMANDE-EXIT
           END-IF.

           PERFORM 3000-LIRE-COMMUNE
               THRU 3000-LIRE-COMMUNE-EXIT.
           PERFORM 4000-TOTAUX-ROLE
               THRU 4000-TOTAUX-ROLE-EXIT.
           PERFORM 5000-LISTER-ARTICLES
               THRU 5000-LISTER-ARTICLES-EXIT.
           MOVE 'A' TO JC-RESULTAT.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2000-TRAITER-COMMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2010-TESTER-HABILITATION.
      *---------------------------------------------------------
           IF HAB-AC3DIR (IX) = W-CMD-DIR
              AND HAB-CCOCOM (IX) = W-CMD-COM
               SET HAB-TROUVE TO TRUE
           END-IF.
       2010-TESTER-HABILITATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-LIRE-COMMUNE.
      *---------------------------------------------------------
      * ARTICLE COMMUNE DU TAUDIS : LIBELLE ET CODES NON
      * DIFFUSABLES (GCBDIF BATI / GCNDIF NON BATI)
           MOVE SPACE TO W-DLICOM W-GCNDIF W-GCBDIF.
           MOVE W-CMD-DIR TO T-DIR.
           MOVE W-CMD-COM TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-COM
               INVALID KEY CONTINUE
           END-READ.
           IF TAUDIS-OK AND T-C-DLETAR = 'C'
               MOVE T-C-DLICOM TO W-DLICOM
               MOVE T-C-GCNDIF TO W-GCNDIF
               MOVE T-C-GCBDIF TO W-GCBDIF
           END-IF.
           DISPLAY 'ROLE ' W-CMD-DAN ' COMMUNE ' W-CMD-DIR ' '
                   W-CMD-COM ' ' W-DLICOM.
       3000-LIRE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-TOTAUX-ROLE.
      *---------------------------------------------------------
      * TOTAUX DU ROLE PAR NATURE, DEPUIS LA SYNTHESE DE FIN DE
      * CAMPAGNE (UN ENREGISTREMENT PAR IFP ET CONTEXTE)
           MOVE 0 TO W-NBSYN.
           OPEN INPUT SYNTCOM.
           IF NOT SY-OK
               DISPLAY '  SYNTHESE DU ROLE INDISPONIBLE'
               GO TO 4000-TOTAUX-ROLE-EXIT
           END-IF.
           PERFORM 4100-LIRE-SYNTHESE
               THRU 4100-LIRE-SYNTHESE-EXIT
               UNTIL SY-FIN.
           CLOSE SYNTCOM.
           IF W-NBSYN = 0
               DISPLAY '  AUCUNE SYNTHESE POUR CE ROLE'
           END-IF.
       4000-TOTAUX-ROLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-LIRE-SYNTHESE.
      *---------------------------------------------------------
           READ SYNTCOM
               AT END SET SY-FIN TO TRUE
                      GO TO 4100-LIRE-SYNTHESE-EXIT
           END-READ.
           IF ENR-SYNTCOM (1:1) = '*'
               GO TO 4100-LIRE-SYNTHESE-EXIT
           END-IF.
           IF SY-DAN NOT = W-CMD-DAN
              OR SY-AC3DIR NOT = W-CMD-DIR
              OR SY-CCOCOM NOT = W-CMD-COM
               GO TO 4100-LIRE-SYNTHESE-EXIT
           END-IF.
           IF W-CMD-IFP NOT = SPACE AND SY-CCOIFP NOT = W-CMD-IFP
               GO TO 4100-LIRE-SYNTHESE-EXIT
           END-IF.
           ADD 1 TO W-NBSYN.
           EVALUATE SY-GCTXTA
               WHEN 'S'
                   MOVE 'SUPPLEMENT.'  TO W-LIBCTX
               WHEN 'C'
                   MOVE 'CONTENTIEUX'  TO W-LIBCTX
               WHEN OTHER
                   MOVE 'ROLE GENERAL' TO W-LIBCTX
           END-EVALUATE.
           DISPLAY '  IFP ' SY-CCOIFP ' ' W-LIBCTX
                   ' ANOMALIES ' SY-NBANOM.
           MOVE SY-NBARTB   TO W-ED-NOMBRE.
           MOVE SY-MCTCOM-B TO W-ED-COM.
           MOVE SY-MCTDEP-B TO W-ED-DEP.
           MOVE SY-MCTSYN-B TO W-ED-SYN.
           MOVE SY-MCTCU-B  TO W-ED-CU.
           DISPLAY '    BATI     ARTICLES ' W-ED-NOMBRE
                   ' COM ' W-ED-COM ' DEP ' W-ED-DEP
                   ' SYN ' W-ED-SYN ' GFP ' W-ED-CU.
           MOVE SY-NBARTNB  TO W-ED-NOMBRE.
           MOVE SY-MCTCOM-N TO W-ED-COM.
           MOVE SY-MCTDEP-N TO W-ED-DEP.
           MOVE SY-MCTSYN-N TO W-ED-SYN.
           MOVE SY-MCTCU-N  TO W-ED-CU.
           DISPLAY '    NON BATI ARTICLES ' W-ED-NOMBRE
                   ' COM ' W-ED-COM ' DEP ' W-ED-DEP
                   ' SYN ' W-ED-SYN ' GFP ' W-ED-CU.
           MOVE SY-MCTTSE   TO W-ED-TSE.
           MOVE SY-TCTDU    TO W-ED-MONTANT.
           DISPLAY '    TSE ' W-ED-TSE '  TOTAL DU ' W-ED-MONTANT.
       4100-LIRE-SYNTHESE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-LISTER-ARTICLES.
      *---------------------------------------------------------
      * ARTICLES DU ROLE PAR LA CLE PRIMAIRE DES HISTORIQUES
      * (ANNEE, DIRECTION, COMMUNE EN TETE DE CLE). AUCUNE
      * DESIGNATION NI ADRESSE DE PROPRIETAIRE N'EST RESTITUEE ;
      * LE DETAIL D'UNE NATURE NON DIFFUSABLE N'EST PAS AFFICHE
           MOVE 0 TO W-NBMASQ.
           MOVE W-CMD-DAN TO W-CD-JANIPT.
           MOVE W-CMD-DIR TO W-CD-ACODIR.
           MOVE W-CMD-COM TO W-CD-CCOCOM.
           DISPLAY '  ARTICLES (COMPTE, NATURE, COTISATIONS COM / '
                   'DEP / SYN / GFP / TSE, TOTAL DU)'.
           MOVE 'N' TO W-SW-FINCOM.
           MOVE LOW-VALUE   TO HB-CLETOT.
           MOVE W-CLE-DEBUT TO HB-CLETOT (1:10).
           START HISTOB KEY NOT < HB-CLETOT
               INVALID KEY SET W-FIN-COMMUNE TO TRUE
           END-START.
           PERFORM 5100-LISTER-UN-HISTOB
               THRU 5100-LISTER-UN-HISTOB-EXIT
               UNTIL W-FIN-COMMUNE.
           MOVE 'N' TO W-SW-FINCOM.
           MOVE LOW-VALUE   TO HNB-CLETOT.
           MOVE W-CLE-DEBUT TO HNB-CLETOT (1:10).
           START HISTONB KEY NOT < HNB-CLETOT
               INVALID KEY SET W-FIN-COMMUNE TO TRUE
           END-START.
           PERFORM 5200-LISTER-UN-HISTONB
               THRU 5200-LISTER-UN-HISTONB-EXIT
               UNTIL W-FIN-COMMUNE.
           IF W-NBMASQ > 0
               DISPLAY '  ' W-NBMASQ ' ARTICLE(S) D''UNE NATURE '
                       'NON DIFFUSABLE NON DETAILLE(S)'
           END-IF.
           IF W-NBART = 0 AND W-NBMASQ = 0
               DISPLAY '  AUCUN ARTICLE POUR CETTE DEMANDE'
           END-IF.
       5000-LISTER-ARTICLES-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-LISTER-UN-HISTOB.
      *---------------------------------------------------------
           READ HISTOB NEXT
               AT END SET W-FIN-COMMUNE TO TRUE
                      GO TO 5100-LISTER-UN-HISTOB-EXIT
           END-READ.
           IF HB-CLETOT (1:10) NOT = W-CLE-DEBUT
               SET W-FIN-COMMUNE TO TRUE
               GO TO 5100-LISTER-UN-HISTOB-EXIT
           END-IF.
           IF W-CMD-ANUPRO NOT = SPACE
              AND HB-ANUPRO NOT = W-CMD-ANUPRO
               GO TO 5100-LISTER-UN-HISTOB-EXIT
           END-IF.
           MOVE HB-RETOUR TO RETB-VUE.
           IF W-CMD-IFP NOT = SPACE AND RETB-CCOIFP NOT = W-CMD-IFP
               GO TO 5100-LISTER-UN-HISTOB-EXIT
           END-IF.
           IF W-GCBDIF NOT = SPACE
               ADD 1 TO W-NBMASQ
               GO TO 5100-LISTER-UN-HISTOB-EXIT
           END-IF.
           ADD 1 TO W-NBART.
           IF HB-CR NOT = 0
               MOVE SPACE TO W-LIBANOM
               CALL 'DECODCR' USING HB-CR HB-RC W-LIBANOM
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY '  ' HB-ANUPRO ' ' HB-DLETSR ' BATI     '
                       W-LIBANOM
               GO TO 5100-LISTER-UN-HISTOB-EXIT
           END-IF.
           MOVE RETB-MCTCOM TO W-ED-COM.
           MOVE RETB-MCTDEP TO W-ED-DEP.
           MOVE RETB-MCTSYN TO W-ED-SYN.
           MOVE RETB-MCTCU  TO W-ED-CU.
           MOVE RETB-MCTTSE TO W-ED-TSE.
           MOVE RETB-TCTDU  TO W-ED-MONTANT.
           DISPLAY '  ' HB-ANUPRO ' ' HB-DLETSR ' BATI     '
                   W-ED-COM W-ED-DEP W-ED-SYN W-ED-CU W-ED-TSE
                   W-ED-MONTANT.
       5100-LISTER-UN-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-LISTER-UN-HISTONB.
      *---------------------------------------------------------
           READ HISTONB NEXT
               AT END SET W-FIN-COMMUNE TO TRUE
                      GO TO 5200-LISTER-UN-HISTONB-EXIT
           END-READ.
           IF HNB-CLETOT (1:10) NOT = W-CLE-DEBUT
               SET W-FIN-COMMUNE TO TRUE
               GO TO 5200-LISTER-UN-HISTONB-EXIT
           END-IF.
           IF W-CMD-ANUPRO NOT = SPACE
              AND HNB-ANUPRO NOT = W-CMD-ANUPRO
               GO TO 5200-LISTER-UN-HISTONB-EXIT
           END-IF.
           MOVE HNB-RETOUR TO RETNB-VUE.
           IF W-CMD-IFP NOT = SPACE
              AND RETNB-CCOIFP NOT = W-CMD-IFP
               GO TO 5200-LISTER-UN-HISTONB-EXIT
           END-IF.
           IF W-GCNDIF NOT = SPACE
               ADD 1 TO W-NBMASQ
               GO TO 5200-LISTER-UN-HISTONB-EXIT
           END-IF.
           ADD 1 TO W-NBART.
           IF HNB-CR NOT = 0
               MOVE SPACE TO W-LIBANOM
               CALL 'DECODCR' USING HNB-CR HNB-RC W-LIBANOM
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY '  ' HNB-ANUPRO ' ' HNB-DLETSR ' NON BATI '
                       W-LIBANOM
               GO TO 5200-LISTER-UN-HISTONB-EXIT
           END-IF.
           MOVE RETNB-MCTCOM TO W-ED-COM.
           MOVE RETNB-MCTDEP TO W-ED-DEP.
           MOVE RETNB-MCTSYN TO W-ED-SYN.
           MOVE RETNB-MCTCU  TO W-ED-CU.
           MOVE RETNB-MCTTSE TO W-ED-TSE.
           MOVE RETNB-TCTDU  TO W-ED-MONTANT.
           DISPLAY '  ' HNB-ANUPRO ' ' HNB-DLETSR ' NON BATI '
                   W-ED-COM W-ED-DEP W-ED-SYN W-ED-CU W-ED-TSE
                   W-ED-MONTANT.
       5200-LISTER-UN-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-JOURNALISER.
      *---------------------------------------------------------
           ACCEPT JC-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JC-HEUJOU FROM TIME.
           MOVE W-MATRICULE  TO JC-MATRICULE.
           MOVE W-CMD-DAN    TO JC-DAN.
           MOVE W-CMD-DIR    TO JC-AC3DIR.
           MOVE W-CMD-COM    TO JC-CCOCOM.
           MOVE W-CMD-IFP    TO JC-CCOIFP.
           MOVE W-CMD-ANUPRO TO JC-ANUPRO.
           MOVE W-NBART      TO JC-NBART.
           WRITE ENR-JOURNAL-CON.
       7000-JOURNALISER-EXIT.
           EXIT.
       END PROGRAM TCONSCOM.
