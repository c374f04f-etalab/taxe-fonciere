      *********************************************************
      * PROGRAMME CREAEPCI                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CREATION CONTROLEE D'UN EPCI AU TAUDIS A PARTIR DE    *
      * L'ARRETE PREFECTORAL (UN EPCI PAR PASSAGE) :          *
      *  - ENREGISTREMENT 'E' : CODE ACOGC, LIBELLE, SIREN,   *
      *    SIRET, REGIME FISCAL, TOPS ET TAUX DE L'EPCI ;     *
      *  - ENREGISTREMENTS 'M' : UNE COMMUNE MEMBRE PAR       *
      *    ENREGISTREMENT, AVEC L'EPCI QU'ELLE QUITTE LE CAS  *
      *    ECHEANT ET SES TOPS FUSION/RATTACHEMENT.           *
      * L'ARRETE EST CONTROLE EN TOTALITE AVANT TOUTE MISE A  *
      * JOUR : ARTICLE 'E' NON DEJA PRESENT, SIREN (ET SIRET  *
      * S'IL EST SERVI) CONTROLES PAR LA CLE DE LUHN COMME    *
      * CTLSIREN, COMMUNES MEMBRES PRESENTES ET CITEES UNE    *
      * SEULE FOIS. UNE COMMUNE DEJA RATTACHEE A UN AUTRE     *
      * EPCI QUE CELUI QUE L'ARRETE LUI FAIT QUITTER          *
      * RESTERAIT RATTACHEE A DEUX EPCI : LA CREATION EST     *
      * ALORS REFUSEE EN BLOC (CODE RETOUR 8, TAUDIS INTACT). *
      * SINON L'ARTICLE 'E' EST CREE ET LE RATTACHEMENT DE    *
      * CHAQUE COMMUNE (ACOGC, RFEPCI, GTOCOB, GTOCON) EST    *
      * DEPLACE. CHAQUE MODIFICATION EST JOURNALISEE          *
      * AVANT/APRES AVEC HORODATAGE, COMME FUSICOM.           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREAEPCI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARRETE      ASSIGN  TO  ARREPCI
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS AR-FS.
           SELECT  JOURNAL-EPC ASSIGN  TO  JNLEPC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JE-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.

       DATA DIVISION.
       FILE SECTION.
      * ARRETE DE CREATION : UN ENREGISTREMENT 'E' EN TETE PUIS
      * UN ENREGISTREMENT 'M' PAR COMMUNE MEMBRE
       FD  ARRETE.
       01  ENR-ARRETE-EPCI.
           05 AR-TYPE              PIC X(1).
              88 AR-EPCI                VALUE 'E'.
              88 AR-MEMBRE              VALUE 'M'.
           05 AR-DIR               PIC X(3).
           05 AR-ACOGC.
              10 AR-CTYGC          PIC X(1).
              10 AR-CCOGC          PIC X(3).
           05 AR-DLIGC             PIC X(65).
           05 AR-DNUSRN            PIC X(9).
           05 AR-DSIREG            PIC X(14).
      * REGIME FISCAL FPA OU FPU, REPORTE SUR LES COMMUNES
           05 AR-RFEPCI            PIC X(3).
           05 AR-GTOGRB            PIC X(1).
           05 AR-GTOGRN            PIC X(1).
           05 AR-GTOFUS            PIC X(1).
           05 AR-JANCRE            PIC X(4).
           05 AR-JMOCRE            PIC X(2).
           05 AR-NBANLIS           PIC X(2).
           05 AR-PTBGRB            PIC 9(4)V9(6).
           05 AR-PTNGRN            PIC 9(4)V9(6).
           05 AR-PTBGRB2           PIC 9(4)V9(6).
           05 AR-PTNGRN2           PIC 9(4)V9(6).
       01  ENR-ARRETE-MEMBRE.
           05 FILLER               PIC X(1).
           05 FILLER               PIC X(3).
           05 FILLER               PIC X(4).
           05 AR-COM               PIC X(3).
      * EPCI QUITTE PAR LA COMMUNE (BLANC : COMMUNE ISOLEE)
           05 AR-ACOGC-ANC         PIC X(4).
      * TOPS FUSION/RATTACHEMENT. F: FUSION - R: RATTACHEMENT
           05 AR-GTOCOB            PIC X(1).
           05 AR-GTOCON            PIC X(1).

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MODIFICATION
       FD  JOURNAL-EPC.
       01  ENR-JOURNAL-EPC.
           05 JE-DATJOU            PIC 9(8).
           05 JE-HEUJOU            PIC 9(8).
           05 JE-DIR               PIC X(3).
           05 JE-COM               PIC X(4).
           05 JE-ZONE              PIC X(8).
           05 JE-AVANT             PIC X(20).
           05 JE-APRES             PIC X(20).
           05 JE-STATUT            PIC X(1).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CREAEPCI 00 DU 15/10/26'.

       01  AR-FS                PIC X(2).
           88 AR-OK                  VALUE '00'.
           88 AR-FIN                 VALUE '10'.
       01  JE-FS                PIC X(2).
       01  RP-FS                PIC X(2).
       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.

       01  TAUDIS-EPCI.
           COPY T800 REPLACING 'X' BY T-G.
           COPY T84G REPLACING 'X' BY T-G.
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

      * EPCI A CREER, MEMORISE SUR L'ENREGISTREMENT DE TETE
       01  W-SW-EPCI            PIC X(1) VALUE 'N'.
           88 W-EPCI-CHARGE          VALUE 'O'.
       01  W-EPCI-ARRETE        PIC X(150).
       01  W-EPCI-DIR           PIC X(3).
       01  W-EPCI-ACOGC         PIC X(4).
       01  W-EPCI-RFEPCI        PIC X(3).

      * COMMUNES MEMBRES DE L'ARRETE, CONTROLEES PUIS RATTACHEES
       01  W-MAXMBR             PIC 9(3) COMP VALUE 500.
       01  W-NBMBR              PIC 9(3) COMP VALUE 0.
       01  TABLE-MBR.
           05 MBR-ENTREE OCCURS 500.
              10 MBR-COM        PIC X(3).
              10 MBR-ACOGC-ANC  PIC X(4).
              10 MBR-GTOCOB     PIC X(1).
              10 MBR-GTOCON     PIC X(1).
       01  IX                   PIC 9(3) COMP.
       01  W-SW-MBR             PIC X(1).
           88 MBR-DOUBLON            VALUE 'O'.

      * CONTROLE DE LA CLE DE LUHN (MEME ALGORITHME QUE CTLSIREN)
       01  W-LUHN-CHAINE        PIC X(14).
       01  W-LUHN-LG            PIC 9(2).
       01  W-LUHN-SOMME         PIC 9(4).
       01  W-LUHN-CHIFFRE       PIC 9(2).
       01  W-LUHN-CAR           PIC X(1).
       01  W-LUHN-CAR-N REDEFINES W-LUHN-CAR PIC 9(1).
       01  W-LUHN-POS           PIC S9(2).
       01  W-LUHN-RANG          PIC 9(2).
       01  W-LUHN-QUOT          PIC 9(4).
       01  W-LUHN-RESTE         PIC 9(4).
       01  W-SW-LUHN            PIC X(1).
           88 LUHN-VALIDE            VALUE 'O'.

       01  W-MOTIF              PIC X(40).
       01  W-REJ-COM            PIC X(4).
       01  W-NBREJETS           PIC 9(5) COMP VALUE 0.
       01  W-NBRATTACH          PIC 9(5) COMP VALUE 0.
       01  W-ZAVANT             PIC X(20).
       01  W-ZAPRES             PIC X(20).
       01  W-ZONE               PIC X(8).
       01  W-JNL-COM            PIC X(4).

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CREATION D''EPCI AU TAUDIS - COMPTE RENDU'.
       01  LIGNE-REJET.
           05 LR-DIR            PIC X(3).
           05 FILLER            PIC X(1).
           05 LR-EPCI           PIC X(4).
           05 FILLER            PIC X(1).
           05 LR-COM            PIC X(4).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).
       01  LIGNE-BILAN.
           05 FILLER            PIC X(20) VALUE 'EPCI CREE          '.
           05 LB-DIR            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LB-EPCI           PIC X(4).
           05 FILLER            PIC X(22)
                                VALUE '  COMMUNES RATTACHEES '.
           05 LB-NBMBR          PIC ZZ9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT ARRETE.
           OPEN I-O   TAUDIS.
           OPEN OUTPUT JOURNAL-EPC RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

      * PREMIERE PHASE : CONTROLE DE L'ARRETE EN TOTALITE
           PERFORM 1000-CONTROLER-ENREGISTREMENT
               THRU 1000-CONTROLER-ENREGISTREMENT-EXIT
               UNTIL AR-FIN.
           IF NOT W-EPCI-CHARGE
               MOVE 'ARRETE SANS ENREGISTREMENT EPCI' TO W-MOTIF
               MOVE SPACE TO W-REJ-COM
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.
           IF W-EPCI-CHARGE AND W-NBMBR = 0
               MOVE 'ARRETE SANS COMMUNE MEMBRE' TO W-MOTIF
               MOVE SPACE TO W-REJ-COM
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.

      * SECONDE PHASE : MISE A JOUR DU TAUDIS SI AUCUN REJET
           IF W-NBREJETS = 0
               PERFORM 5000-CREER-EPCI
                   THRU 5000-CREER-EPCI-EXIT
               PERFORM 6000-RATTACHER-COMMUNE
                   THRU 6000-RATTACHER-COMMUNE-EXIT
                   VARYING IX FROM 1 BY 1
                   UNTIL IX > W-NBMBR
               MOVE W-EPCI-DIR   TO LB-DIR
               MOVE W-EPCI-ACOGC TO LB-EPCI
               MOVE W-NBRATTACH  TO LB-NBMBR
               WRITE ENR-RAPPORT FROM LIGNE-BILAN
           END-IF.

           CLOSE ARRETE TAUDIS JOURNAL-EPC RAPPORT.
           DISPLAY 'CREAEPCI - COMMUNES RATTACHEES : ' W-NBRATTACH.
           DISPLAY 'CREAEPCI - REJETS              : ' W-NBREJETS.
           IF W-NBREJETS > 0
               DISPLAY 'CREAEPCI - CREATION REFUSEE, TAUDIS INCHANGE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-CONTROLER-ENREGISTREMENT.
      *---------------------------------------------------------
           READ ARRETE
               AT END SET AR-FIN TO TRUE
                      GO TO 1000-CONTROLER-ENREGISTREMENT-EXIT
           END-READ.
           MOVE SPACE TO W-MOTIF W-REJ-COM.

      * L'ENREGISTREMENT EPCI EST EN TETE ET UNIQUE ; UN PASSAGE
      * NE CREE QU'UN EPCI
           IF AR-EPCI
               IF W-EPCI-CHARGE
                   MOVE 'ARRETE MULTI-EPCI REFUSE' TO W-MOTIF
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
               ELSE
                   PERFORM 2000-CONTROLER-EPCI
                       THRU 2000-CONTROLER-EPCI-EXIT
               END-IF
               GO TO 1000-CONTROLER-ENREGISTREMENT-EXIT
           END-IF.
           IF NOT AR-MEMBRE
               MOVE 'TYPE D''ENREGISTREMENT INCONNU' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-CONTROLER-ENREGISTREMENT-EXIT
           END-IF.
           MOVE AR-COM TO W-REJ-COM.
           IF NOT W-EPCI-CHARGE
               MOVE 'COMMUNE MEMBRE AVANT L''EPCI' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-CONTROLER-ENREGISTREMENT-EXIT
           END-IF.
           IF AR-DIR NOT = W-EPCI-DIR OR AR-ACOGC NOT = W-EPCI-ACOGC
               MOVE 'COMMUNE D''UN AUTRE EPCI OU DIRECTION' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-CONTROLER-ENREGISTREMENT-EXIT
           END-IF.
           PERFORM 3000-CONTROLER-MEMBRE
               THRU 3000-CONTROLER-MEMBRE-EXIT.
       1000-CONTROLER-ENREGISTREMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-EPCI.
      *---------------------------------------------------------
           SET W-EPCI-CHARGE TO TRUE.
           MOVE ENR-ARRETE-EPCI TO W-EPCI-ARRETE.
           MOVE AR-DIR          TO W-EPCI-DIR.
           MOVE AR-ACOGC        TO W-EPCI-ACOGC.
           MOVE AR-RFEPCI       TO W-EPCI-RFEPCI.

           IF AR-CTYGC = SPACE OR AR-CCOGC NOT NUMERIC
               MOVE 'CODE EPCI ACOGC INVALIDE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.
           IF AR-DLIGC = SPACE
               MOVE 'LIBELLE EPCI NON SERVI' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.
           IF AR-RFEPCI NOT = 'FPA' AND AR-RFEPCI NOT = 'FPU'
               MOVE 'REGIME FISCAL AUTRE QUE FPA OU FPU' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.

      * SIREN OBLIGATOIRE, SIRET FACULTATIF MAIS ALORS COHERENT
      * AVEC LE SIREN ; CLE DE LUHN COMME CTLSIREN
           MOVE SPACE TO W-LUHN-CHAINE.
           MOVE AR-DNUSRN TO W-LUHN-CHAINE (1:9).
           MOVE 9 TO W-LUHN-LG.
           PERFORM 7000-CONTROLER-LUHN
               THRU 7000-CONTROLER-LUHN-EXIT.
           IF NOT LUHN-VALIDE
               MOVE 'SIREN EPCI : CLE DE LUHN INVALIDE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.
           IF AR-DSIREG NOT = SPACE
               MOVE AR-DSIREG TO W-LUHN-CHAINE
               MOVE 14 TO W-LUHN-LG
               PERFORM 7000-CONTROLER-LUHN
                   THRU 7000-CONTROLER-LUHN-EXIT
               IF NOT LUHN-VALIDE
                   MOVE 'SIRET EPCI : CLE DE LUHN INVALIDE'
                       TO W-MOTIF
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
               ELSE
                   IF AR-DSIREG (1:9) NOT = AR-DNUSRN
                       MOVE 'SIRET EPCI NE PROLONGE PAS LE SIREN'
                           TO W-MOTIF
                       PERFORM 8000-REJETER
                           THRU 8000-REJETER-EXIT
                   END-IF
               END-IF
           END-IF.

      * PARAMETRES DU LISSAGE POST-FUSION
           IF AR-GTOFUS = 'O' AND AR-JANCRE NOT NUMERIC
               MOVE 'ANNEE DE CREATION NON NUMERIQUE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.
           IF AR-JMOCRE NOT = SPACE
               IF AR-JMOCRE NOT NUMERIC
                  OR AR-JMOCRE < '01' OR AR-JMOCRE > '12'
                   MOVE 'MOIS DE CREATION INVALIDE' TO W-MOTIF
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
               END-IF
           END-IF.
           IF AR-NBANLIS NOT = SPACE AND AR-NBANLIS NOT NUMERIC
               MOVE 'DUREE DE LISSAGE NON NUMERIQUE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.
           IF AR-PTBGRB NOT NUMERIC OR AR-PTNGRN NOT NUMERIC
              OR AR-PTBGRB2 NOT NUMERIC OR AR-PTNGRN2 NOT NUMERIC
               MOVE 'TAUX EPCI NON NUMERIQUE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.

      * L'ARTICLE EPCI NE DOIT PAS EXISTER
           MOVE AR-DIR          TO T-DIR.
           MOVE AR-ACOGC (1:3)  TO T-COM.
           MOVE LOW-VALUE       TO T-CCOIFP T-CCPPER.
           MOVE AR-ACOGC (4:1)  TO T-CCOIFP (1:1).
           READ TAUDIS
               INVALID KEY GO TO 2000-CONTROLER-EPCI-EXIT
           END-READ.
           MOVE 'ARTICLE EPCI DEJA PRESENT AU TAUDIS' TO W-MOTIF.
           PERFORM 8000-REJETER
               THRU 8000-REJETER-EXIT.
       2000-CONTROLER-EPCI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CONTROLER-MEMBRE.
      *---------------------------------------------------------
      * COMMUNE CITEE UNE SEULE FOIS PAR L'ARRETE
           MOVE 'N' TO W-SW-MBR.
           PERFORM 3100-TESTER-DOUBLON
               THRU 3100-TESTER-DOUBLON-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBMBR OR MBR-DOUBLON.
           IF MBR-DOUBLON
               MOVE 'COMMUNE CITEE DEUX FOIS PAR L''ARRETE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 3000-CONTROLER-MEMBRE-EXIT
           END-IF.
           IF W-NBMBR >= W-MAXMBR
               MOVE 'TROP DE COMMUNES MEMBRES' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 3000-CONTROLER-MEMBRE-EXIT
           END-IF.
           IF (AR-GTOCOB NOT = SPACE AND AR-GTOCOB NOT = 'F'
                                     AND AR-GTOCOB NOT = 'R')
              OR (AR-GTOCON NOT = SPACE AND AR-GTOCON NOT = 'F'
                                        AND AR-GTOCON NOT = 'R')
               MOVE 'TOP FUSION/RATTACHEMENT INVALIDE' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
           END-IF.

      * ARTICLE COMMUNE PRESENT ET RATTACHEMENT ACTUEL : ISOLEE OU
      * RATTACHEE A L'EPCI QUE L'ARRETE LUI FAIT QUITTER. TOUT
      * AUTRE RATTACHEMENT LAISSERAIT LA COMMUNE DANS DEUX EPCI
           MOVE AR-DIR    TO T-DIR.
           MOVE AR-COM    TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-COM
               INVALID KEY
                   MOVE 'ARTICLE COMMUNE INTROUVABLE' TO W-MOTIF
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
                   GO TO 3000-CONTROLER-MEMBRE-EXIT
           END-READ.
           IF T-C-DLETAR NOT = 'C'
               MOVE 'ARTICLE COMMUNE SANS LETTRE C' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 3000-CONTROLER-MEMBRE-EXIT
           END-IF.
           IF T-C-ACOGC NOT = SPACE AND T-C-ACOGC NOT = LOW-VALUE
              AND T-C-ACOGC NOT = AR-ACOGC-ANC
               MOVE 'COMMUNE RATTACHEE A UN AUTRE EPCI' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 3000-CONTROLER-MEMBRE-EXIT
           END-IF.

           ADD 1 TO W-NBMBR.
           MOVE AR-COM       TO MBR-COM (W-NBMBR).
           MOVE AR-ACOGC-ANC TO MBR-ACOGC-ANC (W-NBMBR).
           MOVE AR-GTOCOB    TO MBR-GTOCOB (W-NBMBR).
           MOVE AR-GTOCON    TO MBR-GTOCON (W-NBMBR).
       3000-CONTROLER-MEMBRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TESTER-DOUBLON.
      *---------------------------------------------------------
           IF MBR-COM (IX) = AR-COM
               SET MBR-DOUBLON TO TRUE
           END-IF.
       3100-TESTER-DOUBLON-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-CREER-EPCI.
      *---------------------------------------------------------
      * L'ARTICLE 'E' EST CONSTITUE A PARTIR DE L'ENREGISTREMENT
      * DE TETE DE L'ARRETE
           MOVE W-EPCI-ARRETE TO ENR-ARRETE-EPCI.
           MOVE SPACE         TO TAUDIS-EPCI.
           MOVE AR-DIR        TO T-G-DEPDIR.
           MOVE LOW-VALUE     TO T-G-CLETX1.
           MOVE AR-CTYGC      TO T-G-CTYGC.
           MOVE AR-CCOGC      TO T-G-CCOGC.
           MOVE 'E'           TO T-G-DLETAR.
           MOVE AR-DLIGC      TO T-G-DLIGC.
           MOVE AR-DNUSRN     TO T-G-DNUSRN.
           MOVE AR-DSIREG     TO T-G-DSIREG.
           MOVE AR-GTOGRB     TO T-G-GTOGRB.
           MOVE AR-GTOGRN     TO T-G-GTOGRN.
           MOVE AR-PTBGRB     TO T-G-PTBGRB.
           MOVE AR-PTNGRN     TO T-G-PTNGRN.
           MOVE AR-PTBGRB2    TO T-G-PTBGRB2.
           MOVE AR-PTNGRN2    TO T-G-PTNGRN2.
           MOVE AR-GTOFUS     TO T-G-GTOFUS.
           MOVE AR-JANCRE     TO T-G-JANCRE.
           MOVE AR-JMOCRE     TO T-G-JMOCRE (1:2).
           MOVE AR-NBANLIS    TO T-G-NBANLIS (1:2).

           MOVE TAUDIS-EPCI   TO ENR-TAUDIS.
           MOVE AR-DIR        TO T-DIR.
           MOVE AR-ACOGC (1:3) TO T-COM.
           MOVE LOW-VALUE     TO T-CCOIFP T-CCPPER.
           MOVE AR-ACOGC (4:1) TO T-CCOIFP (1:1).
           WRITE ENR-TAUDIS
               INVALID KEY
                   MOVE 'ECHEC DE CREATION DE L''ARTICLE EPCI'
                       TO W-MOTIF
                   MOVE SPACE TO W-REJ-COM
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
                   GO TO 5000-CREER-EPCI-EXIT
           END-WRITE.
           MOVE W-EPCI-ACOGC TO W-JNL-COM.
           MOVE 'CREATION' TO W-ZONE.
           MOVE SPACE      TO W-ZAVANT.
           MOVE AR-DNUSRN  TO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       5000-CREER-EPCI-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-RATTACHER-COMMUNE.
      *---------------------------------------------------------
      * DEPLACEMENT DU RATTACHEMENT DE LA COMMUNE MEMBRE
           MOVE W-EPCI-DIR    TO T-DIR.
           MOVE MBR-COM (IX)  TO T-COM.
           MOVE LOW-VALUE     TO T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-COM
               INVALID KEY GO TO 6000-RATTACHER-COMMUNE-EXIT
           END-READ.
           MOVE SPACE         TO W-JNL-COM.
           MOVE MBR-COM (IX)  TO W-JNL-COM (1:3).

           MOVE 'ACOGC   ' TO W-ZONE.
           MOVE T-C-ACOGC  TO W-ZAVANT.
           MOVE W-EPCI-ACOGC TO T-C-ACOGC.
           MOVE W-EPCI-ACOGC TO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
           MOVE 'RFEPCI  ' TO W-ZONE.
           MOVE T-C-RFEPCI TO W-ZAVANT.
           MOVE W-EPCI-RFEPCI TO T-C-RFEPCI.
           MOVE T-C-RFEPCI TO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
           MOVE 'GTOCOB  ' TO W-ZONE.
           MOVE T-C-GTOCOB TO W-ZAVANT.
           MOVE MBR-GTOCOB (IX) TO T-C-GTOCOB.
           MOVE T-C-GTOCOB TO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
           MOVE 'GTOCON  ' TO W-ZONE.
           MOVE T-C-GTOCON TO W-ZAVANT.
           MOVE MBR-GTOCON (IX) TO T-C-GTOCON.
           MOVE T-C-GTOCON TO W-ZAPRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.

           MOVE TAUDIS-COM    TO ENR-TAUDIS.
           MOVE W-EPCI-DIR    TO T-DIR.
           MOVE MBR-COM (IX)  TO T-COM.
           MOVE LOW-VALUE     TO T-CCOIFP T-CCPPER.
           REWRITE ENR-TAUDIS
               INVALID KEY
                   MOVE 'ECHEC DE REECRITURE DE LA COMMUNE'
                       TO W-MOTIF
                   MOVE W-JNL-COM TO W-REJ-COM
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
                   GO TO 6000-RATTACHER-COMMUNE-EXIT
           END-REWRITE.
           ADD 1 TO W-NBRATTACH.
       6000-RATTACHER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-CONTROLER-LUHN.
      *---------------------------------------------------------
      * CLE DE LUHN : EN PARTANT DU DERNIER CHIFFRE, UN CHIFFRE
      * SUR DEUX EST DOUBLE (MOINS 9 S'IL DEPASSE 9) ; LA SOMME
      * DOIT ETRE MULTIPLE DE 10. UNE CHAINE NON NUMERIQUE EST
      * INVALIDE
           MOVE 'N' TO W-SW-LUHN.
           IF W-LUHN-CHAINE (1:W-LUHN-LG) NOT NUMERIC
               GO TO 7000-CONTROLER-LUHN-EXIT
           END-IF.
           MOVE 0 TO W-LUHN-SOMME.
           MOVE 0 TO W-LUHN-RANG.
           PERFORM 7100-CUMULER-CHIFFRE
               THRU 7100-CUMULER-CHIFFRE-EXIT
               VARYING W-LUHN-POS FROM W-LUHN-LG BY -1
               UNTIL W-LUHN-POS < 1.
           DIVIDE W-LUHN-SOMME BY 10 GIVING W-LUHN-QUOT
               REMAINDER W-LUHN-RESTE.
           IF W-LUHN-RESTE = 0
               SET LUHN-VALIDE TO TRUE
           END-IF.
       7000-CONTROLER-LUHN-EXIT.
           EXIT.

      *---------------------------------------------------------
       7100-CUMULER-CHIFFRE.
      *---------------------------------------------------------
           ADD 1 TO W-LUHN-RANG.
           MOVE W-LUHN-CHAINE (W-LUHN-POS:1) TO W-LUHN-CAR.
           MOVE W-LUHN-CAR-N TO W-LUHN-CHIFFRE.
      * UN RANG SUR DEUX EN PARTANT DE LA DROITE EST DOUBLE
           DIVIDE W-LUHN-RANG BY 2 GIVING W-LUHN-QUOT
               REMAINDER W-LUHN-RESTE.
           IF W-LUHN-RESTE = 0
               COMPUTE W-LUHN-CHIFFRE = W-LUHN-CHIFFRE * 2
               IF W-LUHN-CHIFFRE > 9
                   SUBTRACT 9 FROM W-LUHN-CHIFFRE
               END-IF
           END-IF.
           ADD W-LUHN-CHIFFRE TO W-LUHN-SOMME.
       7100-CUMULER-CHIFFRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETS.
           MOVE AR-DIR    TO LR-DIR.
           MOVE AR-ACOGC  TO LR-EPCI.
           MOVE W-REJ-COM TO LR-COM.
           MOVE W-MOTIF   TO LR-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-REJET.
           MOVE SPACE TO W-MOTIF.
       8000-REJETER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-JOURNALISER.
      *---------------------------------------------------------
           ACCEPT JE-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JE-HEUJOU FROM TIME.
           MOVE W-EPCI-DIR TO JE-DIR.
           MOVE W-JNL-COM  TO JE-COM.
           MOVE W-ZONE     TO JE-ZONE.
           MOVE W-ZAVANT   TO JE-AVANT.
           MOVE W-ZAPRES   TO JE-APRES.
           MOVE 'A'        TO JE-STATUT.
           WRITE ENR-JOURNAL-EPC.
           MOVE SPACE TO W-ZAVANT W-ZAPRES.
       9000-JOURNALISER-EXIT.
           EXIT.
       END PROGRAM CREAEPCI.
