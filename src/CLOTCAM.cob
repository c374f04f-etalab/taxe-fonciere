      *********************************************************
      * PROGRAMME CLOTCAM                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CLOTURE D'UN MILLESIME ET OUVERTURE DE LA CAMPAGNE    *
      * SUIVANTE EN UN SEUL PASSAGE CONTROLE. LA CLOTURE EST  *
      * REFUSEE (CODE RETOUR 8) SI UNE ETAPE DE CLOTURE N'EST *
      * PAS DECLAREE TERMINEE DANS LE SUIVI DE CAMPAGNE       *
      * SUIVICAM POUR LE MILLESIME : CHARTHIS, HISTBILA ET    *
      * ARCHBASE POUR CHAQUE DIRECTION DE DIRLISTE, PURGHIST  *
      * POUR TOUTES LES DIRECTIONS ('***') ; ELLE L'EST AUSSI *
      * SI LE VERROU D'EXECUTION EST ENCORE PRIS. L'ABSENCE   *
      * DU CALENDRIER CALENCAM DU MILLESIME SUIVANT EST       *
      * SIGNALEE SANS BLOQUER. A L'OUVERTURE : PARMCAM ET     *
      * BAREME DU MILLESIME CLOTURE SONT RECONDUITS POUR      *
      * REVUE (JAMAIS EN ECRASEMENT), LES COMPTEURS ANNUELS   *
      * DE L'ARTICLE DIRECTION DU TAUDIS (DDRLTF, DDRROL,     *
      * DHMRG, DHMRD, DHMRR) SONT REMIS A ZERO AVEC PASSAGE   *
      * DE JANROL AU MILLESIME SUIVANT, LE VERROU EST LIBERE  *
      * ET L'ETAPE CLOTURE EST DECLAREE DANS SUIVICAM. LE     *
      * PARAMETRE PARMCLO PORTE LE MILLESIME, LE MODE ('S' =  *
      * CONTROLE SEUL) ET LE SIGNATAIRE, OBLIGATOIRE : LE     *
      * COMPTE RENDU SE TERMINE PAR UN VISA (SIGNATAIRE,      *
      * HORODATAGE, TOTAUX DE CONTROLE, VERDICT). UNE RELANCE *
      * NE RETOUCHE NI UN MILLESIME DEJA RECONDUIT NI UNE     *
      * DIRECTION DEJA OUVERTE.                               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTCAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMCLO     ASSIGN  TO  PARMCLO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
           SELECT  DIRLISTE    ASSIGN  TO  DIRLISTE
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS DL-FS.
           SELECT  SUIVI       ASSIGN  TO  SUIVICAM
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  SU-CLE
                               FILE STATUS  SU-FS.
           SELECT  VERROU      ASSIGN  TO  VERROU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VR-FS.
           SELECT  CALENCAM    ASSIGN  TO  CALENCAM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CL-FS.
           SELECT  PARMCAM     ASSIGN  TO  PARMCAM
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PCM-JAN
                               FILE STATUS PCM-FS.
           SELECT  BAREME      ASSIGN  TO  BAREME
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BA-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * MILLESIME A CLOTURER, MODE ('S' CONTROLE SEUL, SANS MISE
      * A JOUR ; A DEFAUT CLOTURE ET OUVERTURE), MATRICULE ET
      * NOM DU SIGNATAIRE DU COMPTE RENDU (OBLIGATOIRES)
       FD  PARMCLO.
       01  ENR-PARMCLO.
           05 PL-JAN               PIC X(4).
           05 PL-JAN9 REDEFINES PL-JAN PIC 9(4).
           05 PL-MODE              PIC X(1).
              88 PL-SIMULATION         VALUE 'S'.
           05 PL-MATRIC            PIC X(8).
           05 PL-DSIGNA            PIC X(30).

       FD  DIRLISTE.
       01  ENR-DIRLISTE.
           05 DL-CODEP             PIC X(2).
           05 DL-CODIR             PIC X(1).

       FD  SUIVI.
       01  ENR-SUIVI.
           05 SU-CLE.
              10 SU-JAN            PIC 9(4).
              10 SU-DEPDIR         PIC X(3).
              10 SU-ETAPE          PIC X(8).
           05 SU-DATJOU            PIC 9(8).
           05 SU-HEUJOU            PIC 9(8).
           05 SU-STATUT            PIC X(1).
           05 SU-VOLUME            PIC 9(9).

       FD  VERROU.
       01  ENR-VERROU.
           05 VR-ETAT              PIC X(1).
              88 VR-PRIS               VALUE 'P'.
           05 VR-DAN               PIC 9(4).
           05 VR-DEPDIR            PIC X(3).
           05 VR-DATJOU            PIC 9(8).
           05 VR-HEUJOU            PIC 9(8).
           05 VR-NUMVAG            PIC 9(2).

      * CALENDRIER NATIONAL : SEULE LA PRESENCE DU MILLESIME
      * SUIVANT EST CONTROLEE ICI (COHERENCE : CTLCALEN)
       FD  CALENCAM.
       01  ENR-CALENCAM.
           05 CL-JAN               PIC 9(4).
           05 CL-DATES             PIC X(40).

       FD  PARMCAM.
       01  ENR-PARMCAM.
           COPY XPARMCAM REPLACING 'X' BY PCM.

       FD  BAREME.
       01  ENR-BAREME              PIC X(120).

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CLOTCAM 00 DU 15/10/26'.

       01  PL-FS                   PIC X(2).
           88 PL-OK                     VALUE '00'.
       01  DL-FS                   PIC X(2).
           88 DL-FIN                    VALUE '10'.
       01  SU-FS                   PIC X(2).
           88 SU-OK                     VALUE '00'.
       01  VR-FS                   PIC X(2).
           88 VR-INEXISTANT             VALUES '35' '05'.
       01  CL-FS                   PIC X(2).
           88 CL-FIN                    VALUE '10'.
           88 CL-INEXISTANT             VALUES '35' '05'.
       01  PCM-FS                  PIC X(2).
           88 PCM-OK                    VALUE '00'.
           88 PCM-ABSENT                VALUES '35' '05'.
       01  BA-FS                   PIC X(2).
           88 BA-FIN                    VALUE '10'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  RP-FS                   PIC X(2).

       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.

       01  BAR-ENR.
           COPY XBAREME REPLACING 'X' BY BAR.

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN                 PIC 9(4) VALUE 0.
       01  SUI-DEPDIR              PIC X(3) VALUE SPACE.
       01  SUI-ETAPE               PIC X(8).
       01  SUI-STATUT              PIC X(1).
       01  SUI-VOLUME              PIC 9(9) VALUE 0.

      * ETAPES DE CLOTURE EXIGEES DANS LE SUIVI DE CAMPAGNE :
      * PORTEE 'D' = UNE FOIS PAR DIRECTION DE DIRLISTE, PORTEE
      * '*' = UNE FOIS POUR TOUTES LES DIRECTIONS ('***')
       01  TABLE-ETAPES-VAL.
           05 FILLER               PIC X(9) VALUE 'CHARTHISD'.
           05 FILLER               PIC X(9) VALUE 'HISTBILAD'.
           05 FILLER               PIC X(9) VALUE 'ARCHBASED'.
           05 FILLER               PIC X(9) VALUE 'PURGHIST*'.
       01  TABLE-ETAPES REDEFINES TABLE-ETAPES-VAL.
           05 ETP-ENTREE OCCURS 4.
              10 ETP-NOM           PIC X(8).
              10 ETP-PORTEE        PIC X(1).
                 88 ETP-GLOBALE         VALUE '*'.
       01  W-NBETP                 PIC 9(1) COMP VALUE 4.
       01  IE                      PIC 9(1) COMP.

      * DIRECTIONS A CLOTURER
       01  W-MAXDIR                PIC 9(3) COMP VALUE 150.
       01  W-NBDIR                 PIC 9(3) COMP VALUE 0.
       01  TABLE-DIR.
           05 DIR-DEPDIR           PIC X(3) OCCURS 150.
       01  IX                      PIC 9(3) COMP.
       01  W-DEPDIR-CTL            PIC X(3).

      * ENREGISTREMENTS DU BAREME DU MILLESIME CLOTURE A REPORTER
       01  W-MAXBAR                PIC 9(2) COMP VALUE 10.
       01  W-NBBAR                 PIC 9(2) COMP VALUE 0.
       01  TABLE-BAR.
           05 BAR-REPORT           PIC X(120) OCCURS 10.
       01  IB                      PIC 9(2) COMP.
       01  W-SW-BAR-BATI           PIC X(1) VALUE 'N'.
           88 W-BAR-BATI-PRESENT        VALUE 'O'.
       01  W-SW-BAR-NBATI          PIC X(1) VALUE 'N'.
           88 W-BAR-NBATI-PRESENT       VALUE 'O'.
       01  W-SW-BAR-OUVERT         PIC X(1) VALUE 'N'.
           88 W-BAR-EXTEND              VALUE 'O'.

       01  W-JAN                   PIC 9(4) VALUE 0.
       01  W-JANSUIV               PIC 9(4) VALUE 0.
       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-R REDEFINES W-DATJOU.
           05 W-DJ-AAAA            PIC 9(4).
           05 W-DJ-MM              PIC 9(2).
           05 W-DJ-JJ              PIC 9(2).
       01  W-HEUJOU                PIC 9(8).
       01  W-HEUJOU-R REDEFINES W-HEUJOU.
           05 W-HJ-HH              PIC 9(2).
           05 W-HJ-MN              PIC 9(2).
           05 W-HJ-SS              PIC 9(2).
           05 W-HJ-CC              PIC 9(2).

       01  W-SW-CALEN              PIC X(1) VALUE 'N'.
           88 W-CALEN-TROUVE            VALUE 'O'.
       01  W-SW-VERDICT            PIC X(1) VALUE 'C'.
           88 W-CLOTURE-ACCEPTEE        VALUE 'C'.
           88 W-CLOTURE-REFUSEE         VALUE 'R'.
       01  W-NBMANQ                PIC 9(5) VALUE 0.
       01  W-NBAVERT               PIC 9(5) VALUE 0.
       01  W-NBCTL                 PIC 9(5) VALUE 0.
       01  W-NBRAZ                 PIC 9(3) VALUE 0.
       01  W-NBBARCOP              PIC 9(2) VALUE 0.
       01  W-NBPRMCOP              PIC 9(1) VALUE 0.
      * TOTAL DE CONTROLE : SOMME DES VOLUMES DECLARES PAR LES
      * ETAPES DE CLOTURE CONTROLEES
       01  W-TOTCTL                PIC 9(15) VALUE 0.
       01  W-MOTIF                 PIC X(60).

      * COMPTE RENDU DE CLOTURE
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '='.
       01  LIGNE-TIRET             PIC X(132) VALUE ALL '-'.
       01  LIGNE-BLANCHE           PIC X(132) VALUE SPACES.
       01  LIGNE-TITRE.
           05 FILLER               PIC X(38) VALUE
              'COMPTE RENDU DE CLOTURE DU MILLESIME '.
           05 LT-JAN               PIC 9(4).
           05 FILLER               PIC X(31) VALUE
              ' ET D''OUVERTURE DU MILLESIME '.
           05 LT-JANSUIV           PIC 9(4).
           05 FILLER               PIC X(10) VALUE '   EDITE '.
           05 LT-DATE              PIC X(10).
           05 FILLER               PIC X(3)  VALUE ' A '.
           05 LT-HEURE             PIC X(8).
       01  LIGNE-MODE.
           05 FILLER               PIC X(7)  VALUE 'MODE : '.
           05 LM-MODE              PIC X(40).
       01  LIGNE-RUBRIQUE.
           05 LR-LIBELLE           PIC X(60).
       01  LIGNE-ETAPE.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LE-DEPDIR            PIC X(3).
           05 FILLER               PIC X(9)  VALUE '  ETAPE '.
           05 LE-ETAPE             PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LE-ETAT              PIC X(10).
           05 FILLER               PIC X(4)  VALUE ' LE '.
           05 LE-DATE              PIC X(10).
           05 FILLER               PIC X(10) VALUE '  VOLUME '.
           05 LE-VOLUME            PIC Z(8)9.
       01  LIGNE-ANOMALIE.
           05 FILLER               PIC X(4)  VALUE '*** '.
           05 LA-MOTIF             PIC X(60).
       01  LIGNE-RAZ.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LZ-DEPDIR            PIC X(3).
           05 FILLER               PIC X(9)  VALUE '  JANROL '.
           05 LZ-JANROL-AV         PIC 9(4).
           05 FILLER               PIC X(4)  VALUE ' -> '.
           05 LZ-JANROL-AP         PIC 9(4).
           05 FILLER               PIC X(10) VALUE '  DDRLTF '.
           05 LZ-DDRLTF            PIC 9(1).
           05 FILLER               PIC X(9)  VALUE '  DDRROL '.
           05 LZ-DDRROL            PIC 9(3).
           05 FILLER               PIC X(8)  VALUE '  DHMRG '.
           05 LZ-DHMRG             PIC X(4).
           05 FILLER               PIC X(8)  VALUE '  DHMRD '.
           05 LZ-DHMRD             PIC X(4).
           05 FILLER               PIC X(8)  VALUE '  DHMRR '.
           05 LZ-DHMRR             PIC X(4).
           05 FILLER               PIC X(16) VALUE '  REMIS A ZERO'.
       01  LIGNE-INFO.
           05 LI-TEXTE             PIC X(132).
       01  LIGNE-VISA-SIGNA.
           05 FILLER               PIC X(13) VALUE 'SIGNATAIRE : '.
           05 LV-DSIGNA            PIC X(30).
           05 FILLER               PIC X(13) VALUE '  MATRICULE '.
           05 LV-MATRIC            PIC X(8).
       01  LIGNE-VISA-DATE.
           05 FILLER               PIC X(13) VALUE 'VISE LE    : '.
           05 LV-DATE              PIC X(10).
           05 FILLER               PIC X(3)  VALUE ' A '.
           05 LV-HEURE             PIC X(8).
       01  LIGNE-VISA-TOTAUX.
           05 FILLER               PIC X(13) VALUE 'DIRECTIONS : '.
           05 LV-NBDIR             PIC ZZ9.
           05 FILLER               PIC X(21) VALUE
              '  ETAPES CONTROLEES '.
           05 LV-NBCTL             PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE '  MANQUANTES'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LV-NBMANQ            PIC ZZZZ9.
           05 FILLER               PIC X(14) VALUE '  AVERTISSEM. '.
           05 LV-NBAVERT           PIC ZZZZ9.
       01  LIGNE-VISA-OUVERT.
           05 FILLER               PIC X(22) VALUE
              'PARMCAM RECOPIE     : '.
           05 LV-NBPRMCOP          PIC 9.
           05 FILLER               PIC X(24) VALUE
              '  BAREMES RECOPIES   : '.
           05 LV-NBBARCOP          PIC Z9.
           05 FILLER               PIC X(24) VALUE
              '  DIRECTIONS OUVERTES : '.
           05 LV-NBRAZ             PIC ZZ9.
       01  LIGNE-VISA-CONTROLE.
           05 FILLER               PIC X(22) VALUE
              'TOTAL DE CONTROLE   : '.
           05 LV-TOTCTL            PIC Z(14)9.
       01  LIGNE-VISA-VERDICT.
           05 FILLER               PIC X(13) VALUE 'VERDICT    : '.
           05 LV-VERDICT           PIC X(60).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.
           IF W-CLOTURE-REFUSEE
               GO TO 0000-FIN
           END-IF.

           PERFORM 2000-CONTROLER-ETAPES
               THRU 2000-CONTROLER-ETAPES-EXIT.
           PERFORM 2500-CONTROLER-VERROU
               THRU 2500-CONTROLER-VERROU-EXIT.
           PERFORM 2600-CONTROLER-CALENDRIER
               THRU 2600-CONTROLER-CALENDRIER-EXIT.
           IF W-NBMANQ > 0
               SET W-CLOTURE-REFUSEE TO TRUE
               GO TO 0000-FIN
           END-IF.
           IF PL-SIMULATION
               GO TO 0000-FIN
           END-IF.

      * OUVERTURE DU MILLESIME SUIVANT
           PERFORM 3000-OUVRIR-PARMCAM
               THRU 3000-OUVRIR-PARMCAM-EXIT.
           PERFORM 3100-OUVRIR-BAREME
               THRU 3100-OUVRIR-BAREME-EXIT.
           PERFORM 3200-RAZ-COMPTEURS
               THRU 3200-RAZ-COMPTEURS-EXIT.
           PERFORM 3300-LIBERER-VERROU
               THRU 3300-LIBERER-VERROU-EXIT.

           MOVE W-JAN      TO SUI-JAN.
           MOVE '***'      TO SUI-DEPDIR.
           MOVE 'CLOTURE ' TO SUI-ETAPE.
           MOVE 'T'        TO SUI-STATUT.
           MOVE W-NBRAZ    TO SUI-VOLUME.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
       0000-FIN.
           PERFORM 8000-EDITER-VISA
               THRU 8000-EDITER-VISA-EXIT.
           CLOSE RAPPORT.
           IF W-CLOTURE-REFUSEE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W-NBAVERT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'CLOTCAM - MILLESIME ' W-JAN ' : '
                   LV-VERDICT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           ACCEPT W-HEUJOU FROM TIME.
           MOVE SPACES TO LT-DATE LT-HEURE.
           STRING W-DJ-JJ '/' W-DJ-MM '/' W-DJ-AAAA
               DELIMITED BY SIZE INTO LT-DATE.
           STRING W-HJ-HH ':' W-HJ-MN ':' W-HJ-SS
               DELIMITED BY SIZE INTO LT-HEURE.

           OPEN INPUT PARMCLO.
           IF PL-OK
               READ PARMCLO
                   AT END MOVE SPACES TO ENR-PARMCLO
               END-READ
               CLOSE PARMCLO
           END-IF.
           IF PL-JAN IS NUMERIC AND PL-JAN9 > 0
               MOVE PL-JAN9 TO W-JAN
               COMPUTE W-JANSUIV = W-JAN + 1
           END-IF.

           OPEN OUTPUT RAPPORT.
           MOVE W-JAN     TO LT-JAN.
           MOVE W-JANSUIV TO LT-JANSUIV.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE.
           IF PL-SIMULATION
               MOVE 'CONTROLE SEUL, AUCUNE MISE A JOUR' TO LM-MODE
           ELSE
               MOVE 'CLOTURE ET OUVERTURE' TO LM-MODE
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-MODE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.

      * UN COMPTE RENDU DE CLOTURE NON SIGNE OU SANS MILLESIME
      * N'EST PAS RECEVABLE
           IF W-JAN = 0
               MOVE 'MILLESIME A CLOTURER NON SERVI OU NON NUMERIQUE'
                   TO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               SET W-CLOTURE-REFUSEE TO TRUE
           END-IF.
           IF PL-MATRIC = SPACE OR PL-DSIGNA = SPACE
               MOVE 'SIGNATAIRE DE LA CLOTURE NON SERVI' TO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               SET W-CLOTURE-REFUSEE TO TRUE
           END-IF.
           IF W-CLOTURE-REFUSEE
               GO TO 1000-INITIALISER-EXIT
           END-IF.

           OPEN INPUT DIRLISTE.
           PERFORM 1100-CHARGER-DIRECTION
               THRU 1100-CHARGER-DIRECTION-EXIT
               UNTIL DL-FIN.
           CLOSE DIRLISTE.
           IF W-NBDIR = 0
               MOVE 'AUCUNE DIRECTION DANS DIRLISTE' TO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               SET W-CLOTURE-REFUSEE TO TRUE
           END-IF.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CHARGER-DIRECTION.
      *---------------------------------------------------------
           READ DIRLISTE
               AT END SET DL-FIN TO TRUE
                      GO TO 1100-CHARGER-DIRECTION-EXIT
           END-READ.
           IF W-NBDIR >= W-MAXDIR
               MOVE SPACES TO W-MOTIF
               STRING 'DIRECTION ' DL-CODEP DL-CODIR
                      ' AU-DELA DE LA TABLE : NON CLOTUREE'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBMANQ
               GO TO 1100-CHARGER-DIRECTION-EXIT
           END-IF.
           ADD 1 TO W-NBDIR.
           MOVE DL-CODEP TO DIR-DEPDIR (W-NBDIR) (1:2).
           MOVE DL-CODIR TO DIR-DEPDIR (W-NBDIR) (3:1).
       1100-CHARGER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-ETAPES.
      *---------------------------------------------------------
      * CHAQUE ETAPE DE CLOTURE DOIT AVOIR ETE DECLAREE TERMINEE
      * DANS LE SUIVI DE CAMPAGNE POUR LE MILLESIME CLOTURE :
      * ETAPE ABSENTE OU EN ECHEC = CLOTURE REFUSEE
           MOVE 'ETAPES DE CLOTURE (SUIVI DE CAMPAGNE SUIVICAM)'
               TO LR-LIBELLE.
           WRITE ENR-RAPPORT FROM LIGNE-RUBRIQUE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           OPEN INPUT SUIVI.
           IF NOT SU-OK
               MOVE 'SUIVI DE CAMPAGNE SUIVICAM INDISPONIBLE'
                   TO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBMANQ
               GO TO 2000-CONTROLER-ETAPES-EXIT
           END-IF.
           PERFORM 2100-CONTROLER-DIRECTION
               THRU 2100-CONTROLER-DIRECTION-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBDIR.
           MOVE '***' TO W-DEPDIR-CTL.
           PERFORM 2200-CONTROLER-ETAPE
               THRU 2200-CONTROLER-ETAPE-EXIT
               VARYING IE FROM 1 BY 1
               UNTIL IE > W-NBETP.
           CLOSE SUIVI.
           WRITE ENR-RAPPORT FROM LIGNE-BLANCHE.
       2000-CONTROLER-ETAPES-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CONTROLER-DIRECTION.
      *---------------------------------------------------------
           MOVE DIR-DEPDIR (IX) TO W-DEPDIR-CTL.
           PERFORM 2200-CONTROLER-ETAPE
               THRU 2200-CONTROLER-ETAPE-EXIT
               VARYING IE FROM 1 BY 1
               UNTIL IE > W-NBETP.
       2100-CONTROLER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-ETAPE.
      *---------------------------------------------------------
      * UNE ETAPE DE PORTEE DIRECTION N'EST CONTROLEE QUE POUR
      * UNE DIRECTION, UNE ETAPE GLOBALE QUE SOUS '***'
           IF ETP-GLOBALE (IE) AND W-DEPDIR-CTL NOT = '***'
               GO TO 2200-CONTROLER-ETAPE-EXIT
           END-IF.
           IF NOT ETP-GLOBALE (IE) AND W-DEPDIR-CTL = '***'
               GO TO 2200-CONTROLER-ETAPE-EXIT
           END-IF.
           ADD 1 TO W-NBCTL.
           MOVE W-DEPDIR-CTL  TO LE-DEPDIR.
           MOVE ETP-NOM (IE)  TO LE-ETAPE.
           MOVE SPACES        TO LE-DATE.
           MOVE 0             TO LE-VOLUME.
           MOVE W-JAN         TO SU-JAN.
           MOVE W-DEPDIR-CTL  TO SU-DEPDIR.
           MOVE ETP-NOM (IE)  TO SU-ETAPE.
           READ SUIVI
               INVALID KEY
                   MOVE 'ABSENTE'  TO LE-ETAT
                   ADD 1 TO W-NBMANQ
                   WRITE ENR-RAPPORT FROM LIGNE-ETAPE
                   GO TO 2200-CONTROLER-ETAPE-EXIT
           END-READ.
           STRING SU-DATJOU (7:2) '/' SU-DATJOU (5:2) '/'
                  SU-DATJOU (1:4)
               DELIMITED BY SIZE INTO LE-DATE.
           MOVE SU-VOLUME TO LE-VOLUME.
           IF SU-STATUT = 'T'
               MOVE 'TERMINEE' TO LE-ETAT
               ADD SU-VOLUME TO W-TOTCTL
           ELSE
               MOVE 'EN ECHEC' TO LE-ETAT
               ADD 1 TO W-NBMANQ
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-ETAPE.
       2200-CONTROLER-ETAPE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-CONTROLER-VERROU.
      *---------------------------------------------------------
      * UN VERROU D'EXECUTION ENCORE PRIS SIGNALE UN LOT EN COURS
      * OU UN INCIDENT NON SOLDE (CKPTUTIL) : PAS DE CLOTURE
           OPEN INPUT VERROU.
           IF VR-INEXISTANT
               GO TO 2500-CONTROLER-VERROU-EXIT
           END-IF.
           READ VERROU
               AT END MOVE 'L' TO VR-ETAT
           END-READ.
           CLOSE VERROU.
           IF VR-PRIS
               MOVE SPACES TO W-MOTIF
               STRING 'VERROU D''EXECUTION PRIS PAR LA DIRECTION '
                      VR-DEPDIR ' (CKPTUTIL)'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBMANQ
           END-IF.
       2500-CONTROLER-VERROU-EXIT.
           EXIT.

      *---------------------------------------------------------
       2600-CONTROLER-CALENDRIER.
      *---------------------------------------------------------
      * LES DATES NATIONALES DU MILLESIME SUIVANT PEUVENT N'ETRE
      * CONNUES QU'APRES LA LOI DE FINANCES : LEUR ABSENCE EST
      * SIGNALEE SANS BLOQUER LA CLOTURE
           OPEN INPUT CALENCAM.
           IF NOT CL-INEXISTANT
               PERFORM 2610-LIRE-CALENDRIER
                   THRU 2610-LIRE-CALENDRIER-EXIT
                   UNTIL CL-FIN OR W-CALEN-TROUVE
               CLOSE CALENCAM
           END-IF.
           IF NOT W-CALEN-TROUVE
               MOVE SPACES TO W-MOTIF
               STRING 'CALENDRIER CALENCAM ' W-JANSUIV
                      ' A SAISIR (AVERTISSEMENT)'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBAVERT
           END-IF.
       2600-CONTROLER-CALENDRIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2610-LIRE-CALENDRIER.
      *---------------------------------------------------------
           READ CALENCAM
               AT END SET CL-FIN TO TRUE
                      GO TO 2610-LIRE-CALENDRIER-EXIT
           END-READ.
           IF CL-JAN = W-JANSUIV
               SET W-CALEN-TROUVE TO TRUE
           END-IF.
       2610-LIRE-CALENDRIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-OUVRIR-PARMCAM.
      *---------------------------------------------------------
      * LES PARAMETRES DU MILLESIME CLOTURE SONT RECONDUITS A
      * L'IDENTIQUE POUR REVUE (CHARGPRM) ; UN MILLESIME SUIVANT
      * DEJA CHARGE N'EST JAMAIS ECRASE
           MOVE 'OUVERTURE DU MILLESIME SUIVANT' TO LR-LIBELLE.
           WRITE ENR-RAPPORT FROM LIGNE-RUBRIQUE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           OPEN I-O PARMCAM.
           IF PCM-ABSENT
               OPEN OUTPUT PARMCAM
               CLOSE PARMCAM
               OPEN I-O PARMCAM
           END-IF.
           MOVE SPACES TO LI-TEXTE.
           MOVE W-JANSUIV TO PCM-JAN.
           READ PARMCAM
               INVALID KEY CONTINUE
           END-READ.
           IF PCM-OK
               STRING 'PARMCAM ' W-JANSUIV
                      ' DEJA PRESENT : CONSERVE EN L''ETAT'
                   DELIMITED BY SIZE INTO LI-TEXTE
               GO TO 3000-SUITE
           END-IF.
           MOVE W-JAN TO PCM-JAN.
           READ PARMCAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT PCM-OK
               MOVE SPACES TO W-MOTIF
               STRING 'PARMCAM ' W-JAN ' ABSENT : ' W-JANSUIV
                      ' A CHARGER PAR CHARGPRM'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBAVERT
               GO TO 3000-FIN
           END-IF.
           MOVE W-JANSUIV TO PCM-JAN.
           WRITE ENR-PARMCAM
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE 1 TO W-NBPRMCOP.
           STRING 'PARMCAM ' W-JAN ' RECONDUIT EN ' W-JANSUIV
                  ' (A REVOIR PAR CHARGPRM)'
               DELIMITED BY SIZE INTO LI-TEXTE.
       3000-SUITE.
           WRITE ENR-RAPPORT FROM LIGNE-INFO.
       3000-FIN.
           CLOSE PARMCAM.
       3000-OUVRIR-PARMCAM-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-OUVRIR-BAREME.
      *---------------------------------------------------------
      * PREMIER PASSAGE : RELEVE DES ENREGISTREMENTS DU MILLESIME
      * CLOTURE ET DES NATURES DEJA PRESENTES POUR LE SUIVANT ;
      * SECOND PASSAGE EN EXTEND : RECOPIE DES MANQUANTS
           OPEN INPUT BAREME.
           PERFORM 3110-LIRE-BAREME
               THRU 3110-LIRE-BAREME-EXIT
               UNTIL BA-FIN.
           CLOSE BAREME.
           IF W-NBBAR = 0
               MOVE SPACES TO W-MOTIF
               STRING 'BAREME ' W-JAN ' ABSENT : ' W-JANSUIV
                      ' A SAISIR'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBAVERT
               GO TO 3100-OUVRIR-BAREME-EXIT
           END-IF.
           PERFORM 3120-ECRIRE-BAREME
               THRU 3120-ECRIRE-BAREME-EXIT
               VARYING IB FROM 1 BY 1
               UNTIL IB > W-NBBAR.
           IF W-BAR-EXTEND
               CLOSE BAREME
           END-IF.
       3100-OUVRIR-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-LIRE-BAREME.
      *---------------------------------------------------------
           READ BAREME INTO BAR-ENR
               AT END SET BA-FIN TO TRUE
                      GO TO 3110-LIRE-BAREME-EXIT
           END-READ.
           IF BAR-JAN = W-JANSUIV
               IF BAR-CCOBNB = '2'
                   SET W-BAR-BATI-PRESENT TO TRUE
               ELSE
                   SET W-BAR-NBATI-PRESENT TO TRUE
               END-IF
               GO TO 3110-LIRE-BAREME-EXIT
           END-IF.
           IF BAR-JAN NOT = W-JAN OR W-NBBAR >= W-MAXBAR
               GO TO 3110-LIRE-BAREME-EXIT
           END-IF.
           ADD 1 TO W-NBBAR.
           MOVE ENR-BAREME TO BAR-REPORT (W-NBBAR).
       3110-LIRE-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       3120-ECRIRE-BAREME.
      *---------------------------------------------------------
           MOVE BAR-REPORT (IB) TO BAR-ENR.
           MOVE SPACES TO LI-TEXTE.
           IF (BAR-CCOBNB = '2' AND W-BAR-BATI-PRESENT)
              OR (BAR-CCOBNB NOT = '2' AND W-BAR-NBATI-PRESENT)
               STRING 'BAREME ' W-JANSUIV ' NATURE ' BAR-CCOBNB
                      ' DEJA PRESENT : CONSERVE EN L''ETAT'
                   DELIMITED BY SIZE INTO LI-TEXTE
               WRITE ENR-RAPPORT FROM LIGNE-INFO
               GO TO 3120-ECRIRE-BAREME-EXIT
           END-IF.
           IF NOT W-BAR-EXTEND
               OPEN EXTEND BAREME
               SET W-BAR-EXTEND TO TRUE
           END-IF.
           MOVE W-JANSUIV TO BAR-JAN.
           WRITE ENR-BAREME FROM BAR-ENR.
           ADD 1 TO W-NBBARCOP.
           STRING 'BAREME ' W-JAN ' NATURE ' BAR-CCOBNB
                  ' RECONDUIT EN ' W-JANSUIV
                  ' (A REVOIR SELON LA LOI DE FINANCES)'
               DELIMITED BY SIZE INTO LI-TEXTE.
           WRITE ENR-RAPPORT FROM LIGNE-INFO.
       3120-ECRIRE-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-RAZ-COMPTEURS.
      *---------------------------------------------------------
           OPEN I-O TAUDIS.
           PERFORM 3210-RAZ-DIRECTION
               THRU 3210-RAZ-DIRECTION-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBDIR.
           CLOSE TAUDIS.
       3200-RAZ-COMPTEURS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3210-RAZ-DIRECTION.
      *---------------------------------------------------------
      * ARTICLE DIRECTION DU TAUDIS : LES COMPTEURS ANNUELS DE LOT
      * ET DE ROLE (GENERAL ET SUPPLEMENTAIRES) SONT REMIS A ZERO
      * ET L'ANNEE DU ROLE PASSE AU MILLESIME SUIVANT. UNE
      * DIRECTION DEJA OUVERTE (RELANCE) N'EST PAS RETOUCHEE
           MOVE SPACES TO LI-TEXTE.
           MOVE DIR-DEPDIR (IX) TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY CONTINUE
           END-READ.
           IF NOT TAUDIS-OK OR T-D-DLETAR NOT = 'D'
               MOVE SPACES TO W-MOTIF
               STRING 'DIRECTION ' DIR-DEPDIR (IX)
                      ' : ARTICLE DIRECTION ABSENT DU TAUDIS'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBAVERT
               GO TO 3210-RAZ-DIRECTION-EXIT
           END-IF.
           IF T-D-JANROL NUMERIC AND T-D-JANROL > W-JAN
               STRING 'DIRECTION ' DIR-DEPDIR (IX)
                      ' DEJA OUVERTE (JANROL ' T-D-JANROL
                      ') : CONSERVEE EN L''ETAT'
                   DELIMITED BY SIZE INTO LI-TEXTE
               WRITE ENR-RAPPORT FROM LIGNE-INFO
               GO TO 3210-RAZ-DIRECTION-EXIT
           END-IF.
           MOVE DIR-DEPDIR (IX) TO LZ-DEPDIR.
           MOVE T-D-JANROL      TO LZ-JANROL-AV.
           MOVE T-D-DDRLTF      TO LZ-DDRLTF.
           MOVE T-D-DDRROL      TO LZ-DDRROL.
           MOVE T-D-DHMRG       TO LZ-DHMRG.
           MOVE T-D-DHMRD       TO LZ-DHMRD.
           MOVE T-D-DHMRR       TO LZ-DHMRR.
           MOVE W-JANSUIV       TO T-D-JANROL LZ-JANROL-AP.
           MOVE 0 TO T-D-DDRLTF T-D-DDRROL
                     T-D-DDRHMG T-D-DDRROG
                     T-D-DDRHMD T-D-DDRROD
                     T-D-DDRHMR T-D-DDRROR.
           MOVE TAUDIS-DIR TO ENR-TAUDIS.
           REWRITE ENR-TAUDIS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF NOT TAUDIS-OK
               MOVE SPACES TO W-MOTIF
               STRING 'DIRECTION ' DIR-DEPDIR (IX)
                      ' : MISE A JOUR DU TAUDIS EN ECHEC'
                   DELIMITED BY SIZE INTO W-MOTIF
               PERFORM 8100-EDITER-ANOMALIE
                   THRU 8100-EDITER-ANOMALIE-EXIT
               ADD 1 TO W-NBAVERT
               GO TO 3210-RAZ-DIRECTION-EXIT
           END-IF.
           ADD 1 TO W-NBRAZ.
           WRITE ENR-RAPPORT FROM LIGNE-RAZ.
       3210-RAZ-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-LIBERER-VERROU.
      *---------------------------------------------------------
      * LE VERROU D'EXECUTION EST REMIS LIBRE AU NOM DU NOUVEAU
      * MILLESIME, POUR TOUTES LES DIRECTIONS
           MOVE 'L'       TO VR-ETAT.
           MOVE W-JANSUIV TO VR-DAN.
           MOVE '***'     TO VR-DEPDIR.
           MOVE W-DATJOU  TO VR-DATJOU.
           MOVE W-HEUJOU  TO VR-HEUJOU.
           MOVE 0         TO VR-NUMVAG.
           OPEN OUTPUT VERROU.
           WRITE ENR-VERROU.
           CLOSE VERROU.
           MOVE SPACES TO LI-TEXTE.
           STRING 'VERROU D''EXECUTION LIBERE POUR LE MILLESIME '
                  W-JANSUIV
               DELIMITED BY SIZE INTO LI-TEXTE.
           WRITE ENR-RAPPORT FROM LIGNE-INFO.
           WRITE ENR-RAPPORT FROM LIGNE-BLANCHE.
       3300-LIBERER-VERROU-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-EDITER-VISA.
      *---------------------------------------------------------
      * VISA DU COMPTE RENDU : SIGNATAIRE, HORODATAGE, TOTAUX DE
      * CONTROLE ET VERDICT
           IF W-CLOTURE-REFUSEE
               MOVE 'CLOTURE REFUSEE : ETAPE MANQUANTE OU ANOMALIE'
                   TO LV-VERDICT
           ELSE
               IF PL-SIMULATION
                   MOVE 'CONTROLE SATISFAISANT, CLOTURE NON EFFECTUEE'
                       TO LV-VERDICT
               ELSE
                   MOVE 'MILLESIME CLOTURE, MILLESIME SUIVANT OUVERT'
                       TO LV-VERDICT
               END-IF
           END-IF.
           MOVE PL-DSIGNA   TO LV-DSIGNA.
           MOVE PL-MATRIC   TO LV-MATRIC.
           MOVE LT-DATE     TO LV-DATE.
           MOVE LT-HEURE    TO LV-HEURE.
           MOVE W-NBDIR     TO LV-NBDIR.
           MOVE W-NBCTL     TO LV-NBCTL.
           MOVE W-NBMANQ    TO LV-NBMANQ.
           MOVE W-NBAVERT   TO LV-NBAVERT.
           MOVE W-NBPRMCOP  TO LV-NBPRMCOP.
           MOVE W-NBBARCOP  TO LV-NBBARCOP.
           MOVE W-NBRAZ     TO LV-NBRAZ.
           MOVE W-TOTCTL    TO LV-TOTCTL.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'VISA DE CLOTURE' TO LR-LIBELLE.
           WRITE ENR-RAPPORT FROM LIGNE-RUBRIQUE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           WRITE ENR-RAPPORT FROM LIGNE-VISA-TOTAUX.
           WRITE ENR-RAPPORT FROM LIGNE-VISA-OUVERT.
           WRITE ENR-RAPPORT FROM LIGNE-VISA-CONTROLE.
           WRITE ENR-RAPPORT FROM LIGNE-VISA-VERDICT.
           WRITE ENR-RAPPORT FROM LIGNE-VISA-SIGNA.
           WRITE ENR-RAPPORT FROM LIGNE-VISA-DATE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
       8000-EDITER-VISA-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-EDITER-ANOMALIE.
      *---------------------------------------------------------
           MOVE W-MOTIF TO LA-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE.
       8100-EDITER-ANOMALIE-EXIT.
           EXIT.
       END PROGRAM CLOTCAM.
