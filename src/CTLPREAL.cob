      *********************************************************
      * PROGRAMME CTLPREAL                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONTROLE DES PREALABLES D'UNE ETAPE DE LA CHAINE DE   *
      * CAMPAGNE, PASSE EN TETE DE CHAQUE ETAPE (PARAMETRE    *
      * PARMPRE : ETAPE, MILLESIME, DIRECTION). LE            *
      * REFERENTIEL PREALAB DONNE POUR CHAQUE ETAPE LES       *
      * ETAPES QUI DOIVENT ETRE TERMINEES POUR LE MEME        *
      * MILLESIME ET LA MEME DIRECTION (OU POUR TOUTES,       *
      * '***'), EVENTUELLEMENT SOUS CONDITION (EX. FUSILOT    *
      * EXIGE SEULEMENT SI ECLALOT EST PASSE) ; ELLES SONT    *
      * RECHERCHEES DANS LE SUIVI DE CAMPAGNE SUIVICAM. LE    *
      * PREALABLE 'QUALFIC' EXIGE L'ABSENCE DE FEU ROUGE DE   *
      * QUALITE POUR LA DIRECTION (REGLE ET SEUIL DE          *
      * QUALSYNT). CHAQUE PREALABLE MANQUANT EST NOMME EN     *
      * SYSOUT ; LE CODE RETOUR 8 ARRETE ALORS LA CHAINE. UN  *
      * FORCAGE ('F', AUTORISANT ET MOTIF OBLIGATOIRES)       *
      * LAISSE PASSER AVEC LE CODE RETOUR 4. TOUTE DECISION   *
      * (ACCORDEE, REFUSEE, FORCEE) EST ECRITE DANS LE        *
      * JOURNAL CUMULATIF JNLPRE. CODE RETOUR 12 SI LE        *
      * PARAMETRE OU LE REFERENTIEL EST INUTILISABLE.         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPREAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMPRE     ASSIGN  TO  PARMPRE
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PA-FS.
           SELECT  PREALAB     ASSIGN  TO  PREALAB
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PR-FS.
           SELECT  PARMQUAL    ASSIGN  TO  PARMQUAL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PQ-FS.
           SELECT  SUIVI       ASSIGN  TO  SUIVICAM
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  SU-CLE
                               FILE STATUS  SU-FS.
           SELECT  QUALITE     ASSIGN  TO  QUALFIC
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  QU-CLE
                               FILE STATUS  QU-FS.
           SELECT  JOURNAL-PRE ASSIGN  TO  JNLPRE
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JP-FS.

       DATA DIVISION.
       FILE SECTION.
      * ETAPE A LANCER, MILLESIME ET DIRECTION ; FORCAGE ('F')
      * AVEC AUTORISANT ET MOTIF OBLIGATOIRES
       FD  PARMPRE.
       01  ENR-PARMPRE.
           05 PA-ETAPE             PIC X(8).
           05 PA-JAN               PIC X(4).
           05 PA-JAN9 REDEFINES PA-JAN PIC 9(4).
           05 PA-CODEP             PIC X(2).
           05 PA-CODIR             PIC X(1).
           05 PA-FORCAGE           PIC X(1).
              88 PA-FORCE              VALUE 'F'.
           05 PA-AUTORIS           PIC X(8).
           05 PA-MOTIF             PIC X(40).

      * REFERENTIEL DES PREALABLES : UNE LIGNE PAR ETAPE ET PAR
      * ETAPE PREALABLE. PORTEE '*' : PREALABLE GLOBAL, DECLARE
      * SOUS LA DIRECTION '***' ; A DEFAUT, MEME DIRECTION.
      * CONDITION : LE PREALABLE N'EST EXIGE QUE SI L'ETAPE
      * CONDITION EST TERMINEE POUR LA DIRECTION (EX. FUSILOT
      * SI ECLALOT). LE PREALABLE 'QUALFIC' EXIGE L'ABSENCE DE
      * FEU ROUGE DE QUALITE POUR LA DIRECTION
       FD  PREALAB.
       01  ENR-PREALAB.
           05 PR-ETAPE             PIC X(8).
           05 PR-PREREQ            PIC X(8).
              88 PR-QUALITE            VALUE 'QUALFIC '.
           05 PR-PORTEE            PIC X(1).
              88 PR-GLOBAL             VALUE '*'.
           05 PR-CONDIT            PIC X(8).

      * SEUIL DE TAUX D'ANOMALIE DU FEU ROUGE (COMME QUALSYNT)
       FD  PARMQUAL.
       01  ENR-PARMQUAL.
           05 PQ-JAN               PIC 9(4).
           05 PQ-SEUILPM           PIC 9(5).

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

       FD  QUALITE.
       01  ENR-QUALITE.
           05 QU-CLE.
              10 QU-JAN            PIC 9(4).
              10 QU-DEPDIR         PIC X(3).
              10 QU-CONTROLE       PIC X(8).
           05 QU-DATJOU            PIC 9(8).
           05 QU-VOLUME            PIC 9(9).
           05 QU-NBANOM            PIC 9(9).
           05 QU-GRAVITE           PIC X(1).

      * JOURNAL CUMULATIF DES DECISIONS : 'A' ACCORDE, 'R'
      * REFUSE, 'F' FORCE (AUTORISANT ET MOTIF)
       FD  JOURNAL-PRE.
       01  ENR-JOURNAL-PRE.
           05 JP-DATJOU            PIC 9(8).
           05 JP-HEUJOU            PIC 9(8).
           05 JP-ETAPE             PIC X(8).
           05 JP-JAN               PIC 9(4).
           05 JP-DEPDIR            PIC X(3).
           05 JP-DECISION          PIC X(1).
           05 JP-NBPREA            PIC 9(3).
           05 JP-NBMANQ            PIC 9(3).
           05 JP-MANQUANT          PIC X(8).
           05 JP-AUTORIS           PIC X(8).
           05 JP-MOTIF             PIC X(40).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CTLPREAL 00 DU 15/10/26'.

       01  PA-FS                   PIC X(2).
           88 PA-OK                     VALUE '00'.
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
           88 PR-FIN                    VALUE '10'.
       01  PQ-FS                   PIC X(2).
           88 PQ-OK                     VALUE '00'.
       01  SU-FS                   PIC X(2).
           88 SU-OK                     VALUE '00'.
       01  QU-FS                   PIC X(2).
           88 QU-OK                     VALUE '00'.
       01  JP-FS                   PIC X(2).
           88 JP-ABSENT                 VALUE '35'.

       01  W-SW-SUIVI              PIC X(1) VALUE 'N'.
           88 W-SUIVI-OUVERT            VALUE 'O'.
       01  W-SW-QUALITE            PIC X(1) VALUE 'N'.
           88 W-QUALITE-OUVERT          VALUE 'O'.
       01  W-SW-FINQU              PIC X(1).
           88 W-FIN-QUALITE             VALUE 'O'.

       01  W-JAN                   PIC 9(4) VALUE 0.
       01  W-DEPDIR                PIC X(3) VALUE SPACE.
       01  W-DEPDIR-PREA           PIC X(3).
       01  W-SEUILPM               PIC 9(5) VALUE 10.
       01  W-NBPREA                PIC 9(3) VALUE 0.
       01  W-NBMANQ                PIC 9(3) VALUE 0.
       01  W-MANQUANT              PIC X(8) VALUE SPACE.
       01  W-ETAT                  PIC X(30).

      * VERDICT DE QUALITE DE LA DIRECTION (REGLE DE QUALSYNT)
       01  W-QU-VOLUME             PIC 9(11) VALUE 0.
       01  W-QU-NBANOM             PIC 9(11) VALUE 0.
       01  W-QU-NBCTL              PIC 9(5) VALUE 0.
       01  W-TAUXPM                PIC 9(7) VALUE 0.
       01  W-SW-ROUGE              PIC X(1).
           88 W-DIR-ROUGE               VALUE 'O'.

       01  W-SW-DECISION           PIC X(1) VALUE 'A'.
           88 W-ACCORDE                 VALUE 'A'.
           88 W-REFUSE                  VALUE 'R'.
           88 W-FORCE                   VALUE 'F'.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMPRE.
           IF PA-OK
               READ PARMPRE
                   AT END MOVE SPACES TO ENR-PARMPRE
               END-READ
               CLOSE PARMPRE
           END-IF.
           IF PA-ETAPE = SPACE
              OR PA-JAN NOT NUMERIC OR PA-JAN9 = 0
              OR PA-CODEP = SPACE
               DISPLAY 'CTLPREAL - PARAMETRE PARMPRE INCOMPLET '
                       '(ETAPE, MILLESIME, DIRECTION)'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PA-JAN9  TO W-JAN.
           MOVE PA-CODEP TO W-DEPDIR (1:2).
           MOVE PA-CODIR TO W-DEPDIR (3:1).

           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.
           OPEN INPUT PREALAB.
           IF NOT PR-OK
               DISPLAY 'CTLPREAL - REFERENTIEL PREALAB INDISPONIBLE'
               SET W-REFUSE TO TRUE
               MOVE 12 TO RETURN-CODE
               PERFORM 8000-JOURNALISER
                   THRU 8000-JOURNALISER-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-CONTROLER-PREALABLE
               THRU 2000-CONTROLER-PREALABLE-EXIT
               UNTIL PR-FIN OR NOT PR-OK.
           CLOSE PREALAB.
           IF W-SUIVI-OUVERT
               CLOSE SUIVI
           END-IF.
           IF W-QUALITE-OUVERT
               CLOSE QUALITE
           END-IF.

           PERFORM 3000-DECIDER
               THRU 3000-DECIDER-EXIT.
           PERFORM 8000-JOURNALISER
               THRU 8000-JOURNALISER-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
           OPEN INPUT PARMQUAL.
           IF PQ-OK
               READ PARMQUAL
                   AT END CONTINUE
                   NOT AT END
                       IF PQ-SEUILPM NUMERIC AND PQ-SEUILPM > 0
                           MOVE PQ-SEUILPM TO W-SEUILPM
                       END-IF
               END-READ
               CLOSE PARMQUAL
           END-IF.
           OPEN INPUT SUIVI.
           IF SU-OK
               SET W-SUIVI-OUVERT TO TRUE
           END-IF.
           OPEN INPUT QUALITE.
           IF QU-OK
               SET W-QUALITE-OUVERT TO TRUE
           END-IF.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-PREALABLE.
      *---------------------------------------------------------
           READ PREALAB
               AT END GO TO 2000-CONTROLER-PREALABLE-EXIT
           END-READ.
           IF PR-ETAPE NOT = PA-ETAPE
               GO TO 2000-CONTROLER-PREALABLE-EXIT
           END-IF.
           IF PR-QUALITE
               ADD 1 TO W-NBPREA
               PERFORM 2300-CONTROLER-QUALITE
                   THRU 2300-CONTROLER-QUALITE-EXIT
               GO TO 2000-CONTROLER-PREALABLE-EXIT
           END-IF.

      * PREALABLE CONDITIONNEL : SANS L'ETAPE CONDITION TERMINEE
      * POUR LA DIRECTION, IL N'EST PAS EXIGE
           IF PR-CONDIT NOT = SPACE
               MOVE W-DEPDIR  TO W-DEPDIR-PREA
               MOVE PR-CONDIT TO SU-ETAPE
               PERFORM 2200-LIRE-SUIVI
                   THRU 2200-LIRE-SUIVI-EXIT
               IF W-ETAT NOT = 'TERMINE'
                   GO TO 2000-CONTROLER-PREALABLE-EXIT
               END-IF
           END-IF.

           ADD 1 TO W-NBPREA.
           IF PR-GLOBAL
               MOVE '***'    TO W-DEPDIR-PREA
           ELSE
               MOVE W-DEPDIR TO W-DEPDIR-PREA
           END-IF.
           MOVE PR-PREREQ TO SU-ETAPE.
           PERFORM 2200-LIRE-SUIVI
               THRU 2200-LIRE-SUIVI-EXIT.
           IF W-ETAT NOT = 'TERMINE'
               PERFORM 2900-SIGNALER-MANQUANT
                   THRU 2900-SIGNALER-MANQUANT-EXIT
           END-IF.
       2000-CONTROLER-PREALABLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-LIRE-SUIVI.
      *---------------------------------------------------------
      * ETAT DE L'ETAPE SU-ETAPE DANS LE SUIVI DE CAMPAGNE POUR
      * LE MILLESIME ET LA DIRECTION W-DEPDIR-PREA
           IF NOT W-SUIVI-OUVERT
               MOVE 'SUIVICAM INDISPONIBLE' TO W-ETAT
               GO TO 2200-LIRE-SUIVI-EXIT
           END-IF.
           MOVE W-JAN         TO SU-JAN.
           MOVE W-DEPDIR-PREA TO SU-DEPDIR.
           READ SUIVI
               INVALID KEY
                   MOVE 'NON EXECUTE' TO W-ETAT
                   GO TO 2200-LIRE-SUIVI-EXIT
           END-READ.
           IF SU-STATUT = 'T'
               MOVE 'TERMINE' TO W-ETAT
           ELSE
               MOVE 'EN ECHEC' TO W-ETAT
           END-IF.
       2200-LIRE-SUIVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-CONTROLER-QUALITE.
      *---------------------------------------------------------
      * FEU ROUGE SI UN CONTROLE DE LA DIRECTION EST EN ECHEC
      * BLOQUANT OU SI LE TAUX D'ANOMALIE GLOBAL DEPASSE LE
      * SEUIL ; SANS AUCUN RESULTAT, LE FEU VERT N'EST PAS ACQUIS
           MOVE W-DEPDIR TO W-DEPDIR-PREA.
           IF NOT W-QUALITE-OUVERT
               MOVE 'QUALFIC INDISPONIBLE' TO W-ETAT
               PERFORM 2900-SIGNALER-MANQUANT
                   THRU 2900-SIGNALER-MANQUANT-EXIT
               GO TO 2300-CONTROLER-QUALITE-EXIT
           END-IF.
           MOVE 0 TO W-QU-VOLUME W-QU-NBANOM W-QU-NBCTL.
           MOVE 'N' TO W-SW-ROUGE W-SW-FINQU.
           MOVE W-JAN     TO QU-JAN.
           MOVE W-DEPDIR  TO QU-DEPDIR.
           MOVE LOW-VALUE TO QU-CONTROLE.
           START QUALITE KEY IS NOT LESS THAN QU-CLE
               INVALID KEY SET W-FIN-QUALITE TO TRUE
           END-START.
           PERFORM 2310-CUMULER-QUALITE
               THRU 2310-CUMULER-QUALITE-EXIT
               UNTIL W-FIN-QUALITE.
           IF W-QU-VOLUME > 0
               COMPUTE W-TAUXPM = W-QU-NBANOM * 1000 / W-QU-VOLUME
           ELSE
               MOVE 0 TO W-TAUXPM
           END-IF.
           IF W-TAUXPM > W-SEUILPM
               SET W-DIR-ROUGE TO TRUE
           END-IF.
           IF W-QU-NBCTL = 0
               MOVE 'SANS RESULTAT DE QUALITE' TO W-ETAT
               PERFORM 2900-SIGNALER-MANQUANT
                   THRU 2900-SIGNALER-MANQUANT-EXIT
               GO TO 2300-CONTROLER-QUALITE-EXIT
           END-IF.
           IF W-DIR-ROUGE
               MOVE 'AU FEU ROUGE' TO W-ETAT
               PERFORM 2900-SIGNALER-MANQUANT
                   THRU 2900-SIGNALER-MANQUANT-EXIT
           END-IF.
       2300-CONTROLER-QUALITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2310-CUMULER-QUALITE.
      *---------------------------------------------------------
           READ QUALITE NEXT RECORD
               AT END SET W-FIN-QUALITE TO TRUE
                      GO TO 2310-CUMULER-QUALITE-EXIT
           END-READ.
           IF NOT QU-OK OR QU-JAN NOT = W-JAN
              OR QU-DEPDIR NOT = W-DEPDIR
               SET W-FIN-QUALITE TO TRUE
               GO TO 2310-CUMULER-QUALITE-EXIT
           END-IF.
           ADD 1 TO W-QU-NBCTL.
           ADD QU-VOLUME TO W-QU-VOLUME.
           ADD QU-NBANOM TO W-QU-NBANOM.
           IF QU-GRAVITE = 'E'
               SET W-DIR-ROUGE TO TRUE
           END-IF.
       2310-CUMULER-QUALITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2900-SIGNALER-MANQUANT.
      *---------------------------------------------------------
           ADD 1 TO W-NBMANQ.
           IF W-MANQUANT = SPACE
               MOVE PR-PREREQ TO W-MANQUANT
           END-IF.
           DISPLAY 'CTLPREAL - ETAPE ' PA-ETAPE ' ' W-JAN ' '
                   W-DEPDIR ' : PREALABLE ' PR-PREREQ ' '
                   W-DEPDIR-PREA ' ' W-ETAT.
       2900-SIGNALER-MANQUANT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-DECIDER.
      *---------------------------------------------------------
      * PREALABLE MANQUANT : CODE RETOUR 8 QUI ARRETE LA CHAINE,
      * SAUF FORCAGE AUTORISE ET MOTIVE (CODE RETOUR 4)
           IF W-NBPREA = 0
               DISPLAY 'CTLPREAL - ETAPE ' PA-ETAPE
                       ' : AUCUN PREALABLE REFERENCE'
           END-IF.
           IF W-NBMANQ = 0
               SET W-ACCORDE TO TRUE
               DISPLAY 'CTLPREAL - ETAPE ' PA-ETAPE ' ' W-JAN ' '
                       W-DEPDIR ' : PREALABLES SATISFAITS ('
                       W-NBPREA ')'
               GO TO 3000-DECIDER-EXIT
           END-IF.
           IF PA-FORCE
               IF PA-AUTORIS = SPACE OR PA-MOTIF = SPACE
                   DISPLAY 'CTLPREAL - FORCAGE SANS AUTORISANT OU '
                           'SANS MOTIF : NON ACCORDE'
               ELSE
                   SET W-FORCE TO TRUE
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'CTLPREAL - ETAPE ' PA-ETAPE
                           ' FORCEE PAR ' PA-AUTORIS ' : ' PA-MOTIF
                   GO TO 3000-DECIDER-EXIT
               END-IF
           END-IF.
           SET W-REFUSE TO TRUE.
           MOVE 8 TO RETURN-CODE.
           DISPLAY 'CTLPREAL - ETAPE ' PA-ETAPE ' ' W-JAN ' '
                   W-DEPDIR ' REFUSEE : ' W-NBMANQ
                   ' PREALABLE(S) MANQUANT(S), PREMIER '
                   W-MANQUANT.
       3000-DECIDER-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-JOURNALISER.
      *---------------------------------------------------------
           OPEN EXTEND JOURNAL-PRE.
           IF JP-ABSENT
               OPEN OUTPUT JOURNAL-PRE
           END-IF.
           ACCEPT JP-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JP-HEUJOU FROM TIME.
           MOVE PA-ETAPE      TO JP-ETAPE.
           MOVE W-JAN         TO JP-JAN.
           MOVE W-DEPDIR      TO JP-DEPDIR.
           MOVE W-SW-DECISION TO JP-DECISION.
           MOVE W-NBPREA      TO JP-NBPREA.
           MOVE W-NBMANQ      TO JP-NBMANQ.
           MOVE W-MANQUANT    TO JP-MANQUANT.
           IF W-FORCE
               MOVE PA-AUTORIS TO JP-AUTORIS
               MOVE PA-MOTIF   TO JP-MOTIF
           ELSE
               MOVE SPACES     TO JP-AUTORIS JP-MOTIF
           END-IF.
           WRITE ENR-JOURNAL-PRE.
           CLOSE JOURNAL-PRE.
       8000-JOURNALISER-EXIT.
           EXIT.
       END PROGRAM CTLPREAL.
