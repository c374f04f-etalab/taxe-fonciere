      *********************************************************
      * PROGRAMME LISSCNOU                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT D'AVANCEMENT DES INTEGRATIONS FISCALES           *
      * PROGRESSIVES DES COMMUNES NOUVELLES : PARCOURT LES    *
      * ARTICLES DU TAUDIS DES DIRECTIONS DEMANDEES ET, POUR  *
      * CHAQUE COMMUNE NOUVELLE EN INTEGRATION (DUREE NBAICN  *
      * SERVIE), EDITE POUR CHAQUE ARTICLE 'R' DE COMMUNE     *
      * DELEGUEE (CCOIFP) L'ANNEE COURANTE DE L'INTEGRATION,  *
      * LE TAUX COMMUNAL EFFECTIVEMENT SERVI CETTE CAMPAGNE   *
      * (MEME FORMULE QUE EFITAUX2), L'ECART RESTANT AU TAUX  *
      * DE LA COMMUNE NOUVELLE ET LE NOMBRE D'ANNEES          *
      * RESTANTES. LES PARAMETRES INCOHERENTS (ANNEE DE DEBUT *
      * FUTURE OU NON NUMERIQUE, DUREE HORS 1 A 12 ANS, TAUX  *
      * D'AVANT FUSION NON SERVIS) SONT SIGNALES.             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISSCNOU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  PARAMLIS    ASSIGN  TO  PARAMLIS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

      * DIRECTION A PARCOURIR ET ANNEE DE CAMPAGNE (MEME
      * PARAMETRE QUE LISSEPCI)
       FD  PARAMLIS.
       01  ENR-PARAMLIS.
           05 PL-CODEP         PIC X(2).
           05 PL-CODIR         PIC X(1).
           05 PL-ANNEE         PIC 9(4).

       FD  RAPPORT.
       01  ENR-RAPPORT         PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'LISSCNOU 00 DU 15/10/26'.

       01  PL-FS                PIC X(2).
           88 PL-OK                  VALUE '00'.
           88 PL-FIN                 VALUE '10'.
       01  RP-FS                PIC X(2).
           88 RP-OK                  VALUE '00'.
       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.
       01  W-SW-PARAM           PIC X(1) VALUE 'N'.
           88 W-PARAMLIS-OUVERT      VALUE 'O'.

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.

       01  W-FINDIR             PIC X(1).
           88 W-FIN-DIRECTION        VALUE 'O'.

      * COMMUNE NOUVELLE COURANTE : SES ARTICLES 'R' SUIVENT
      * IMMEDIATEMENT SON ARTICLE 'C' DANS L'ORDRE DES CLES
       01  W-SW-ICN             PIC X(1) VALUE 'N'.
           88 W-COMMUNE-EN-INTEGRATION VALUE 'O'.
       01  W-COM-ENCOURS        PIC X(3).
       01  W-JDBICN-N           PIC 9(4).
       01  W-NBAICN             PIC 9(2).
       01  W-NBAICN-MAX         PIC 9(2) VALUE 12.
       01  W-ANNEESICN          PIC S9(4).
       01  W-ANSRESTANT         PIC S9(4).
       01  W-TAUX-SERVI-B       PIC 9(4)V9(6).
       01  W-TAUX-SERVI-NB      PIC 9(4)V9(6).
       01  W-ECART-B            PIC S9(4)V9(6).
       01  W-ECART-NB           PIC S9(4)V9(6).
       01  W-NBCOMMUNES         PIC 9(5) VALUE 0.
       01  W-NBDELEGUEES        PIC 9(5) VALUE 0.
       01  W-NBINCOHER          PIC 9(5) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'ETAT D''AVANCEMENT DES INTEGRATIONS DE COMMUNES NOUVELLES'.
       01  LIGNE-COMMUNE.
           05 LC-DIR            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LC-COM            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LC-LIB            PIC X(30).
           05 FILLER            PIC X(8)  VALUE ' DEBUT '.
           05 LC-JDBICN         PIC X(4).
           05 FILLER            PIC X(8)  VALUE ' DUREE '.
           05 LC-NBAICN         PIC Z9.
       01  LIGNE-DETAIL.
           05 FILLER            PIC X(4)  VALUE SPACE.
           05 LD-CCOIFP         PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LD-CCPPER         PIC X(3).
           05 FILLER            PIC X(5)  VALUE ' AN. '.
           05 LD-ANICN          PIC Z9.
           05 FILLER            PIC X(1)  VALUE '/'.
           05 LD-NBAN           PIC Z9.
           05 FILLER            PIC X(9)  VALUE ' SERVI B '.
           05 LD-SERVI-B        PIC 9(4),9(6).
           05 FILLER            PIC X(9)  VALUE ' ECART B '.
           05 LD-ECART-B        PIC -9(4),9(6).
           05 FILLER            PIC X(10) VALUE ' SERVI NB '.
           05 LD-SERVI-NB       PIC 9(4),9(6).
           05 FILLER            PIC X(10) VALUE ' ECART NB '.
           05 LD-ECART-NB       PIC -9(4),9(6).
           05 FILLER            PIC X(7)  VALUE ' RESTE '.
           05 LD-RESTE          PIC Z9.
       01  LIGNE-INCOHER.
           05 LI-DIR            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LI-COM            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LI-CCOIFP         PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LI-MOTIF          PIC X(50).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
      * TAUDIS ET RAPPORT SONT INDISPENSABLES ; SANS PARAMLIS,
      * AUCUNE DIRECTION N'EST DEMANDEE ET L'ETAT RESTE VIDE
           OPEN INPUT TAUDIS.
           IF NOT TAUDIS-OK
               DISPLAY 'LISSCNOU - TAUDIS INACCESSIBLE (FS '
                       TAUDIS-FS ') : ARRET'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RAPPORT.
           IF NOT RP-OK
               DISPLAY 'LISSCNOU - RAPPORT INACCESSIBLE (FS '
                       RP-FS ') : ARRET'
               CLOSE TAUDIS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           OPEN INPUT PARAMLIS.
           IF PL-OK
               SET W-PARAMLIS-OUVERT TO TRUE
           ELSE
               DISPLAY 'LISSCNOU - PARAMLIS ABSENT (FS ' PL-FS
                       ') : AUCUNE DIRECTION PARCOURUE'
               SET PL-FIN TO TRUE
           END-IF.

           PERFORM 1000-PARCOURIR-DIRECTION
               THRU 1000-PARCOURIR-DIRECTION-EXIT
               UNTIL NOT PL-OK.

           IF W-PARAMLIS-OUVERT
               CLOSE PARAMLIS
           END-IF.
           CLOSE TAUDIS RAPPORT.
           DISPLAY 'LISSCNOU - COMMUNES EN INTEGRATION : '
                   W-NBCOMMUNES.
           DISPLAY 'LISSCNOU - COMMUNES DELEGUEES      : '
                   W-NBDELEGUEES.
           DISPLAY 'LISSCNOU - PARAMETRES INCOHERENTS  : '
                   W-NBINCOHER.
           GOBACK.

      *---------------------------------------------------------
       1000-PARCOURIR-DIRECTION.
      *---------------------------------------------------------
           READ PARAMLIS
               AT END SET PL-FIN TO TRUE
                      GO TO 1000-PARCOURIR-DIRECTION-EXIT
           END-READ.
           MOVE 'N' TO W-FINDIR.
           MOVE 'N' TO W-SW-ICN.
           MOVE PL-CODEP TO T-DIR (1:2).
           MOVE PL-CODIR TO T-DIR (3:1).
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           START TAUDIS KEY IS NOT LESS THAN TAUDIS-CLE
               INVALID KEY SET W-FIN-DIRECTION TO TRUE
           END-START.
           PERFORM 2000-EXAMINER-ARTICLE
               THRU 2000-EXAMINER-ARTICLE-EXIT
               UNTIL W-FIN-DIRECTION.
       1000-PARCOURIR-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EXAMINER-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-DIRECTION TO TRUE
                      GO TO 2000-EXAMINER-ARTICLE-EXIT
           END-READ.
           IF NOT TAUDIS-OK
              OR T-DIR (1:2) NOT = PL-CODEP
              OR T-DIR (3:1) NOT = PL-CODIR
               SET W-FIN-DIRECTION TO TRUE
               GO TO 2000-EXAMINER-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'C'
               MOVE 'N' TO W-SW-ICN
               MOVE ENR-TAUDIS TO TAUDIS-COM
               IF T-C-NBAICN NUMERIC AND T-C-NBAICN > 0
                   PERFORM 3000-EXAMINER-COMMUNE
                       THRU 3000-EXAMINER-COMMUNE-EXIT
               END-IF
               GO TO 2000-EXAMINER-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'R'
              AND W-COMMUNE-EN-INTEGRATION
              AND T-COM = W-COM-ENCOURS
               MOVE ENR-TAUDIS TO TAUDIS-IFP
               PERFORM 4000-EDITER-DELEGUEE
                   THRU 4000-EDITER-DELEGUEE-EXIT
           END-IF.
       2000-EXAMINER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-EXAMINER-COMMUNE.
      *---------------------------------------------------------
      * CONTROLE DES PARAMETRES DE L'INTEGRATION PUIS CALCUL DE
      * SON AVANCEMENT, COMMUN A TOUTES LES COMMUNES DELEGUEES
           MOVE T-DIR  TO LI-DIR LC-DIR.
           MOVE T-COM  TO LI-COM LC-COM.
           MOVE SPACE  TO LI-CCOIFP.

           IF T-C-JDBICN NOT NUMERIC
               ADD 1 TO W-NBINCOHER
               MOVE 'ANNEE DE DEBUT NON NUMERIQUE' TO LI-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-INCOHER
               GO TO 3000-EXAMINER-COMMUNE-EXIT
           END-IF.
           MOVE T-C-JDBICN TO W-JDBICN-N.
           IF W-JDBICN-N > PL-ANNEE
               ADD 1 TO W-NBINCOHER
               MOVE 'ANNEE DE DEBUT FUTURE' TO LI-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-INCOHER
               GO TO 3000-EXAMINER-COMMUNE-EXIT
           END-IF.
           MOVE T-C-NBAICN TO W-NBAICN.
           IF W-NBAICN > W-NBAICN-MAX
               ADD 1 TO W-NBINCOHER
               MOVE 'DUREE D''INTEGRATION SUPERIEURE A 12 ANS'
                   TO LI-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-INCOHER
           END-IF.

           ADD 1 TO W-NBCOMMUNES.
           SET W-COMMUNE-EN-INTEGRATION TO TRUE.
           MOVE T-COM TO W-COM-ENCOURS.
           COMPUTE W-ANNEESICN = PL-ANNEE - W-JDBICN-N.
           COMPUTE W-ANSRESTANT = W-NBAICN - W-ANNEESICN.
           IF W-ANSRESTANT < 0
               MOVE 0 TO W-ANSRESTANT
           END-IF.

           MOVE T-C-DLICOM (1:30) TO LC-LIB.
           MOVE T-C-JDBICN       TO LC-JDBICN.
           MOVE W-NBAICN         TO LC-NBAICN.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
       3000-EXAMINER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-DELEGUEE.
      *---------------------------------------------------------
      * TAUX SERVI A LA COMMUNE DELEGUEE (MEME FORMULE QUE
      * EFITAUX2 : INTERPOLATION ENTRE LE TAUX D'AVANT FUSION ET
      * LE TAUX DE LA COMMUNE NOUVELLE SUR LA DUREE VOTEE)
           IF T-R-PTBANC NOT NUMERIC OR T-R-PNBANC NOT NUMERIC
              OR (T-R-PTBANC = 0 AND T-R-PNBANC = 0)
               ADD 1 TO W-NBINCOHER
               MOVE T-DIR    TO LI-DIR
               MOVE T-COM    TO LI-COM
               MOVE T-CCOIFP TO LI-CCOIFP
               MOVE 'TAUX D''AVANT FUSION NON SERVIS' TO LI-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-INCOHER
               GO TO 4000-EDITER-DELEGUEE-EXIT
           END-IF.

           ADD 1 TO W-NBDELEGUEES.
           IF W-ANNEESICN <= 0
               MOVE T-R-PTBANC TO W-TAUX-SERVI-B
               MOVE T-R-PNBANC TO W-TAUX-SERVI-NB
           ELSE
               IF W-ANNEESICN >= W-NBAICN
                   MOVE T-R-PTBCOM TO W-TAUX-SERVI-B
                   MOVE T-R-PNBCOM TO W-TAUX-SERVI-NB
               ELSE
                   COMPUTE W-TAUX-SERVI-B ROUNDED =
                           T-R-PTBANC +
                           ((T-R-PTBCOM - T-R-PTBANC) *
                            W-ANNEESICN / W-NBAICN)
                   COMPUTE W-TAUX-SERVI-NB ROUNDED =
                           T-R-PNBANC +
                           ((T-R-PNBCOM - T-R-PNBANC) *
                            W-ANNEESICN / W-NBAICN)
               END-IF
           END-IF.
           COMPUTE W-ECART-B  = T-R-PTBCOM - W-TAUX-SERVI-B.
           COMPUTE W-ECART-NB = T-R-PNBCOM - W-TAUX-SERVI-NB.

           MOVE T-CCOIFP         TO LD-CCOIFP.
           MOVE T-CCPPER         TO LD-CCPPER.
           IF W-ANNEESICN < 0
               MOVE 0            TO LD-ANICN
           ELSE
               MOVE W-ANNEESICN  TO LD-ANICN
           END-IF.
           MOVE W-NBAICN         TO LD-NBAN.
           MOVE W-TAUX-SERVI-B   TO LD-SERVI-B.
           MOVE W-ECART-B        TO LD-ECART-B.
           MOVE W-TAUX-SERVI-NB  TO LD-SERVI-NB.
           MOVE W-ECART-NB       TO LD-ECART-NB.
           MOVE W-ANSRESTANT     TO LD-RESTE.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       4000-EDITER-DELEGUEE-EXIT.
           EXIT.
       END PROGRAM LISSCNOU.
