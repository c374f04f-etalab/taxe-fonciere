      *********************************************************
      * PROGRAMME ECHEXO                                      *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT ANNUEL DES EXONERATIONS DE LONGUE DUREE ARRIVANT *
      * A ECHEANCE : LES ENTREES DU REFERENTIEL REFEXO DONT   *
      * LA DERNIERE ANNEE EXONEREE (JFNEXO) EST L'ANNEE DE LA *
      * CAMPAGNE (PARAMETRE PARECH) SONT LISTEES PAR COMMUNE, *
      * AVEC LA BASE COMMUNALE EXONEREE RELEVEE PAR LE LOT    *
      * (MBXDER), QUI DEVIENT IMPOSABLE A LA CAMPAGNE         *
      * SUIVANTE. UNE BASE NON RELEVEE SUR L'ANNEE DE LA      *
      * CAMPAGNE (ARTICLE NON PASSE AU LOT OU REJETE) EST     *
      * SIGNALEE PAR UN ASTERISQUE ET N'EST PAS CUMULEE.      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEXO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMECH    ASSIGN  TO  PARECH
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PE-FS.
           SELECT  REFEXO      ASSIGN  TO  REFEXO
                               ORGANIZATION INDEXED
                               ACCESS MODE SEQUENTIAL
                               RECORD KEY RX-CLEEXO
                               FILE STATUS RX-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIECH.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE DE LA CAMPAGNE TRAITEE
       FD  PARAMECH.
       01  ENR-PARAMECH.
           05 PE-DAN               PIC 9(4).

       FD  REFEXO.
       01  ENR-REFEXO.
           COPY XREFEXO REPLACING 'X' BY RX.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : COMMUNE PUIS EXONERATION
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-CCOBNB            PIC X(1).
           05 TR-DSRPAR            PIC X(1).
           05 TR-ANUPRO            PIC X(6).
           05 TR-CTYEXL            PIC X(2).
           05 TR-JDBEXO            PIC 9(4).
           05 TR-NBANEX            PIC 9(2).
           05 TR-MBXDER            PIC S9(10).
           05 TR-GRELEV            PIC X(1).
              88 TR-BASE-RELEVEE       VALUE 'O'.
           05 TR-DREFEX            PIC X(30).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ECHEXO 00 DU 15/10/26'.

       01  PE-FS                   PIC X(2).
           88 PE-OK                     VALUE '00'.
       01  RX-FS                   PIC X(2).
           88 RX-OK                     VALUE '00'.
           88 RX-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).

       01  W-DAN                   PIC 9(4) VALUE 0.
       01  W-DAN-IMPOS             PIC 9(4).
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.

      * RUPTURE : COMMUNE (DIRECTION + COMMUNE)
       01  W-COM-COURANTE.
           05 W-COM-AC3DIR         PIC X(3).
           05 W-COM-CCOCOM         PIC X(3).
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

       01  W-CUMUL-COMMUNE.
           05 W-CUM-NBEXO          PIC 9(7).
           05 W-CUM-BASE           PIC S9(12).
       01  W-CUMUL-GENERAL.
           05 W-GEN-NBCOM          PIC 9(5).
           05 W-GEN-NBEXO          PIC 9(7).
           05 W-GEN-NBNREL         PIC 9(7).
           05 W-GEN-BASE           PIC S9(14).

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(52) VALUE
           'EXONERATIONS DE LONGUE DUREE ARRIVANT A ECHEANCE EN '.
           05 LE-DAN               PIC 9(4).
           05 FILLER               PIC X(23) VALUE
           ' - BASES IMPOSABLES EN '.
           05 LE-DANIMP            PIC 9(4).
       01  LIGNE-TITRES            PIC X(132) VALUE
           ' DIR COM B S COMPTE TYPE DEBUT DUREE   BASE COMMUNALE REFER
      -    'ENCE DE LA DECISION'.
       01  LIGNE-DETAIL.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-CCOBNB            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-DSRPAR            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-ANUPRO            PIC X(6).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LD-CTYEXL            PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-JDBEXO            PIC 9(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LD-NBANEX            PIC Z9.
           05 LD-MBXDER            PIC -(16)9.
           05 LD-GRELEV            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-DREFEX            PIC X(30).
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-CCOCOM            PIC X(3).
           05 FILLER               PIC X(14) VALUE ' TOTAL COMMUNE'.
           05 LM-NBEXO             PIC Z(6)9.
           05 FILLER               PIC X(13) VALUE ' EXONERATIONS'.
           05 LM-BASE              PIC -(16)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE 'TOTAL GENERAL'.
           05 LT-NBCOM             PIC Z(4)9.
           05 FILLER               PIC X(9) VALUE ' COMMUNES'.
           05 LT-NBEXO             PIC Z(6)9.
           05 FILLER               PIC X(13) VALUE ' EXONERATIONS'.
           05 LT-BASE              PIC -(16)9.
       01  LIGNE-NREL.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 FILLER               PIC X(47) VALUE
           '* BASE NON RELEVEE PAR LE LOT DE LA CAMPAGNE : '.
           05 LN-NBNREL            PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARAMECH.
           IF PE-OK
               READ PARAMECH
                   AT END CONTINUE
               END-READ
               IF PE-OK AND PE-DAN NUMERIC
                   MOVE PE-DAN TO W-DAN
               END-IF
               CLOSE PARAMECH
           END-IF.
           IF W-DAN = 0
               DISPLAY 'ECHEXO - PARAMETRE ANNEE ABSENT OU INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE W-DAN-IMPOS = W-DAN + 1.

           INITIALIZE W-CUMUL-COMMUNE W-CUMUL-GENERAL.
           OPEN OUTPUT RAPPORT.
           MOVE W-DAN       TO LE-DAN.
           MOVE W-DAN-IMPOS TO LE-DANIMP.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRES.

           SORT TRAVAIL
               ON ASCENDING KEY TR-AC3DIR
                                TR-CCOCOM
                                TR-CCOBNB
                                TR-DSRPAR
                                TR-ANUPRO
                                TR-CTYEXL
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-EDITER-ETAT
                   THRU 2000-EDITER-ETAT-EXIT.

           MOVE W-GEN-NBCOM TO LT-NBCOM.
           MOVE W-GEN-NBEXO TO LT-NBEXO.
           MOVE W-GEN-BASE  TO LT-BASE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           IF W-GEN-NBNREL > 0
               MOVE W-GEN-NBNREL TO LN-NBNREL
               WRITE ENR-RAPPORT FROM LIGNE-NREL
           END-IF.
           CLOSE RAPPORT.
           DISPLAY 'ECHEXO - COMMUNES EDITEES      : ' W-GEN-NBCOM.
           DISPLAY 'ECHEXO - EXONERATIONS ECHUES   : ' W-GEN-NBEXO.
           DISPLAY 'ECHEXO - BASES NON RELEVEES    : ' W-GEN-NBNREL.
           IF W-GEN-NBNREL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT REFEXO.
           IF NOT RX-OK
               DISPLAY 'ECHEXO - REFERENTIEL REFEXO ABSENT : ' RX-FS
               GO TO 1000-ALIMENTER-TRI-EXIT
           END-IF.
           PERFORM 1100-LIRE-REFEXO
               THRU 1100-LIRE-REFEXO-EXIT
               UNTIL RX-FIN.
           CLOSE REFEXO.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-REFEXO.
      *---------------------------------------------------------
      * SEULES LES EXONERATIONS DONT LA DERNIERE ANNEE EXONEREE
      * EST CELLE DE LA CAMPAGNE SONT RETENUES
           READ REFEXO
               AT END SET RX-FIN TO TRUE
                      GO TO 1100-LIRE-REFEXO-EXIT
           END-READ.
           IF RX-JFNEXO NOT NUMERIC OR RX-JFNEXO NOT = W-DAN
               GO TO 1100-LIRE-REFEXO-EXIT
           END-IF.
           MOVE RX-AC3DIR  TO TR-AC3DIR.
           MOVE RX-CCOCOM  TO TR-CCOCOM.
           MOVE RX-CCOBNB  TO TR-CCOBNB.
           MOVE RX-DSRPAR  TO TR-DSRPAR.
           MOVE RX-ANUPRO  TO TR-ANUPRO.
           MOVE RX-CTYEXL  TO TR-CTYEXL.
           MOVE RX-JDBEXO  TO TR-JDBEXO.
           MOVE RX-NBANEX  TO TR-NBANEX.
           MOVE RX-DREFEX  TO TR-DREFEX.
           IF RX-JANDER NUMERIC AND RX-JANDER = W-DAN
              AND RX-MBXDER NUMERIC
               MOVE RX-MBXDER TO TR-MBXDER
               MOVE 'O'       TO TR-GRELEV
           ELSE
               MOVE 0         TO TR-MBXDER
               MOVE 'N'       TO TR-GRELEV
           END-IF.
           RELEASE ENR-TRAVAIL.
       1100-LIRE-REFEXO-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER-ETAT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 2100-TRAITER-UNE-EXONERATION
               THRU 2100-TRAITER-UNE-EXONERATION-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-CLOTURER-COMMUNE
               THRU 3000-CLOTURER-COMMUNE-EXIT.
       2000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UNE-EXONERATION.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UNE-EXONERATION-EXIT
           END-RETURN.

           IF W-1ER-ENREG
              OR TR-AC3DIR NOT = W-COM-AC3DIR
              OR TR-CCOCOM NOT = W-COM-CCOCOM
               PERFORM 3000-CLOTURER-COMMUNE
                   THRU 3000-CLOTURER-COMMUNE-EXIT
               MOVE 'N'        TO W-PREMIER
               MOVE TR-AC3DIR  TO W-COM-AC3DIR
               MOVE TR-CCOCOM  TO W-COM-CCOCOM
           END-IF.

           MOVE TR-AC3DIR  TO LD-AC3DIR.
           MOVE TR-CCOCOM  TO LD-CCOCOM.
           MOVE TR-CCOBNB  TO LD-CCOBNB.
           MOVE TR-DSRPAR  TO LD-DSRPAR.
           MOVE TR-ANUPRO  TO LD-ANUPRO.
           MOVE TR-CTYEXL  TO LD-CTYEXL.
           MOVE TR-JDBEXO  TO LD-JDBEXO.
           MOVE TR-NBANEX  TO LD-NBANEX.
           MOVE TR-MBXDER  TO LD-MBXDER.
           MOVE TR-DREFEX  TO LD-DREFEX.
           IF TR-BASE-RELEVEE
               MOVE SPACE TO LD-GRELEV
               ADD TR-MBXDER TO W-CUM-BASE
           ELSE
               MOVE '*'   TO LD-GRELEV
               ADD 1 TO W-GEN-NBNREL
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
           ADD 1 TO W-CUM-NBEXO.
       2100-TRAITER-UNE-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-COMMUNE.
      *---------------------------------------------------------
           IF W-1ER-ENREG OR W-CUM-NBEXO = 0
               INITIALIZE W-CUMUL-COMMUNE
               GO TO 3000-CLOTURER-COMMUNE-EXIT
           END-IF.
           MOVE W-COM-AC3DIR  TO LM-AC3DIR.
           MOVE W-COM-CCOCOM  TO LM-CCOCOM.
           MOVE W-CUM-NBEXO   TO LM-NBEXO.
           MOVE W-CUM-BASE    TO LM-BASE.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
           ADD 1            TO W-GEN-NBCOM.
           ADD W-CUM-NBEXO  TO W-GEN-NBEXO.
           ADD W-CUM-BASE   TO W-GEN-BASE.
           INITIALIZE W-CUMUL-COMMUNE.
       3000-CLOTURER-COMMUNE-EXIT.
           EXIT.
       END PROGRAM ECHEXO.
