      *********************************************************
      * PROGRAMME ETATDLF                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DES DELIBERATIONS FACULTATIVES D'EXONERATION EN  *
      * VIGUEUR POUR UNE ANNEE D'IMPOSITION (PARAMETRE        *
      * PARDLF) : LES ENTREES DU REFERENTIEL REFDLF DONT LA   *
      * PERIODE D'APPLICATION (JDBDLF A JFNDLF) COUVRE        *
      * L'ANNEE SONT LISTEES PAR DIRECTION AYANT CHARGE LA    *
      * DELIBERATION, PUIS PAR COLLECTIVITE, AVEC LE NOMBRE   *
      * DE DELIBERATIONS DE CHAQUE TYPE (CN, BI, ZH) PAR      *
      * DIRECTION ET POUR L'ENSEMBLE.                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATDLF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMDLF    ASSIGN  TO  PARDLF
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PE-FS.
           SELECT  REFDLF      ASSIGN  TO  REFDLF
                               ORGANIZATION INDEXED
                               ACCESS MODE SEQUENTIAL
                               RECORD KEY RD-CLEDLF
                               FILE STATUS RD-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIDLF.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE D'IMPOSITION TRAITEE
       FD  PARAMDLF.
       01  ENR-PARAMDLF.
           05 PE-DAN               PIC 9(4).

       FD  REFDLF.
       01  ENR-REFDLF.
           COPY XREFDLF REPLACING 'X' BY RD.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : DIRECTION PUIS COLLECTIVITE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-AC3DIR            PIC X(3).
           05 TR-TYPCOL            PIC X(3).
           05 TR-CODCOL            PIC X(9).
           05 TR-CTYDLF            PIC X(2).
           05 TR-JDBDLF            PIC 9(4).
           05 TR-JFNDLF            PIC 9(4).
           05 TR-DATDEL            PIC 9(8).
           05 TR-DREFDL            PIC X(30).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ETATDLF 00 DU 15/10/26'.

       01  PE-FS                   PIC X(2).
           88 PE-OK                     VALUE '00'.
       01  RD-FS                   PIC X(2).
           88 RD-OK                     VALUE '00'.
           88 RD-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).

       01  W-DAN                   PIC 9(4) VALUE 0.
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.

      * RUPTURE : DIRECTION
       01  W-DIR-COURANTE          PIC X(3).
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

       01  W-CUMUL-DIRECTION.
           05 W-CUM-NBDLF          PIC 9(7).
           05 W-CUM-NBCN           PIC 9(7).
           05 W-CUM-NBBI           PIC 9(7).
           05 W-CUM-NBZH           PIC 9(7).
       01  W-CUMUL-GENERAL.
           05 W-GEN-NBDIR          PIC 9(5).
           05 W-GEN-NBDLF          PIC 9(7).
           05 W-GEN-NBCN           PIC 9(7).
           05 W-GEN-NBBI           PIC 9(7).
           05 W-GEN-NBZH           PIC 9(7).

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(60) VALUE
           'DELIBERATIONS FACULTATIVES D''EXONERATION EN VIGUEUR EN '.
           05 LE-DAN               PIC 9(4).
       01  LIGNE-TITRES            PIC X(132) VALUE
           ' DIR COL CODE      TYPE DEBUT  FIN  DATE DELIB REFERENCE DE
      -    ' LA DELIBERATION'.
       01  LIGNE-DETAIL.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-TYPCOL            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-CODCOL            PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-CTYDLF            PIC X(2).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LD-JDBDLF            PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-JFNDLF            PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-DATDEL            PIC 9(8).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LD-DREFDL            PIC X(30).
       01  LIGNE-DIRECTION.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-AC3DIR            PIC X(3).
           05 FILLER               PIC X(16) VALUE ' TOTAL DIRECTION'.
           05 LM-NBDLF             PIC Z(6)9.
           05 FILLER               PIC X(14) VALUE ' DELIBERATIONS'.
           05 FILLER               PIC X(4)  VALUE ' CN '.
           05 LM-NBCN              PIC Z(6)9.
           05 FILLER               PIC X(4)  VALUE ' BI '.
           05 LM-NBBI              PIC Z(6)9.
           05 FILLER               PIC X(4)  VALUE ' ZH '.
           05 LM-NBZH              PIC Z(6)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE 'TOTAL GENERAL'.
           05 LT-NBDIR             PIC Z(4)9.
           05 FILLER               PIC X(11) VALUE ' DIRECTIONS'.
           05 LT-NBDLF             PIC Z(6)9.
           05 FILLER               PIC X(14) VALUE ' DELIBERATIONS'.
           05 FILLER               PIC X(4)  VALUE ' CN '.
           05 LT-NBCN              PIC Z(6)9.
           05 FILLER               PIC X(4)  VALUE ' BI '.
           05 LT-NBBI              PIC Z(6)9.
           05 FILLER               PIC X(4)  VALUE ' ZH '.
           05 LT-NBZH              PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARAMDLF.
           IF PE-OK
               READ PARAMDLF
                   AT END CONTINUE
               END-READ
               IF PE-OK AND PE-DAN NUMERIC
                   MOVE PE-DAN TO W-DAN
               END-IF
               CLOSE PARAMDLF
           END-IF.
           IF W-DAN = 0
               DISPLAY 'ETATDLF - PARAMETRE ANNEE ABSENT OU INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE W-CUMUL-DIRECTION W-CUMUL-GENERAL.
           OPEN OUTPUT RAPPORT.
           MOVE W-DAN TO LE-DAN.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRES.

           SORT TRAVAIL
               ON ASCENDING KEY TR-AC3DIR
                                TR-TYPCOL
                                TR-CODCOL
                                TR-CTYDLF
                                TR-JDBDLF
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-EDITER-ETAT
                   THRU 2000-EDITER-ETAT-EXIT.

           MOVE W-GEN-NBDIR TO LT-NBDIR.
           MOVE W-GEN-NBDLF TO LT-NBDLF.
           MOVE W-GEN-NBCN  TO LT-NBCN.
           MOVE W-GEN-NBBI  TO LT-NBBI.
           MOVE W-GEN-NBZH  TO LT-NBZH.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE RAPPORT.
           DISPLAY 'ETATDLF - DIRECTIONS EDITEES   : ' W-GEN-NBDIR.
           DISPLAY 'ETATDLF - DELIBERATIONS        : ' W-GEN-NBDLF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT REFDLF.
           IF NOT RD-OK
               DISPLAY 'ETATDLF - REFERENTIEL REFDLF ABSENT : ' RD-FS
               GO TO 1000-ALIMENTER-TRI-EXIT
           END-IF.
           PERFORM 1100-LIRE-REFDLF
               THRU 1100-LIRE-REFDLF-EXIT
               UNTIL RD-FIN.
           CLOSE REFDLF.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-REFDLF.
      *---------------------------------------------------------
      * SEULES LES DELIBERATIONS DONT LA PERIODE D'APPLICATION
      * COUVRE L'ANNEE SONT RETENUES
           READ REFDLF
               AT END SET RD-FIN TO TRUE
                      GO TO 1100-LIRE-REFDLF-EXIT
           END-READ.
           IF RD-JDBDLF NOT NUMERIC OR RD-JFNDLF NOT NUMERIC
               GO TO 1100-LIRE-REFDLF-EXIT
           END-IF.
           IF RD-JDBDLF > W-DAN OR RD-JFNDLF < W-DAN
               GO TO 1100-LIRE-REFDLF-EXIT
           END-IF.
           MOVE RD-AC3DIR  TO TR-AC3DIR.
           MOVE RD-TYPCOL  TO TR-TYPCOL.
           MOVE RD-CODCOL  TO TR-CODCOL.
           MOVE RD-CTYDLF  TO TR-CTYDLF.
           MOVE RD-JDBDLF  TO TR-JDBDLF.
           MOVE RD-JFNDLF  TO TR-JFNDLF.
           MOVE RD-DATDEL  TO TR-DATDEL.
           MOVE RD-DREFDL  TO TR-DREFDL.
           RELEASE ENR-TRAVAIL.
       1100-LIRE-REFDLF-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER-ETAT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 2100-TRAITER-UNE-DELIBERATION
               THRU 2100-TRAITER-UNE-DELIBERATION-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-CLOTURER-DIRECTION
               THRU 3000-CLOTURER-DIRECTION-EXIT.
       2000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UNE-DELIBERATION.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UNE-DELIBERATION-EXIT
           END-RETURN.

           IF W-1ER-ENREG OR TR-AC3DIR NOT = W-DIR-COURANTE
               PERFORM 3000-CLOTURER-DIRECTION
                   THRU 3000-CLOTURER-DIRECTION-EXIT
               MOVE 'N'        TO W-PREMIER
               MOVE TR-AC3DIR  TO W-DIR-COURANTE
           END-IF.

           MOVE TR-AC3DIR  TO LD-AC3DIR.
           MOVE TR-TYPCOL  TO LD-TYPCOL.
           MOVE TR-CODCOL  TO LD-CODCOL.
           MOVE TR-CTYDLF  TO LD-CTYDLF.
           MOVE TR-JDBDLF  TO LD-JDBDLF.
      * DELIBERATION SANS TERME : DERNIERE ANNEE NON EDITEE
           IF TR-JFNDLF = 9999
               MOVE SPACE     TO LD-JFNDLF
           ELSE
               MOVE TR-JFNDLF TO LD-JFNDLF
           END-IF.
           MOVE TR-DATDEL  TO LD-DATDEL.
           MOVE TR-DREFDL  TO LD-DREFDL.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
           ADD 1 TO W-CUM-NBDLF.
           EVALUATE TR-CTYDLF
               WHEN 'CN'  ADD 1 TO W-CUM-NBCN
               WHEN 'BI'  ADD 1 TO W-CUM-NBBI
               WHEN 'ZH'  ADD 1 TO W-CUM-NBZH
           END-EVALUATE.
       2100-TRAITER-UNE-DELIBERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-DIRECTION.
      *---------------------------------------------------------
           IF W-1ER-ENREG OR W-CUM-NBDLF = 0
               INITIALIZE W-CUMUL-DIRECTION
               GO TO 3000-CLOTURER-DIRECTION-EXIT
           END-IF.
           MOVE W-DIR-COURANTE  TO LM-AC3DIR.
           MOVE W-CUM-NBDLF     TO LM-NBDLF.
           MOVE W-CUM-NBCN      TO LM-NBCN.
           MOVE W-CUM-NBBI      TO LM-NBBI.
           MOVE W-CUM-NBZH      TO LM-NBZH.
           WRITE ENR-RAPPORT FROM LIGNE-DIRECTION.
           ADD 1            TO W-GEN-NBDIR.
           ADD W-CUM-NBDLF  TO W-GEN-NBDLF.
           ADD W-CUM-NBCN   TO W-GEN-NBCN.
           ADD W-CUM-NBBI   TO W-GEN-NBBI.
           ADD W-CUM-NBZH   TO W-GEN-NBZH.
           INITIALIZE W-CUMUL-DIRECTION.
       3000-CLOTURER-DIRECTION-EXIT.
           EXIT.
       END PROGRAM ETATDLF.
