      *********************************************************
      * PROGRAMME LIRDLF                                      *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PRIMITIVE DE CONSULTATION DU REFERENTIEL DES          *
      * DELIBERATIONS FACULTATIVES D'EXONERATION (REFDLF,     *
      * ALIMENTE PAR CHARGDLF) : POUR UNE ANNEE, UN TYPE DE   *
      * DELIBERATION ET LE RATTACHEMENT D'UNE COMMUNE A SES   *
      * GROUPEMENTS (SEGMENT XBXTDRAT), INDIQUE SI LA         *
      * COMMUNE ET SON EPCI ONT UNE DELIBERATION EN VIGUEUR   *
      * ET REND LA SOMME DES QUOTES-PARTS DES SYNDICATS DE LA *
      * LISTSY QUI EN ONT UNE (PLAFONNEE A 100). QUAND AUCUNE *
      * QUOTE-PART N'EST SERVIE SUR L'ARTICLE COMMUNE, LA     *
      * COTISATION SYNDICALE EST REPUTEE PARTAGEE A PARTS     *
      * EGALES ENTRE LES SYNDICATS DE LA LISTSY.              *
      * CR RENDU : 00 = CONSULTATION FAITE (TROUVEE OU NON),  *
      * 24 = REFERENTIEL INDISPONIBLE (L'APPELANT APPLIQUE    *
      * ALORS LE REGIME LEGAL).                               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRDLF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REFDLF      ASSIGN  TO  REFDLF
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RD-CLEDLF
                               FILE STATUS RD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFDLF.
       01  ENR-REFDLF.
           COPY XREFDLF REPLACING 'X' BY RD.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'LIRDLF 00 DU 15/10/26'.

       01  RD-FS                PIC X(2).
           88 RD-OK                  VALUE '00'.
       01  W-SW-OUVERT          PIC X(1) VALUE 'N'.
           88 W-FICHIER-OUVERT       VALUE 'O'.
           88 W-FICHIER-KO           VALUE 'E'.

      * COLLECTIVITE RECHERCHEE ET RESULTAT DE LA RECHERCHE
       01  W-TYPCOL             PIC X(3).
       01  W-CODCOL             PIC X(9).
       01  W-SW-DLF             PIC X(1).
           88 W-DLF-TROUVEE          VALUE 'O'.
           88 W-DLF-FIN              VALUE 'F'.

      * SYNDICATS DE LA LISTSY : NOMBRE ET TOTAL DES QUOTES-PARTS
      * SERVIES, POUR LE PARTAGE A PARTS EGALES A DEFAUT
       01  IX                   PIC 9(2) COMP.
       01  W-NBSYN              PIC 9(2) COMP.
       01  W-TOTQP              PIC 9(5)V9(2).
       01  W-CUMQP              PIC 9(5)V9(2).

       LINKAGE SECTION.
       01  LK-JAN               PIC 9(4).
       01  LK-CTYDLF            PIC X(2).
       01  LK-RAT.
           COPY XBXTDRAT REPLACING 'X' BY LK-R.
       01  LK-CR                PIC 9(2).
       01  LK-RC                PIC 9(2).
       01  LK-RESULTAT.
           05 LK-GDLCOM         PIC X(1).
      * 'O' = DELIBERATION DE LA COMMUNE EN VIGUEUR
           05 LK-GDLEPC         PIC X(1).
      * 'O' = DELIBERATION DE L'EPCI EN VIGUEUR
           05 LK-PQPDLF         PIC 9(3)V9(2).
      * QUOTE-PART SYNDICALE COUVERTE PAR UNE DELIBERATION (%)

       PROCEDURE DIVISION USING LK-JAN LK-CTYDLF LK-RAT LK-CR LK-RC
                                LK-RESULTAT.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0   TO LK-CR LK-RC.
           MOVE 'N' TO LK-GDLCOM LK-GDLEPC.
           MOVE 0   TO LK-PQPDLF.
      * OUVERTURE AU PREMIER APPEL, LE FICHIER RESTE OUVERT POUR
      * TOUTE LA DUREE DU TRAITEMENT APPELANT
           IF W-SW-OUVERT = 'N'
               OPEN INPUT REFDLF
               IF RD-OK
                   MOVE 'O' TO W-SW-OUVERT
               ELSE
                   MOVE 'E' TO W-SW-OUVERT
               END-IF
           END-IF.
           IF W-FICHIER-KO
               MOVE 24 TO LK-CR
               MOVE 01 TO LK-RC
               GOBACK
           END-IF.

      * COMMUNE
           MOVE 'COM'        TO W-TYPCOL.
           MOVE SPACE        TO W-CODCOL.
           MOVE LK-R-AC3DIR  TO W-CODCOL (1:3).
           MOVE LK-R-CCOCOM  TO W-CODCOL (4:3).
           PERFORM 1000-CHERCHER-DELIBERATION
               THRU 1000-CHERCHER-DELIBERATION-EXIT.
           IF W-DLF-TROUVEE
               MOVE 'O' TO LK-GDLCOM
           END-IF.

      * EPCI DE RATTACHEMENT
           IF LK-R-ACOGC NOT = SPACE
               MOVE 'EPC'        TO W-TYPCOL
               MOVE SPACE        TO W-CODCOL
               MOVE LK-R-AC3DIR  TO W-CODCOL (1:3)
               MOVE LK-R-ACOGC   TO W-CODCOL (4:4)
               PERFORM 1000-CHERCHER-DELIBERATION
                   THRU 1000-CHERCHER-DELIBERATION-EXIT
               IF W-DLF-TROUVEE
                   MOVE 'O' TO LK-GDLEPC
               END-IF
           END-IF.

      * SYNDICATS DE LA LISTSY
           MOVE 0 TO W-NBSYN W-TOTQP W-CUMQP.
           PERFORM 2000-COMPTER-SYNDICAT
               THRU 2000-COMPTER-SYNDICAT-EXIT
               VARYING IX FROM 1 BY 1 UNTIL IX > 10.
           IF W-NBSYN > 0
               PERFORM 2100-TRAITER-SYNDICAT
                   THRU 2100-TRAITER-SYNDICAT-EXIT
                   VARYING IX FROM 1 BY 1 UNTIL IX > 10
           END-IF.
           IF W-CUMQP > 100
               MOVE 100 TO W-CUMQP
           END-IF.
           MOVE W-CUMQP TO LK-PQPDLF.
           GOBACK.

      *---------------------------------------------------------
       1000-CHERCHER-DELIBERATION.
      *---------------------------------------------------------
      * LES ENTREES D'UNE COLLECTIVITE ET D'UN TYPE SE SUIVENT
      * DANS L'ORDRE DES ANNEES DE DEBUT : ON S'ARRETE A LA
      * PREMIERE QUI COUVRE L'ANNEE OU QUI DEBUTE APRES ELLE
           MOVE 'N'        TO W-SW-DLF.
           MOVE W-TYPCOL   TO RD-TYPCOL.
           MOVE W-CODCOL   TO RD-CODCOL.
           MOVE LK-CTYDLF  TO RD-CTYDLF.
           MOVE 0          TO RD-JDBDLF.
           START REFDLF KEY NOT < RD-CLEDLF
               INVALID KEY GO TO 1000-CHERCHER-DELIBERATION-EXIT
           END-START.
           PERFORM 1100-LIRE-DELIBERATION
               THRU 1100-LIRE-DELIBERATION-EXIT
               UNTIL W-DLF-TROUVEE OR W-DLF-FIN.
       1000-CHERCHER-DELIBERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-DELIBERATION.
      *---------------------------------------------------------
           READ REFDLF NEXT RECORD
               AT END SET W-DLF-FIN TO TRUE
                      GO TO 1100-LIRE-DELIBERATION-EXIT
           END-READ.
           IF NOT RD-OK
              OR RD-TYPCOL NOT = W-TYPCOL
              OR RD-CODCOL NOT = W-CODCOL
              OR RD-CTYDLF NOT = LK-CTYDLF
              OR RD-JDBDLF > LK-JAN
               SET W-DLF-FIN TO TRUE
               GO TO 1100-LIRE-DELIBERATION-EXIT
           END-IF.
           IF RD-JFNDLF NOT < LK-JAN
               SET W-DLF-TROUVEE TO TRUE
           END-IF.
       1100-LIRE-DELIBERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-COMPTER-SYNDICAT.
      *---------------------------------------------------------
           IF LK-R-SIRSYN (IX) = SPACE
               GO TO 2000-COMPTER-SYNDICAT-EXIT
           END-IF.
           ADD 1 TO W-NBSYN.
           IF LK-R-PQPSYN (IX) NUMERIC
               ADD LK-R-PQPSYN (IX) TO W-TOTQP
           END-IF.
       2000-COMPTER-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-SYNDICAT.
      *---------------------------------------------------------
           IF LK-R-SIRSYN (IX) = SPACE
               GO TO 2100-TRAITER-SYNDICAT-EXIT
           END-IF.
           MOVE 'SYN'             TO W-TYPCOL.
           MOVE LK-R-SIRSYN (IX)  TO W-CODCOL.
           PERFORM 1000-CHERCHER-DELIBERATION
               THRU 1000-CHERCHER-DELIBERATION-EXIT.
           IF NOT W-DLF-TROUVEE
               GO TO 2100-TRAITER-SYNDICAT-EXIT
           END-IF.
           IF W-TOTQP > 0
               IF LK-R-PQPSYN (IX) NUMERIC
                   ADD LK-R-PQPSYN (IX) TO W-CUMQP
               END-IF
           ELSE
               COMPUTE W-CUMQP ROUNDED = W-CUMQP + 100 / W-NBSYN
           END-IF.
       2100-TRAITER-SYNDICAT-EXIT.
           EXIT.
       END PROGRAM LIRDLF.
