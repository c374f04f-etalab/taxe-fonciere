      *********************************************************
      * PROGRAMME ETATLISS                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT ANNUEL DU LISSAGE DE LA REVISION DES VALEURS     *
      * LOCATIVES DES LOCAUX PROFESSIONNELS : LA BASE RESTANT *
      * A LISSER (MBLIRE) ET LE NOMBRE D'ANNEES DE LISSAGE    *
      * RESTANTES (NALIRE) RESTITUES PAR LA CALCULETTE BATIE  *
      * ET PORTES PAR LE FICHIER DE SORTIE DU LOT (ET SON     *
      * HOMOLOGUE DES ROLES SUPPLEMENTAIRES) SONT CUMULES PAR *
      * ANNEE ET PAR COMMUNE. L'ETAT DONNE, POUR CHAQUE       *
      * COMMUNE, LE NOMBRE D'ARTICLES EN COURS DE LISSAGE, LA *
      * BASE RESTANT A LISSER (EN HAUSSE ET EN BAISSE) ET     *
      * L'ANNEE DE FIN DU LISSAGE LA PLUS TARDIVE.            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATLISS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  SORTIE-SUP  ASSIGN  TO  SORTLOTS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SS-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRILISS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

      * ROLES SUPPLEMENTAIRES ET CONTENTIEUX (FICHIER FACULTATIF)
       FD  SORTIE-SUP.
       01  ENR-SORTIE-SUP.
           COPY XSORTLOT REPLACING 'X' BY SS.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : COMMUNE ET LISSAGE DE L'ARTICLE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-DAN               PIC 9(4).
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-MBLIRE            PIC S9(10).
           05 TR-NALIRE            PIC 9(2).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ETATLISS 00 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  SS-FS                   PIC X(2).
           88 SS-OK                     VALUE '00'.
           88 SS-FIN                    VALUE '10'.
           88 SS-INEXISTANT             VALUES '35' '05'.
       01  RP-FS                   PIC X(2).

       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.

      * RUPTURE : ANNEE PUIS COMMUNE (DIRECTION + COMMUNE)
       01  W-COM-COURANTE.
           05 W-COM-AC3DIR         PIC X(3).
           05 W-COM-CCOCOM         PIC X(3).
       01  W-COM-DAN               PIC 9(4).
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

       01  W-CUMUL-COMMUNE.
           05 W-CUM-NBART          PIC 9(7).
           05 W-CUM-HAUSSE         PIC S9(12).
           05 W-CUM-BAISSE         PIC S9(12).
           05 W-CUM-NAMAX          PIC 9(2).
       01  W-CUMUL-GENERAL.
           05 W-GEN-NBCOM          PIC 9(5).
           05 W-GEN-NBART          PIC 9(7).
           05 W-GEN-HAUSSE         PIC S9(14).
           05 W-GEN-BAISSE         PIC S9(14).
       01  W-DAN-FIN               PIC 9(4).

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ETAT ANNUEL DU LISSAGE DES LOCAUX PROFESSIONNELS REVISES - R
      -    'ESTE A LISSER PAR COMMUNE'.
       01  LIGNE-TITRES            PIC X(132) VALUE
           '  ANNEE DIR COM      ART.   RESTE EN HAUSSE    RESTE EN BAIS
      -    'SE        SOLDE  FIN LISSAGE'.
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LM-DAN               PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-CCOCOM            PIC X(3).
           05 LM-NBART             PIC Z(9)9.
           05 LM-HAUSSE            PIC -(18)9.
           05 LM-BAISSE            PIC -(18)9.
           05 LM-SOLDE             PIC -(12)9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LM-DANFIN            PIC 9(4).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LT-LIBELLE           PIC X(14).
           05 LT-NBCOM             PIC Z(4)9.
           05 FILLER               PIC X(9) VALUE ' COMMUNES'.
           05 LT-HAUSSE            PIC -(18)9.
           05 LT-BAISSE            PIC -(18)9.
           05 LT-SOLDE             PIC -(12)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           INITIALIZE W-CUMUL-COMMUNE W-CUMUL-GENERAL.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRES.

           SORT TRAVAIL
               ON ASCENDING KEY TR-DAN
                                TR-AC3DIR
                                TR-CCOCOM
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-EDITER-ETAT
                   THRU 2000-EDITER-ETAT-EXIT.

           MOVE 'TOTAL GENERAL' TO LT-LIBELLE.
           MOVE W-GEN-NBCOM     TO LT-NBCOM.
           MOVE W-GEN-HAUSSE    TO LT-HAUSSE.
           MOVE W-GEN-BAISSE    TO LT-BAISSE.
           COMPUTE LT-SOLDE = W-GEN-HAUSSE + W-GEN-BAISSE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE RAPPORT.
           DISPLAY 'ETATLISS - COMMUNES EDITEES : ' W-GEN-NBCOM.
           DISPLAY 'ETATLISS - ARTICLES RETENUS : ' W-GEN-NBART.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT SORTIE-LOT.
           PERFORM 1100-LIRE-SORTLOT
               THRU 1100-LIRE-SORTLOT-EXIT
               UNTIL SL-FIN.
           CLOSE SORTIE-LOT.
           OPEN INPUT SORTIE-SUP.
           IF SS-INEXISTANT
               CLOSE SORTIE-SUP
           ELSE
               PERFORM 1200-LIRE-SORTLOTS
                   THRU 1200-LIRE-SORTLOTS-EXIT
                   UNTIL SS-FIN
               CLOSE SORTIE-SUP
           END-IF.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-SORTLOT.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 1100-LIRE-SORTLOT-EXIT
           END-READ.
           IF ENR-SORTIE-LOT (1:1) = '*'
               GO TO 1100-LIRE-SORTLOT-EXIT
           END-IF.
           IF SL-CR NOT = 0 OR SL-EXTOURNE
               GO TO 1100-LIRE-SORTLOT-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETB-VUE.
           PERFORM 1500-RELACHER-ARTICLE
               THRU 1500-RELACHER-ARTICLE-EXIT.
       1100-LIRE-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-LIRE-SORTLOTS.
      *---------------------------------------------------------
           READ SORTIE-SUP
               AT END SET SS-FIN TO TRUE
                      GO TO 1200-LIRE-SORTLOTS-EXIT
           END-READ.
           IF ENR-SORTIE-SUP (1:1) = '*'
               GO TO 1200-LIRE-SORTLOTS-EXIT
           END-IF.
           IF SS-CR NOT = 0 OR SS-EXTOURNE
               GO TO 1200-LIRE-SORTLOTS-EXIT
           END-IF.
           MOVE SS-RETOUR TO RETB-VUE.
           PERFORM 1500-RELACHER-ARTICLE
               THRU 1500-RELACHER-ARTICLE-EXIT.
       1200-LIRE-SORTLOTS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1500-RELACHER-ARTICLE.
      *---------------------------------------------------------
      * SEULS LES ARTICLES BATIS DONT LE LISSAGE N'EST PAS ACHEVE
      * SONT RETENUS (RESTE A LISSER NON NUL)
           IF RETB-CCOBNB NOT = '2'
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           IF RETB-MBLIRE NOT NUMERIC OR RETB-NALIRE NOT NUMERIC
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           IF RETB-MBLIRE = 0
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           MOVE RETB-DAN    TO TR-DAN.
           MOVE RETB-AC3DIR TO TR-AC3DIR.
           MOVE RETB-CCOCOM TO TR-CCOCOM.
           MOVE RETB-MBLIRE TO TR-MBLIRE.
           MOVE RETB-NALIRE TO TR-NALIRE.
           RELEASE ENR-TRAVAIL.
       1500-RELACHER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER-ETAT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 2100-TRAITER-UN-ARTICLE
               THRU 2100-TRAITER-UN-ARTICLE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-CLOTURER-COMMUNE
               THRU 3000-CLOTURER-COMMUNE-EXIT.
       2000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-ARTICLE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-ARTICLE-EXIT
           END-RETURN.

           IF W-1ER-ENREG
              OR TR-DAN    NOT = W-COM-DAN
              OR TR-AC3DIR NOT = W-COM-AC3DIR
              OR TR-CCOCOM NOT = W-COM-CCOCOM
               PERFORM 3000-CLOTURER-COMMUNE
                   THRU 3000-CLOTURER-COMMUNE-EXIT
               MOVE 'N'        TO W-PREMIER
               MOVE TR-DAN     TO W-COM-DAN
               MOVE TR-AC3DIR  TO W-COM-AC3DIR
               MOVE TR-CCOCOM  TO W-COM-CCOCOM
           END-IF.

           ADD 1 TO W-CUM-NBART.
           IF TR-MBLIRE > 0
               ADD TR-MBLIRE TO W-CUM-HAUSSE
           ELSE
               ADD TR-MBLIRE TO W-CUM-BAISSE
           END-IF.
           IF TR-NALIRE > W-CUM-NAMAX
               MOVE TR-NALIRE TO W-CUM-NAMAX
           END-IF.
       2100-TRAITER-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-COMMUNE.
      *---------------------------------------------------------
      * LIGNE DE LA COMMUNE : L'ANNEE DE FIN DU LISSAGE EST CELLE
      * DE L'ARTICLE DONT LE LISSAGE S'ACHEVE LE PLUS TARD
           IF W-1ER-ENREG OR W-CUM-NBART = 0
               INITIALIZE W-CUMUL-COMMUNE
               GO TO 3000-CLOTURER-COMMUNE-EXIT
           END-IF.
           MOVE W-COM-DAN     TO LM-DAN.
           MOVE W-COM-AC3DIR  TO LM-AC3DIR.
           MOVE W-COM-CCOCOM  TO LM-CCOCOM.
           MOVE W-CUM-NBART   TO LM-NBART.
           MOVE W-CUM-HAUSSE  TO LM-HAUSSE.
           MOVE W-CUM-BAISSE  TO LM-BAISSE.
           COMPUTE LM-SOLDE = W-CUM-HAUSSE + W-CUM-BAISSE.
           COMPUTE W-DAN-FIN = W-COM-DAN + W-CUM-NAMAX.
           MOVE W-DAN-FIN     TO LM-DANFIN.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
           ADD 1            TO W-GEN-NBCOM.
           ADD W-CUM-NBART  TO W-GEN-NBART.
           ADD W-CUM-HAUSSE TO W-GEN-HAUSSE.
           ADD W-CUM-BAISSE TO W-GEN-BAISSE.
           INITIALIZE W-CUMUL-COMMUNE.
       3000-CLOTURER-COMMUNE-EXIT.
           EXIT.
       END PROGRAM ETATLISS.
