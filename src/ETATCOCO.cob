      *********************************************************
      * PROGRAMME ETATCOCO                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DU COEFFICIENT CORRECTEUR DES COMMUNES : A       *
      * COMPTER DU TRANSFERT DE LA PART DEPARTEMENTALE DE LA  *
      * TAXE FONCIERE BATIE AUX COMMUNES, L'EFFET DU          *
      * COEFFICIENT CORRECTEUR CALCULE PAR LA CALCULETTE      *
      * BATIE (MCOCOR) ET PORTE PAR LE FICHIER DE SORTIE DU   *
      * LOT (ET SON HOMOLOGUE DES ROLES SUPPLEMENTAIRES) EST  *
      * CUMULE PAR COMMUNE AVEC LA COTISATION COMMUNALE       *
      * (MCTCOM). LA COMMUNE EST QUALIFIEE DE BENEFICIAIRE    *
      * D'UN SUPPLEMENT (EFFET POSITIF) OU DE REDEVABLE D'UN  *
      * PRELEVEMENT (EFFET NEGATIF). LES TOTAUX GENERAUX      *
      * DISTINGUENT SUPPLEMENTS ET PRELEVEMENTS.              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATCOCO.

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
           SELECT  TRAVAIL     ASSIGN  TO  TRICOCO.

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

      * ENREGISTREMENT DE TRI : COMMUNE ET MONTANTS DE L'ARTICLE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-DAN               PIC 9(4).
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-MCTCOM            PIC S9(10).
           05 TR-MCOCOR            PIC S9(10).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ETATCOCO 00 DU 15/10/26'.

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

      * PREMIERE ANNEE DU TRANSFERT DE LA PART DEPARTEMENTALE
       01  W-DAN-TRANSFERT         PIC 9(4) VALUE 2020.

      * RUPTURE : COMMUNE (DIRECTION + COMMUNE)
       01  W-COM-COURANTE.
           05 W-COM-AC3DIR         PIC X(3).
           05 W-COM-CCOCOM         PIC X(3).
       01  W-COM-DAN               PIC 9(4).
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

       01  W-CUMUL-COMMUNE.
           05 W-CUM-NBART          PIC 9(7).
           05 W-CUM-MCTCOM         PIC S9(12).
           05 W-CUM-MCOCOR         PIC S9(12).
       01  W-CUMUL-GENERAL.
           05 W-GEN-NBCOM          PIC 9(5).
           05 W-GEN-NBART          PIC 9(7).
           05 W-GEN-MCTCOM         PIC S9(14).
           05 W-GEN-MCOCOR         PIC S9(14).
           05 W-GEN-NBSUP          PIC 9(5).
           05 W-GEN-MTSUP          PIC S9(14).
           05 W-GEN-NBPRE          PIC 9(5).
           05 W-GEN-MTPRE          PIC S9(14).

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ETAT DU COEFFICIENT CORRECTEUR PAR COMMUNE - SUPPLEMENTS ET
      -    ' PRELEVEMENTS'.
       01  LIGNE-TITRES            PIC X(132) VALUE
           '  ANNEE DIR COM      ART.   COTIS. COMMUNALE    EFFET COEFF
      -    '.CORR.   SENS'.
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LM-DAN               PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LM-CCOCOM            PIC X(3).
           05 LM-NBART             PIC Z(9)9.
           05 LM-MCTCOM            PIC -(18)9.
           05 LM-MCOCOR            PIC -(18)9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LM-SENS              PIC X(11).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LT-LIBELLE           PIC X(22).
           05 LT-NBCOM             PIC Z(4)9.
           05 FILLER               PIC X(9) VALUE ' COMMUNES'.
           05 LT-MONTANT           PIC -(18)9.

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

           MOVE 'TOTAL SUPPLEMENTS'    TO LT-LIBELLE.
           MOVE W-GEN-NBSUP            TO LT-NBCOM.
           MOVE W-GEN-MTSUP            TO LT-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'TOTAL PRELEVEMENTS'   TO LT-LIBELLE.
           MOVE W-GEN-NBPRE            TO LT-NBCOM.
           MOVE W-GEN-MTPRE            TO LT-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'TOTAL GENERAL (SOLDE)' TO LT-LIBELLE.
           MOVE W-GEN-NBCOM            TO LT-NBCOM.
           MOVE W-GEN-MCOCOR           TO LT-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE RAPPORT.
           DISPLAY 'ETATCOCO - COMMUNES EDITEES : ' W-GEN-NBCOM.
           DISPLAY 'ETATCOCO - ARTICLES RETENUS : ' W-GEN-NBART.
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
      * SEULS LES ARTICLES BATIS DES ANNEES DU TRANSFERT SONT
      * RETENUS (UNE COMMUNE A COEFFICIENT EGAL A UN FIGURE SUR
      * L'ETAT AVEC UN EFFET NUL)
           IF RETB-CCOBNB NOT = '2'
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           IF RETB-DAN < W-DAN-TRANSFERT
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           MOVE RETB-DAN    TO TR-DAN.
           MOVE RETB-AC3DIR TO TR-AC3DIR.
           MOVE RETB-CCOCOM TO TR-CCOCOM.
           MOVE RETB-MCTCOM TO TR-MCTCOM.
           IF RETB-MCOCOR NUMERIC
               MOVE RETB-MCOCOR TO TR-MCOCOR
           ELSE
               MOVE 0 TO TR-MCOCOR
           END-IF.
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

           ADD 1          TO W-CUM-NBART.
           ADD TR-MCTCOM  TO W-CUM-MCTCOM.
           ADD TR-MCOCOR  TO W-CUM-MCOCOR.
       2100-TRAITER-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-COMMUNE.
      *---------------------------------------------------------
      * LIGNE DE LA COMMUNE, QUALIFICATION DU SENS DE L'EFFET
      * ET REPORT SUR LES TOTAUX GENERAUX
           IF W-1ER-ENREG OR W-CUM-NBART = 0
               INITIALIZE W-CUMUL-COMMUNE
               GO TO 3000-CLOTURER-COMMUNE-EXIT
           END-IF.
           MOVE W-COM-DAN     TO LM-DAN.
           MOVE W-COM-AC3DIR  TO LM-AC3DIR.
           MOVE W-COM-CCOCOM  TO LM-CCOCOM.
           MOVE W-CUM-NBART   TO LM-NBART.
           MOVE W-CUM-MCTCOM  TO LM-MCTCOM.
           MOVE W-CUM-MCOCOR  TO LM-MCOCOR.
           EVALUATE TRUE
               WHEN W-CUM-MCOCOR > 0
                   MOVE 'SUPPLEMENT ' TO LM-SENS
                   ADD 1            TO W-GEN-NBSUP
                   ADD W-CUM-MCOCOR TO W-GEN-MTSUP
               WHEN W-CUM-MCOCOR < 0
                   MOVE 'PRELEVEMENT' TO LM-SENS
                   ADD 1            TO W-GEN-NBPRE
                   ADD W-CUM-MCOCOR TO W-GEN-MTPRE
               WHEN OTHER
                   MOVE 'NEUTRE     ' TO LM-SENS
           END-EVALUATE.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
           ADD 1            TO W-GEN-NBCOM.
           ADD W-CUM-NBART  TO W-GEN-NBART.
           ADD W-CUM-MCTCOM TO W-GEN-MCTCOM.
           ADD W-CUM-MCOCOR TO W-GEN-MCOCOR.
           INITIALIZE W-CUMUL-COMMUNE.
       3000-CLOTURER-COMMUNE-EXIT.
           EXIT.
       END PROGRAM ETATCOCO.
