       01  ENR-RAPPORT               PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'BANCNREG 01 DU 15/10/26'.

       01  EN-FS                     PIC X(2).
           88 EN-OK                      VALUE '00'.
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
      * ALLEGEMENTS SOUS CONDITION DE RESSOURCES ET ABATTEMENT QPV
      * DES LOGEMENTS SOCIAUX : MEME TRAITEMENT
           MOVE 'MDG65A  ' TO W-ZONE.
           IF ANCB-MDG65A NUMERIC
               COMPUTE W-ECART-MT = NOUB-MDG65A - ANCB-MDG65A
           ELSE
               MOVE NOUB-MDG65A TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MEXRES  ' TO W-ZONE.
           IF ANCB-MEXRES NUMERIC
               COMPUTE W-ECART-MT = NOUB-MEXRES - ANCB-MEXRES
           ELSE
               MOVE NOUB-MEXRES TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MPLRFR  ' TO W-ZONE.
           IF ANCB-MPLRFR NUMERIC
               COMPUTE W-ECART-MT = NOUB-MPLRFR - ANCB-MPLRFR
           ELSE
               MOVE NOUB-MPLRFR TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MFRRES  ' TO W-ZONE.
           IF ANCB-MFRRES NUMERIC
               COMPUTE W-ECART-MT = NOUB-MFRRES - ANCB-MFRRES
           ELSE
               MOVE NOUB-MFRRES TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MAQCOM  ' TO W-ZONE.
           IF ANCB-MAQCOM NUMERIC
               COMPUTE W-ECART-MT = NOUB-MAQCOM - ANCB-MAQCOM
           ELSE
               MOVE NOUB-MAQCOM TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MAQSYN  ' TO W-ZONE.
           IF ANCB-MAQSYN NUMERIC
               COMPUTE W-ECART-MT = NOUB-MAQSYN - ANCB-MAQSYN
           ELSE
               MOVE NOUB-MAQSYN TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MAQCU   ' TO W-ZONE.
           IF ANCB-MAQCU NUMERIC
               COMPUTE W-ECART-MT = NOUB-MAQCU - ANCB-MAQCU
           ELSE
               MOVE NOUB-MAQCU TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MAQTSE  ' TO W-ZONE.
           IF ANCB-MAQTSE NUMERIC
               COMPUTE W-ECART-MT = NOUB-MAQTSE - ANCB-MAQTSE
           ELSE
               MOVE NOUB-MAQTSE TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
       3000-COMPARER-ZONES-B-EXIT.
           EXIT.

           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
      * EXONERATIONS NATURA 2000 ET ZONES HUMIDES : ZONES REPRISES
      * D'ANCIENNES RUBRIQUES DE FRAIS NON SERVIES, ECART ATTENDU
           MOVE 'MDNCOM  ' TO W-ZONE.
           IF ANCNB-MDNCOM NUMERIC
               COMPUTE W-ECART-MT = NOUNB-MDNCOM - ANCNB-MDNCOM
           ELSE
               MOVE NOUNB-MDNCOM TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MDNCU   ' TO W-ZONE.
           IF ANCNB-MDNCU NUMERIC
               COMPUTE W-ECART-MT = NOUNB-MDNCU - ANCNB-MDNCU
           ELSE
               MOVE NOUNB-MDNCU TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MDZCOM  ' TO W-ZONE.
           IF ANCNB-MDZCOM NUMERIC
               COMPUTE W-ECART-MT = NOUNB-MDZCOM - ANCNB-MDZCOM
           ELSE
               MOVE NOUNB-MDZCOM TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
           MOVE 'MDZCU   ' TO W-ZONE.
           IF ANCNB-MDZCU NUMERIC
               COMPUTE W-ECART-MT = NOUNB-MDZCU - ANCNB-MDZCU
           ELSE
               MOVE NOUNB-MDZCU TO W-ECART-MT
           END-IF.
           PERFORM 8000-CLASSER-ECART
               THRU 8000-CLASSER-ECART-EXIT.
       4000-COMPARER-ZONES-NB-EXIT.
           EXIT.

