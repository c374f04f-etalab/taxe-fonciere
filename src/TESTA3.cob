           05 TO-TOLERANCE           PIC 9(3).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'TESTA3  01 DU 15/10/26'.

       01  ET-FS                     PIC X(2).
           88 ET-OK                      VALUE '00'.
           INITIALIZE TST-SORTIE TST-CR TST-RC.

           IF W-BATI
               EVALUATE W-DAN
                   WHEN 2020
                       CALL 'EFITA3B0' USING TST-ENTREE TST-SORTIE
                                             TST-CR TST-RC W-PARM-TEST
                                             TST-BASES-B
                           ON EXCEPTION MOVE 24 TO TST-CR
                                        MOVE 01 TO TST-RC
                       END-CALL
                   WHEN 2019
                       CALL 'EFITA3B9' USING TST-ENTREE TST-SORTIE
                                             TST-CR TST-RC W-PARM-TEST
                                             TST-BASES-B
                           ON EXCEPTION MOVE 24 TO TST-CR
                                        MOVE 01 TO TST-RC
                       END-CALL
                   WHEN OTHER
                       CALL 'EFITA3B8' USING TST-ENTREE TST-SORTIE
                                             TST-CR TST-RC W-PARM-TEST
                                             TST-BASES-B
                           ON EXCEPTION MOVE 24 TO TST-CR
                                        MOVE 01 TO TST-RC
                       END-CALL
               END-EVALUATE
               MOVE TST-SORTIE TO TST-RETB-VUE
               MOVE TSTB-GMODE TO LD-GMODE
               MOVE TSTB-TCTDU TO LD-TCTDU
           COMPUTE W-ECART-MT = TSTB-MCTOM (7) - ATTB-MCTOM (7).
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MDG65A  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MDG65A - ATTB-MDG65A.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MEXRES  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MEXRES - ATTB-MEXRES.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MPLRFR  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MPLRFR - ATTB-MPLRFR.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MAQCOM  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MAQCOM - ATTB-MAQCOM.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MAQSYN  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MAQSYN - ATTB-MAQSYN.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MAQCU   ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MAQCU - ATTB-MAQCU.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MAQTSE  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MAQTSE - ATTB-MAQTSE.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MCOCOR  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MCOCOR - ATTB-MCOCOR.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MBLIRE  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTB-MBLIRE - ATTB-MBLIRE.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
       3100-COMPARER-ZONES-B-EXIT.
           EXIT.

               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MCNKAE  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTNB-MCNKAE - ATTNB-MCNKAE.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MDNCOM  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTNB-MDNCOM - ATTNB-MDNCOM.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MDNCU   ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTNB-MDNCU - ATTNB-MDNCU.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MDZCOM  ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTNB-MDZCOM - ATTNB-MDZCOM.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'MDZCU   ' TO W-ZONE-ECHEC.
           COMPUTE W-ECART-MT = TSTNB-MDZCU - ATTNB-MDZCU.
           PERFORM 3900-VERIFIER-ECART
               THRU 3900-VERIFIER-ECART-EXIT.
           MOVE 'TCTHFR  ' TO W-ZONE-ECHEC.
