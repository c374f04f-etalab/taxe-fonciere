      * LES ARTICLES EN ANOMALIE ET LES ARTICLES NON MIS EN   *
      * RECOUVREMENT SONT EXCLUS DU ROLE ; LES EXTOURNES      *
      * D'ANNULATION-RECONFECTION Y FIGURENT EN NEGATIF.      *
      *                                                       *
      * LE SORTLOT N'EST EDITE QUE S'IL EST CONFORME A SON    *
      * SCELLE (MODULE EMPREINT, ARRET CODE 12 SINON) ; LE    *
      * ROLE EDITE EST A SON TOUR SCELLE SOUS LA CLE DU LOT.  *
      *********************************************************

       IDENTIFICATION DIVISION.
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'EDITROLE 01 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  RO-FS                   PIC X(2).

      * ZONES D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT : SORTLOT
      * CONTROLE EN ENTREE, ROLE EDITE SCELLE EN SORTIE
       01  EMP-SORTLOT.
           COPY XEMPREIN REPLACING 'X' BY EMS.
       01  EMP-ROLEDIT.
           COPY XEMPREIN REPLACING 'X' BY EMR.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.

      *=========================================================
       0000-MAINLINE.
      *=========================================================
      * LE ROLE N'EST EDITE QUE SUR UN SORTLOT CONFORME A SON SCELLE
           PERFORM 0500-VERIFIER-SCELLE
               THRU 0500-VERIFIER-SCELLE-EXIT.
           IF NOT EMS-CR-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SORTIE-LOT.
           OPEN INPUT TAUDIS.
           OPEN OUTPUT ROLEDIT.
               THRU 7000-RECAPITULATION-EXIT.

           CLOSE SORTIE-LOT TAUDIS ROLEDIT.
           PERFORM 8000-SCELLER-ROLEDIT
               THRU 8000-SCELLER-ROLEDIT-EXIT.
           DISPLAY 'EDITROLE - COMMUNES EDITEES  : ' W-DIR-NBCOM.
           DISPLAY 'EDITROLE - ARTICLES EXCLUS   : ' W-NBEXCLUS.
           GOBACK.
           WRITE ENR-ROLEDIT FROM LIGNE-RECAP-NAT.
       7000-RECAPITULATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       0500-VERIFIER-SCELLE.
      *---------------------------------------------------------
      * LE SORTLOT EST RELU EN ENTIER AVANT L'EDITION ET SON
      * EMPREINTE CONTROLEE CONTRE LE SCELLE DEPOSE PAR LE LOT
           MOVE 'SORTLOT '  TO EMS-TYPFIC.
           MOVE 0           TO EMS-JAN EMS-NUMGEN.
           MOVE SPACE       TO EMS-DEPDIR.
           MOVE 'EDITROLE'  TO EMS-PROGRAMME.
           MOVE 'I' TO EMS-FONCTION.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
           OPEN INPUT SORTIE-LOT.
           MOVE 'A' TO EMS-FONCTION.
           MOVE LENGTH OF ENR-SORTIE-LOT TO EMS-LONG.
           PERFORM 0510-CUMULER-SCELLE
               THRU 0510-CUMULER-SCELLE-EXIT
               UNTIL SL-FS NOT = '00' OR NOT EMS-CR-OK.
           IF EMS-CR-OK AND SL-FS NOT = '10'
               MOVE 99 TO EMS-CR
           END-IF.
           CLOSE SORTIE-LOT.
           IF EMS-CR-OK
               MOVE 'V' TO EMS-FONCTION
               CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
                   ON EXCEPTION MOVE 03 TO EMS-CR
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN EMS-CR-OK
                   DISPLAY 'EDITROLE - SORTLOT '
                           'CONFORME A SON SCELLE (GENERATION '
                           EMS-NUMGEN ')'
               WHEN EMS-CR-DIVERGENT
                   DISPLAY 'EDITROLE - SORTLOT '
                           'ALTERE DEPUIS SA PRODUCTION : EMPREINTE '
                           EMS-EMPREINTE ' (' EMS-NBENR
                           ' ENREG.) AU LIEU DE ' EMS-EMPSCEL
                           ' (' EMS-NBSCEL ' ENREG.)'
               WHEN EMS-CR-ABSENT
                   DISPLAY 'EDITROLE - SORTLOT '
                           'NON SCELLE (DIRECTION ' EMS-DEPDIR
                           ', GENERATION ' EMS-NUMGEN ') : '
                           'FICHIER TRONQUE OU DE PROVENANCE INCONNUE'
               WHEN EMS-CR-ANNULE
                   DISPLAY 'EDITROLE - SORTLOT '
                           'D''UN PASSAGE DE LOT ANNULE (DIRECTION '
                           EMS-DEPDIR ', GENERATION ' EMS-NUMGEN ')'
               WHEN EMS-CR = 99
                   DISPLAY 'EDITROLE - SORTLOT '
                           'ILLISIBLE, SCELLE INVERIFIABLE'
               WHEN OTHER
                   DISPLAY 'EDITROLE - SORTLOT '
                           'NON CONTROLABLE, REGISTRE DES SCELLES '
                           'INACCESSIBLE (CR ' EMS-CR ')'
           END-EVALUATE.
       0500-VERIFIER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0510-CUMULER-SCELLE.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END GO TO 0510-CUMULER-SCELLE-EXIT
           END-READ.
           IF SL-FS NOT = '00'
               GO TO 0510-CUMULER-SCELLE-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
       0510-CUMULER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-SCELLER-ROLEDIT.
      *---------------------------------------------------------
      * LE ROLE EDITE EST SCELLE SOUS LA CLE DU SORTLOT DONT IL
      * EST ISSU (ANNEE, DIRECTION ET GENERATION DU LOT)
           MOVE 'ROLEDIT '  TO EMR-TYPFIC.
           MOVE EMS-JAN     TO EMR-JAN.
           MOVE EMS-DEPDIR  TO EMR-DEPDIR.
           MOVE EMS-NUMGEN  TO EMR-NUMGEN.
           MOVE 'EDITROLE'  TO EMR-PROGRAMME.
           MOVE 'I' TO EMR-FONCTION.
           CALL 'EMPREINT' USING EMP-ROLEDIT ENR-ROLEDIT
               ON EXCEPTION MOVE 03 TO EMR-CR
           END-CALL.
           OPEN INPUT ROLEDIT.
           MOVE 'A' TO EMR-FONCTION.
           MOVE LENGTH OF ENR-ROLEDIT TO EMR-LONG.
           PERFORM 8010-CUMULER-ROLEDIT
               THRU 8010-CUMULER-ROLEDIT-EXIT
               UNTIL RO-FS NOT = '00' OR NOT EMR-CR-OK.
           IF EMR-CR-OK AND RO-FS NOT = '10'
               MOVE 99 TO EMR-CR
           END-IF.
           CLOSE ROLEDIT.
           IF EMR-CR-OK
               MOVE 'S' TO EMR-FONCTION
               CALL 'EMPREINT' USING EMP-ROLEDIT ENR-ROLEDIT
                   ON EXCEPTION MOVE 03 TO EMR-CR
               END-CALL
           END-IF.
           IF NOT EMR-CR-OK
               DISPLAY 'EDITROLE - SCELLEMENT DE ROLEDIT IMPOSSIBLE '
                       '(CR ' EMR-CR ')'
           END-IF.
       8000-SCELLER-ROLEDIT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8010-CUMULER-ROLEDIT.
      *---------------------------------------------------------
           READ ROLEDIT
               AT END GO TO 8010-CUMULER-ROLEDIT-EXIT
           END-READ.
           IF RO-FS NOT = '00'
               GO TO 8010-CUMULER-ROLEDIT-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-ROLEDIT ENR-ROLEDIT
               ON EXCEPTION MOVE 03 TO EMR-CR
           END-CALL.
       8010-CUMULER-ROLEDIT-EXIT.
           EXIT.
       END PROGRAM EDITROLE.
