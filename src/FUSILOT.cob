      * GLOBAUX RECALCULES SONT POSES ; LES BILANS DE         *
      * CAMPAGNE DES TRANCHES SONT CONSOLIDES EN UN BILAN     *
      * UNIQUE POUR LA DIRECTION.                             *
      *                                                       *
      * LA FUSION EST DECLAREE DANS LE SUIVI DE CAMPAGNE      *
      * (SUIVICAM, ETAPE FUSILOT). LE SORTLOT ET L'EXPORT     *
      * HELIOS RECONSTITUES SONT SCELLES (MODULE EMPREINT).   *
      *********************************************************

       IDENTIFICATION DIVISION.
           05 NG-NUMGEN            PIC 9(6).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'FUSILOT 01 DU 15/10/26'.

       01  S1-FS PIC X(2).
           88 S1-INEXISTANT VALUES '35' '05'.
           88 NG-OK                     VALUE '00'.
       01  W-NUMGEN                PIC 9(6) VALUE 0.

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN                 PIC 9(4) VALUE 0.
       01  SUI-DEPDIR              PIC X(3) VALUE SPACE.
       01  SUI-ETAPE               PIC X(8).
       01  SUI-STATUT              PIC X(1).
       01  SUI-VOLUME              PIC 9(9) VALUE 0.

      * ZONES D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT, UNE PAR
      * FICHIER SCELLE (REGISTRE DES SCELLES REGSCEL)
       01  EMP-SORTLOT.
           COPY XEMPREIN REPLACING 'X' BY EMS.
       01  EMP-HELIOS.
           COPY XEMPREIN REPLACING 'X' BY EMH.

      * VUE POUR LES CUMULS DE CONTROLE
       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
           PERFORM 9000-POSER-FINS
               THRU 9000-POSER-FINS-EXIT.
           CLOSE SORTIE-LOT HELIOS ARCHIVEB ARCHIVNB BILANCAM.
      * LE SORTLOT ET L'EXPORT HELIOS RECONSTITUES SONT SCELLES SOUS
      * LA NOUVELLE GENERATION, COMME EN SORTIE D'EFIBAT3
           PERFORM 9500-SCELLER-SORTLOT
               THRU 9500-SCELLER-SORTLOT-EXIT.
           PERFORM 9550-SCELLER-HELIOS
               THRU 9550-SCELLER-HELIOS-EXIT.
           MOVE W-DAN-LOT    TO SUI-JAN.
           MOVE W-DEPDIR-LOT TO SUI-DEPDIR.
           MOVE 'FUSILOT '   TO SUI-ETAPE.
           MOVE 'T'          TO SUI-STATUT.
           MOVE W-FLX-NB (1) TO SUI-VOLUME.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY 'FUSILOT - SORTLOT RECONSTITUE : '
               W-FLX-NB (1) ' ARTICLES'.
           DISPLAY 'FUSILOT - HELIOS RECONSTITUE  : '
           WRITE ENR-ARCHIVNB.
       9000-POSER-FINS-EXIT.
           EXIT.

      *---------------------------------------------------------
       9500-SCELLER-SORTLOT.
      *---------------------------------------------------------
      * RELECTURE DU FICHIER FERME ET DEPOT DE SON EMPREINTE DANS
      * LE REGISTRE DES SCELLES
           MOVE 'SORTLOT '   TO EMS-TYPFIC.
           MOVE W-DAN-LOT    TO EMS-JAN.
           MOVE W-DEPDIR-LOT TO EMS-DEPDIR.
           MOVE W-NUMGEN     TO EMS-NUMGEN.
           MOVE 'FUSILOT '   TO EMS-PROGRAMME.
           MOVE 'I' TO EMS-FONCTION.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
           OPEN INPUT SORTIE-LOT.
           MOVE 'A' TO EMS-FONCTION.
           MOVE LENGTH OF ENR-SORTIE-LOT TO EMS-LONG.
           PERFORM 9510-CUMULER-SORTLOT
               THRU 9510-CUMULER-SORTLOT-EXIT
               UNTIL SL-FS NOT = '00' OR NOT EMS-CR-OK.
           IF EMS-CR-OK AND SL-FS NOT = '10'
               MOVE 99 TO EMS-CR
           END-IF.
           CLOSE SORTIE-LOT.
           IF EMS-CR-OK
               MOVE 'S' TO EMS-FONCTION
               CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
                   ON EXCEPTION MOVE 03 TO EMS-CR
               END-CALL
           END-IF.
           IF NOT EMS-CR-OK
               DISPLAY 'FUSILOT - SCELLEMENT DE SORTLOT IMPOSSIBLE '
                       '(CR ' EMS-CR ')'
           END-IF.
       9500-SCELLER-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       9510-CUMULER-SORTLOT.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END GO TO 9510-CUMULER-SORTLOT-EXIT
           END-READ.
           IF SL-FS NOT = '00'
               GO TO 9510-CUMULER-SORTLOT-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
       9510-CUMULER-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       9550-SCELLER-HELIOS.
      *---------------------------------------------------------
           MOVE 'HELIOS  '   TO EMH-TYPFIC.
           MOVE W-DAN-LOT    TO EMH-JAN.
           MOVE W-DEPDIR-LOT TO EMH-DEPDIR.
           MOVE W-NUMGEN     TO EMH-NUMGEN.
           MOVE 'FUSILOT '   TO EMH-PROGRAMME.
           MOVE 'I' TO EMH-FONCTION.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
           OPEN INPUT HELIOS.
           MOVE 'A' TO EMH-FONCTION.
           MOVE LENGTH OF ENR-HELIOS TO EMH-LONG.
           PERFORM 9560-CUMULER-HELIOS
               THRU 9560-CUMULER-HELIOS-EXIT
               UNTIL HE-FS NOT = '00' OR NOT EMH-CR-OK.
           IF EMH-CR-OK AND HE-FS NOT = '10'
               MOVE 99 TO EMH-CR
           END-IF.
           CLOSE HELIOS.
           IF EMH-CR-OK
               MOVE 'S' TO EMH-FONCTION
               CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
                   ON EXCEPTION MOVE 03 TO EMH-CR
               END-CALL
           END-IF.
           IF NOT EMH-CR-OK
               DISPLAY 'FUSILOT - SCELLEMENT DE HELIOS IMPOSSIBLE '
                       '(CR ' EMH-CR ')'
           END-IF.
       9550-SCELLER-HELIOS-EXIT.
           EXIT.

      *---------------------------------------------------------
       9560-CUMULER-HELIOS.
      *---------------------------------------------------------
           READ HELIOS
               AT END GO TO 9560-CUMULER-HELIOS-EXIT
           END-READ.
           IF HE-FS NOT = '00'
               GO TO 9560-CUMULER-HELIOS-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
       9560-CUMULER-HELIOS-EXIT.
           EXIT.
       END PROGRAM FUSILOT.
