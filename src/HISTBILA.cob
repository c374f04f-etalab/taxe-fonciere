      * EST REMPLACEE (RELANCE DU LOT) : C'EST LE DERNIER     *
      * BILAN COMPLET QUI FAIT FOI. L'ETAT COMPARATIF         *
      * PLURIANNUEL EST EDITE PAR COMPBILA.                   *
      *                                                       *
      * CHAQUE DIRECTION HISTORISEE EST DECLAREE TERMINEE     *
      * DANS LE SUIVI DE CAMPAGNE (SUIVICAM, ETAPE HISTBILA), *
      * CONTROLE PAR LA CLOTURE DU MILLESIME (CLOTCAM).       *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY XHISTBIL.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'HISTBILA 01 DU 15/10/26'.

       01  BC-FS                PIC X(2).
           88 BC-OK                  VALUE '00'.
       01  W-NBLUS              PIC 9(5) VALUE 0.
       01  W-NBCHARGES          PIC 9(5) VALUE 0.

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN              PIC 9(4) VALUE 0.
       01  SUI-DEPDIR           PIC X(3) VALUE SPACE.
       01  SUI-ETAPE            PIC X(8).
       01  SUI-STATUT           PIC X(1).
       01  SUI-VOLUME           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
                   REWRITE ENR-HISTBIL
                   END-REWRITE
           END-WRITE.
           MOVE BC-JAN     TO SUI-JAN.
           MOVE HK-DEPDIR  TO SUI-DEPDIR.
           MOVE 'HISTBILA' TO SUI-ETAPE.
           MOVE 'T'        TO SUI-STATUT.
           MOVE 1          TO SUI-VOLUME.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
       1000-HISTORISER-BILAN-EXIT.
           EXIT.
       END PROGRAM HISTBILA.
