      * CTLPOINT ET SON VERROU PROPRES, AFFECTES PAR          *
      * L'EXPLOITATION). LA FUSION DES SORTIES EST FAITE PAR  *
      * FUSILOT.                                              *
      *                                                       *
      * L'ECLATEMENT EST DECLARE DANS LE SUIVI DE CAMPAGNE    *
      * (SUIVICAM, ETAPE ECLALOT), EN ECHEC S'IL EST          *
      * ABANDONNE : LE CONTROLE DES PREALABLES (CTLPREAL) EN  *
      * DEDUIT QUE LA FUSION EST EXIGEE POUR LA DIRECTION.    *
      *********************************************************

       IDENTIFICATION DIVISION.
       01  ENR-TRANCHE4            PIC X(600).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ECLALOT 01 DU 15/10/26'.

       01  PE-FS                   PIC X(2).
           88 PE-OK                     VALUE '00'.
           88 W-TRANCHE-OUVERTE         VALUE 'O'.
       01  W-SORTIE-ENR            PIC X(600).

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN                 PIC 9(4) VALUE 0.
       01  SUI-DEPDIR              PIC X(3) VALUE SPACE.
       01  SUI-ETAPE               PIC X(8).
       01  SUI-STATUT              PIC X(1).
       01  SUI-VOLUME              PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
               DISPLAY 'ECLALOT - FIN DE FICHIER DE SERVICE *FIN '
                       'ABSENTE, ECLATEMENT ABANDONNE'
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SUI-STATUT
               PERFORM 8500-SIGNALER-SUIVI
                   THRU 8500-SIGNALER-SUIVI-EXIT
               CLOSE ENTREE-LOT TRANCHE1 TRANCHE2 TRANCHE3
                     TRANCHE4
               GOBACK
                       W-FIN-ANNONCE ' LU ' W-NBLUS
                       ', ECLATEMENT ABANDONNE'
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SUI-STATUT
               PERFORM 8500-SIGNALER-SUIVI
                   THRU 8500-SIGNALER-SUIVI-EXIT
               CLOSE ENTREE-LOT TRANCHE1 TRANCHE2 TRANCHE3
                     TRANCHE4
               GOBACK
           PERFORM 8000-CLOTURER-TRANCHE
               THRU 8000-CLOTURER-TRANCHE-EXIT.
           CLOSE ENTREE-LOT TRANCHE1 TRANCHE2 TRANCHE3 TRANCHE4.
           MOVE 'T' TO SUI-STATUT.
           PERFORM 8500-SIGNALER-SUIVI
               THRU 8500-SIGNALER-SUIVI-EXIT.
           DISPLAY 'ECLALOT - TRANCHES PRODUITES : ' W-TRANCHE.
           DISPLAY 'ECLALOT - ARTICLES ECLATES   : ' W-NBLUS.
           GOBACK.
           MOVE 'N' TO W-SW-OUVERTE.
       8000-CLOTURER-TRANCHE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8500-SIGNALER-SUIVI.
      *---------------------------------------------------------
           MOVE W-DAN-LOT    TO SUI-JAN.
           MOVE W-DEPDIR-LOT TO SUI-DEPDIR.
           MOVE 'ECLALOT '   TO SUI-ETAPE.
           MOVE W-NBLUS      TO SUI-VOLUME.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
       8500-SIGNALER-SUIVI-EXIT.
           EXIT.
       END PROGRAM ECLALOT.
