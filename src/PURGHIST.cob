      * PORTE ALORS QUE SUR LA PORTION REJOUEE ; LES TOTAUX   *
      * GENERAUX SONT REPRIS DU POINT DE REPRISE. L'ETAT SE   *
      * CONSULTE ET SE CLOTURE PAR CKPTUTIL (CIBLE 'G').      *
      *                                                       *
      * LA PURGE PORTE SUR TOUTES LES DIRECTIONS : SA FIN EST *
      * DECLAREE DANS LE SUIVI DE CAMPAGNE (SUIVICAM, ETAPE   *
      * PURGHIST) SOUS LA DIRECTION '***', POUR LE MILLESIME  *
      * PP-ANNEE S'IL EST RENSEIGNE EN MODE 'P' (A DEFAUT     *
      * L'ANNEE COURANTE). LA CLOTURE DU MILLESIME (CLOTCAM)  *
      * EN VERIFIE LA PRESENCE.                               *
      *********************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      * MODE ('P' PURGE / 'R' REINTEGRATION), RETENTION EN ANNEES
      * (MODE P) ET ANNEE A REINTEGRER (MODE R) OU MILLESIME
      * CLOTURE (MODE P, FACULTATIF)
       FD  PARAMPUR.
       01  ENR-PARAMPUR.
           05 PP-MODE              PIC X(1).
           05 HNB-RC                   PIC 9(2).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'PURGHIST 01 DU 15/10/26'.

       01  PP-FS                   PIC X(2).
           88 PP-OK                     VALUE '00'.
       01  W-TCTDU                 PIC S9(12).
       01  W-NBREINT               PIC 9(9) VALUE 0.

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN                 PIC 9(4) VALUE 0.
       01  SUI-DEPDIR              PIC X(3) VALUE SPACE.
       01  SUI-ETAPE               PIC X(8).
       01  SUI-STATUT              PIC X(1).
       01  SUI-VOLUME              PIC 9(9) VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'PURGE ET ARCHIVAGE DES HISTORIQUES DE LIQUIDATION'.
       01  LIGNE-ANNEE.
               THRU 3000-EDITER-ANNEE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBAN.

      * LA PURGE EST GLOBALE : ELLE EST DECLAREE TERMINEE POUR
      * TOUTES LES DIRECTIONS ('***')
           IF PP-ANNEE NUMERIC AND PP-ANNEE > 0
               MOVE PP-ANNEE TO SUI-JAN
           ELSE
               MOVE W-ANNEE-COURANTE TO SUI-JAN
           END-IF.
           MOVE '***'      TO SUI-DEPDIR.
           MOVE 'PURGHIST' TO SUI-ETAPE.
           MOVE 'T'        TO SUI-STATUT.
           COMPUTE SUI-VOLUME = CKPC-NBTRAIT1 + CKPC-NBTRAIT2.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
       2000-PURGER-EXIT.
           EXIT.

