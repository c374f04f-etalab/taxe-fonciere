      * CAS D'INTERRUPTION, UNE RELANCE REPART DE LA DERNIERE *
      * CLE VERSEE. L'ETAT DU CHARGEMENT SE CONSULTE ET SE    *
      * CLOTURE PAR CKPTUTIL (CIBLE 'G').                     *
      *                                                       *
      * LE VERSEMENT DE CHAQUE DIRECTION EST DECLARE TERMINE  *
      * DANS LE SUIVI DE CAMPAGNE (SUIVICAM, ETAPE CHARTHIS)  *
      * A LA RUPTURE DE DIRECTION : LA CLOTURE DU MILLESIME   *
      * (CLOTCAM) EN VERIFIE LA PRESENCE.                     *
      *********************************************************

       IDENTIFICATION DIVISION.
       01  ENR-CTLPTCHG        PIC X(60).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CHARTHIS 01 DU 15/10/26'.

       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.
           88 W-FIN-TAUDIS           VALUE 'O'.
       01  W-JAN                PIC 9(4).
       01  W-NBVERSES           PIC 9(9) VALUE 0.
       01  W-DIR-PREC           PIC X(3) VALUE SPACE.
       01  W-NBVERSES-DIR       PIC 9(9) VALUE 0.

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN              PIC 9(4) VALUE 0.
       01  SUI-DEPDIR           PIC X(3) VALUE SPACE.
       01  SUI-ETAPE            PIC X(8).
       01  SUI-STATUT           PIC X(1).
       01  SUI-VOLUME           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *=========================================================
           PERFORM 1000-VERSER-ARTICLE
               THRU 1000-VERSER-ARTICLE-EXIT
               UNTIL W-FIN-TAUDIS.
           IF W-DIR-PREC NOT = SPACE
               PERFORM 1100-SIGNALER-DIRECTION
                   THRU 1100-SIGNALER-DIRECTION-EXIT
           END-IF.

      * CLOTURE DU POINT DE REPRISE : LE VERSEMENT EST TERMINE
           SET CKPC-OK TO TRUE.
               SET W-FIN-TAUDIS TO TRUE
               GO TO 1000-VERSER-ARTICLE-EXIT
           END-IF.
           IF T-DIR NOT = W-DIR-PREC
               IF W-DIR-PREC NOT = SPACE
                   PERFORM 1100-SIGNALER-DIRECTION
                       THRU 1100-SIGNALER-DIRECTION-EXIT
               END-IF
               MOVE T-DIR TO W-DIR-PREC
               MOVE 0     TO W-NBVERSES-DIR
           END-IF.
           MOVE W-JAN         TO TH-JAN.
           MOVE T-DIR         TO TH-DIR.
           MOVE T-COM         TO TH-COM.
                   END-REWRITE
           END-WRITE.
           ADD 1 TO W-NBVERSES.
           ADD 1 TO W-NBVERSES-DIR.
           MOVE TAUDIS-CLE TO CKPC-DERCLE (1:12).
           ADD 1 TO W-CPTINT.
           IF W-CPTINT >= W-CKP-INTERVALLE
       1000-VERSER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-SIGNALER-DIRECTION.
      *---------------------------------------------------------
      * TOUS LES ARTICLES DE LA DIRECTION PRECEDENTE SONT VERSES
      * (LE TAUDIS EST LU DANS L'ORDRE DE SA CLE) : L'ETAPE EST
      * DECLAREE TERMINEE POUR ELLE. APRES UNE RELANCE, LE VOLUME
      * DE LA PREMIERE DIRECTION NE COMPTE QUE LA REPRISE
           MOVE W-JAN          TO SUI-JAN.
           MOVE W-DIR-PREC     TO SUI-DEPDIR.
           MOVE 'CHARTHIS'     TO SUI-ETAPE.
           MOVE 'T'            TO SUI-STATUT.
           MOVE W-NBVERSES-DIR TO SUI-VOLUME.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
       1100-SIGNALER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-ECRIRE-CHECKPOINT.
      *---------------------------------------------------------
