      * CHAMBRE D'AGRICULTURE PNBAGR DE L'ARTICLE DIRECTION   *
      * ET LES PTBTSN/PNBTSN (ARTICLES R DE LA DIRECTION)     *
      * SONT GENERES DIRECTEMENT, AVEC UN ETAT JUSTIFICATIF   *
      * DU CALCUL. AUCUN MOUVEMENT N'EST GENERE POUR UNE       *
      * COMMUNE OU UNE DIRECTION DONT LE ROLE EST HOMOLOGUE   *
      * (GEL DU TAUDIS, MODULE GELTAUD) ; ELLE EST SIGNALEE   *
      * SUR L'ETAT JUSTIFICATIF.                              *
      *                                                       *
      * TYPES DE PRODUITS VOTES PRIS EN CHARGE :              *
      *  'G' = GEMAPI (PRODUIT PAR COMMUNE)                   *
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'TAUXPROD 01 DU 15/10/26'.

       01  PP-FS                   PIC X(2).
       01  PV-FS                   PIC X(2).
       01  W-NBLUS                 PIC 9(7) VALUE 0.
       01  W-NBMVTS                PIC 9(7) VALUE 0.
       01  W-NBREJETES             PIC 9(7) VALUE 0.
       01  W-NBGELES               PIC 9(7) VALUE 0.

      * GEL DU TAUDIS APRES HOMOLOGATION DU ROLE (GELTAUD) ; POUR
      * LA TSE LE CONTROLE EST FAIT A CHAQUE CHANGEMENT DE COMMUNE
       01  W-FONCTION-GEL          PIC X(1).
       01  W-CR-GEL                PIC 9(2).
       01  GEL.
           COPY XGELTAU REPLACING 'X' BY GL.
       01  W-COM-CTL               PIC X(3).
       01  W-SW-GEL                PIC X(1).
           88 W-COMMUNE-GELEE           VALUE 'O'.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'CALCUL DES TAUX DERIVES DES PRODUITS VOTES - ETAT JUSTIF
               THRU 3000-TRAITER-PRODUIT-EXIT
               UNTIL PV-FIN.

           MOVE 'F' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION CONTINUE
           END-CALL.
           CLOSE PRODVOTE RETENB RETENNB TAUDIS MOUVEMENT RAPPORT.
           DISPLAY 'TAUXPROD - PRODUITS LUS       : ' W-NBLUS.
           DISPLAY 'TAUXPROD - MOUVEMENTS GENERES : ' W-NBMVTS.
           DISPLAY 'TAUXPROD - PRODUITS REJETES   : ' W-NBREJETES.
           DISPLAY 'TAUXPROD - COMMUNES GELEES    : ' W-NBGELES.
           IF W-NBREJETES > 0 OR W-NBGELES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
               MOVE 'TAUX DERIVE INVRAISEMBLABLE' TO W-MOTIF
           END-IF.

      * GEL DU TAUDIS : COMMUNE (GEMAPI) OU DIRECTION (CHAMBRE
      * D'AGRICULTURE) DONT LE ROLE EST HOMOLOGUE
           IF W-MOTIF = SPACE AND NOT PV-TSE
               INITIALIZE GEL
               IF PV-GEMAPI
                   MOVE PV-CCOCOM  TO GL-COM
                   MOVE 'PTBGEM  ' TO GL-ZONE
               ELSE
                   MOVE 'PNBAGR  ' TO GL-ZONE
               END-IF
               PERFORM 3100-CONTROLER-GEL
                   THRU 3100-CONTROLER-GEL-EXIT
           END-IF.

           IF W-MOTIF NOT = SPACE
               ADD 1 TO W-NBREJETES
               MOVE 0 TO W-TAUX
       3000-TRAITER-PRODUIT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CONTROLER-GEL.
      *---------------------------------------------------------
      * LA COLLECTIVITE ET LA ZONE SONT POSEES PAR L'APPELANT
           MOVE PP-CODEP   TO GL-DIR (1:2).
           MOVE PP-CODIR   TO GL-DIR (3:1).
           MOVE W-TAUX     TO W-TAUX-AFF.
           MOVE W-TAUX-AFF (1:10) TO GL-NOUVEAU (1:10).
           MOVE 'TAUXPROD' TO GL-PROGRA.
           MOVE 'C' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION MOVE 99 TO W-CR-GEL
           END-CALL.
           EVALUATE W-CR-GEL
               WHEN 30
                   MOVE 'COMMUNE HOMOLOGUEE : TAUX GELES' TO W-MOTIF
               WHEN 99
                   MOVE 'CONTROLE DU GEL INDISPONIBLE' TO W-MOTIF
           END-EVALUATE.
       3100-CONTROLER-GEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-GENERER-ARTICLES-R.
      *---------------------------------------------------------
               MOVE PV-CCOCOM TO T-COM
           END-IF.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           MOVE SPACE TO W-COM-CTL.
           MOVE 'N' TO W-SW-GEL.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           IF TAUDIS-SUITE (2:1) NOT = 'R'
               GO TO 4100-GENERER-UN-ARTICLE-R-EXIT
           END-IF.
           IF PV-TSE AND T-COM NOT = W-COM-CTL
               PERFORM 4200-CONTROLER-GEL-COMMUNE
                   THRU 4200-CONTROLER-GEL-COMMUNE-EXIT
           END-IF.
           IF PV-TSE AND W-COMMUNE-GELEE
               GO TO 4100-GENERER-UN-ARTICLE-R-EXIT
           END-IF.
           MOVE ENR-TAUDIS TO TAUDIS-IFP.
           EVALUATE W-ZONE-B
               WHEN 'PTBGEM  '
       4100-GENERER-UN-ARTICLE-R-EXIT.
           EXIT.

      *---------------------------------------------------------
       4200-CONTROLER-GEL-COMMUNE.
      *---------------------------------------------------------
      * LE MODULE RESTITUE L'ARTICLE LU MAIS NON LA POSITION DE
      * LECTURE : ELLE EST RETABLIE APRES L'ARTICLE COURANT
           MOVE T-COM TO W-COM-CTL.
           MOVE 'N' TO W-SW-GEL.
           MOVE SPACE TO W-MOTIF.
           INITIALIZE GEL.
           MOVE T-COM    TO GL-COM.
           MOVE W-ZONE-B TO GL-ZONE.
           PERFORM 3100-CONTROLER-GEL
               THRU 3100-CONTROLER-GEL-EXIT.
           START TAUDIS KEY > TAUDIS-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           IF W-MOTIF NOT = SPACE
               SET W-COMMUNE-GELEE TO TRUE
               ADD 1 TO W-NBGELES
               PERFORM 6100-EDITER-GEL
                   THRU 6100-EDITER-GEL-EXIT
           END-IF.
       4200-CONTROLER-GEL-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-GENERER-ARTICLE-D.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-JUSTIF.
       6000-EDITER-JUSTIFICATIF-EXIT.
           EXIT.

      *---------------------------------------------------------
       6100-EDITER-GEL.
      *---------------------------------------------------------
      * COMMUNE GELEE D'UN PRODUIT DE DIRECTION (TSE)
           MOVE PV-TYPE    TO LJ-TYPE.
           MOVE W-COM-CTL  TO LJ-COM.
           MOVE PV-PRODUIT TO LJ-PRODUIT.
           MOVE W-BASE     TO LJ-BASE.
           MOVE W-TAUX     TO LJ-TAUX.
           MOVE W-MOTIF    TO LJ-VERDICT.
           WRITE ENR-RAPPORT FROM LIGNE-JUSTIF.
       6100-EDITER-GEL-EXIT.
           EXIT.
       END PROGRAM TAUXPROD.
