      * ZONES PRISES EN CHARGE :                              *
      *  ARTICLE C : NPOCOM GTIDF GCOANU DACROL GCNDIF GCBDIF *
      *              GOKCU DNURO JDAHO1 JDAMI1 JDAMJO GMJTC   *
      *              PMJTC NBIFTR PCFIDF DNULTF GZHSUP PCOCOR *
      *              JDBICN NBAICN ACOGC RFEPCI               *
      *  ARTICLE R : PTBCOM PNBCOM PTBSYN PNBSYN PTBCU PNBCU  *
      *              PTBGEM PNBGEM PNBCAA PTBTSN1-3 PNBTSN1-3 *
      *              GDEBIO PTBANC PNBANC                     *
      *  ARTICLE D : NBCOM1 JANROL JBAROL PNBAGR              *
      *                                                       *
      * LES ZONES DE TAUX ET LES REFERENCES DU ROLE D'UNE     *
      * COMMUNE HOMOLOGUEE SONT GELEES (MODULE GELTAUD) : LE  *
      * MOUVEMENT EST REJETE, SAUF DEGEL PREALABLE. LE DEGEL  *
      * EST LUI-MEME UN MOUVEMENT, ZONE 'DEGEL' SUR L'ARTICLE *
      * COMMUNE OU DIRECTION, MATRICULE DE L'AGENT AUTORISANT *
      * EN ANCIENNE VALEUR ET MOTIF EN NOUVELLE VALEUR.       *
      *********************************************************

       IDENTIFICATION DIVISION.
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'MAJTAUD 01 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
       01  W-NBAPPLIQUES        PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.

      * GEL DU TAUDIS APRES HOMOLOGATION DU ROLE (GELTAUD)
       01  W-FONCTION-GEL       PIC X(1).
       01  W-CR-GEL             PIC 9(2).
       01  GEL.
           COPY XGELTAU REPLACING 'X' BY GL.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'MISE A JOUR CONTROLEE DU TAUDIS - MOUVEMENTS REJETES'.
       01  LIGNE-REJET.
               THRU 1000-TRAITER-MOUVEMENT-EXIT
               UNTIL MV-FIN.

           MOVE 'F' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION CONTINUE
           END-CALL.
           CLOSE MOUVEMENT TAUDIS JOURNAL-MAJ RAPPORT.
           DISPLAY 'MAJTAUD - MOUVEMENTS LUS       : ' W-NBLUS.
           DISPLAY 'MAJTAUD - MOUVEMENTS APPLIQUES : ' W-NBAPPLIQUES.
           END-READ.
           MOVE TAUDIS-SUITE (2:1) TO W-LETTRE.

      * DEGEL FORMEL D'UNE COMMUNE OU D'UNE DIRECTION HOMOLOGUEE
           IF MV-ZONE = 'DEGEL   '
               PERFORM 5000-DEGELER
                   THRU 5000-DEGELER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

           PERFORM 2000-EXTRAIRE-ZONE
               THRU 2000-EXTRAIRE-ZONE-EXIT.
           IF W-MOTIF NOT = SPACE
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

      * GEL DES TAUX ET DES REFERENCES DU ROLE APRES HOMOLOGATION
           PERFORM 5100-CONTROLER-GEL
               THRU 5100-CONTROLER-GEL-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

      * APPLICATION ET JOURNAL AVANT/APRES
           PERFORM 4000-APPLIQUER-ZONE
               THRU 4000-APPLIQUER-ZONE-EXIT.
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-PCFIDF TO W-AVANT (1:3)
                   MOVE 3 TO W-LGZONE MOVE 'N' TO W-TYPZONE
               WHEN 'C' ALSO 'GZHSUP  '
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-GZHSUP TO W-AVANT (1:1)
                   MOVE 1 TO W-LGZONE MOVE 'X' TO W-TYPZONE
               WHEN 'C' ALSO 'PCOCOR  '
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-PCOCOR (1:7) TO W-AVANT (1:7)
                   MOVE 7 TO W-LGZONE MOVE 'N' TO W-TYPZONE
               WHEN 'C' ALSO 'JDBICN  '
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-JDBICN TO W-AVANT (1:4)
                   MOVE 4 TO W-LGZONE MOVE 'N' TO W-TYPZONE
               WHEN 'C' ALSO 'NBAICN  '
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-NBAICN (1:2) TO W-AVANT (1:2)
                   MOVE 2 TO W-LGZONE MOVE 'N' TO W-TYPZONE
               WHEN 'C' ALSO 'ACOGC   '
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-ACOGC TO W-AVANT (1:4)
                   MOVE 4 TO W-LGZONE MOVE 'X' TO W-TYPZONE
               WHEN 'C' ALSO 'RFEPCI  '
                   MOVE ENR-TAUDIS TO TAUDIS-COM
                   MOVE T-C-RFEPCI TO W-AVANT (1:3)
                   MOVE 3 TO W-LGZONE MOVE 'X' TO W-TYPZONE
               WHEN 'R' ALSO 'PTBCOM  '
                   MOVE ENR-TAUDIS TO TAUDIS-IFP
                   MOVE T-R-PTBCOM TO W-TAUX-TEST
                   MOVE ENR-TAUDIS TO TAUDIS-IFP
                   MOVE T-R-GDEBIO TO W-AVANT (1:1)
                   MOVE 1 TO W-LGZONE MOVE 'X' TO W-TYPZONE
               WHEN 'R' ALSO 'PTBANC  '
                   MOVE ENR-TAUDIS TO TAUDIS-IFP
                   MOVE T-R-PTBANC TO W-TAUX-TEST
                   MOVE W-TAUX-TEST (1:10) TO W-AVANT (1:10)
                   MOVE 10 TO W-LGZONE MOVE 'T' TO W-TYPZONE
               WHEN 'R' ALSO 'PNBANC  '
                   MOVE ENR-TAUDIS TO TAUDIS-IFP
                   MOVE T-R-PNBANC TO W-TAUX-TEST
                   MOVE W-TAUX-TEST (1:10) TO W-AVANT (1:10)
                   MOVE 10 TO W-LGZONE MOVE 'T' TO W-TYPZONE
               WHEN 'D' ALSO 'NBCOM1  '
                   MOVE ENR-TAUDIS TO TAUDIS-DIR
                   MOVE T-D-NBCOM1 TO W-AVANT (1:3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * DUREE LEGALE MAXIMALE DE L'INTEGRATION FISCALE PROGRESSIVE
      * D'UNE COMMUNE NOUVELLE : 12 ANS
           IF W-MOTIF = SPACE
              AND W-LETTRE = 'C' AND MV-ZONE = 'NBAICN  '
              AND MV-NOUVEAU (1:2) > '12'
               MOVE 'DUREE D''INTEGRATION SUPERIEURE A 12 ANS'
                   TO W-MOTIF
           END-IF.
      * REGIME FISCAL DU RATTACHEMENT EPCI : FPA, FPU OU A BLANC
      * (COMMUNE ISOLEE)
           IF W-MOTIF = SPACE
              AND W-LETTRE = 'C' AND MV-ZONE = 'RFEPCI  '
              AND MV-NOUVEAU (1:3) NOT = 'FPA'
              AND MV-NOUVEAU (1:3) NOT = 'FPU'
              AND MV-NOUVEAU (1:3) NOT = SPACE
               MOVE 'REGIME FISCAL EPCI AUTRE QUE FPA OU FPU'
                   TO W-MOTIF
           END-IF.
       3000-CONTROLER-NOUVELLE-EXIT.
           EXIT.

                   MOVE MV-NOUVEAU (1:3) TO T-C-NBIFTR
               WHEN 'C' ALSO 'PCFIDF  '
                   MOVE MV-NOUVEAU (1:3) TO T-C-PCFIDF
               WHEN 'C' ALSO 'GZHSUP  '
                   MOVE MV-NOUVEAU (1:1) TO T-C-GZHSUP
               WHEN 'C' ALSO 'PCOCOR  '
                   MOVE MV-NOUVEAU (1:7) TO T-C-PCOCOR (1:7)
               WHEN 'C' ALSO 'JDBICN  '
                   MOVE MV-NOUVEAU (1:4) TO T-C-JDBICN
               WHEN 'C' ALSO 'NBAICN  '
                   MOVE MV-NOUVEAU (1:2) TO T-C-NBAICN (1:2)
               WHEN 'C' ALSO 'ACOGC   '
                   MOVE MV-NOUVEAU (1:4) TO T-C-ACOGC
               WHEN 'C' ALSO 'RFEPCI  '
                   MOVE MV-NOUVEAU (1:3) TO T-C-RFEPCI
               WHEN 'R' ALSO 'PTBCOM  '
                   MOVE MV-NOUVEAU (1:10) TO T-R-PTBCOM (1:10)
               WHEN 'R' ALSO 'PNBCOM  '
                   MOVE MV-NOUVEAU (1:10) TO T-R-PNBTSN (3) (1:10)
               WHEN 'R' ALSO 'GDEBIO  '
                   MOVE MV-NOUVEAU (1:1) TO T-R-GDEBIO
               WHEN 'R' ALSO 'PTBANC  '
                   MOVE MV-NOUVEAU (1:10) TO T-R-PTBANC (1:10)
               WHEN 'R' ALSO 'PNBANC  '
                   MOVE MV-NOUVEAU (1:10) TO T-R-PNBANC (1:10)
               WHEN 'D' ALSO 'NBCOM1  '
                   MOVE MV-NOUVEAU (1:3) TO T-D-NBCOM1
               WHEN 'D' ALSO 'JANROL  '
       4000-APPLIQUER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-DEGELER.
      *---------------------------------------------------------
      * LE DEGEL PORTE SUR L'ARTICLE COMMUNE (ZONES DE LA COMMUNE
      * ET DE SES ARTICLES R) OU SUR L'ARTICLE DIRECTION
           IF W-LETTRE NOT = 'C' AND W-LETTRE NOT = 'D'
               MOVE 'DEGEL SUR ARTICLE COMMUNE OU DIRECTION'
                   TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 5000-DEGELER-EXIT
           END-IF.
           INITIALIZE GEL.
           MOVE T-DIR             TO GL-DIR.
           MOVE T-COM             TO GL-COM.
           MOVE 'MAJTAUD '        TO GL-PROGRA.
           MOVE MV-ANCIEN (1:8)   TO GL-AUTORIS.
           MOVE MV-NOUVEAU        TO GL-MOTIF.
           MOVE 'D' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION MOVE 24 TO W-CR-GEL
           END-CALL.
           EVALUATE W-CR-GEL
               WHEN 0
                   CONTINUE
               WHEN 20
                   MOVE 'DEGEL SANS AUTORISANT OU SANS MOTIF'
                       TO W-MOTIF
               WHEN 21
                   MOVE 'COLLECTIVITE NON HOMOLOGUEE : PAS DE GEL'
                       TO W-MOTIF
               WHEN OTHER
                   MOVE 'FICHIER DES DEGELS INDISPONIBLE' TO W-MOTIF
           END-EVALUATE.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 5000-DEGELER-EXIT
           END-IF.
           ADD 1 TO W-NBAPPLIQUES.
           MOVE MV-ANCIEN  TO W-AVANT.
           MOVE MV-NOUVEAU TO W-APRES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       5000-DEGELER-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-CONTROLER-GEL.
      *---------------------------------------------------------
      * LE MODULE RESTITUE L'ENREGISTREMENT TAUDIS LU, QUI RESTE
      * AINSI PRET POUR LA REECRITURE
           INITIALIZE GEL.
           MOVE T-DIR      TO GL-DIR.
           MOVE T-COM      TO GL-COM.
           MOVE MV-ZONE    TO GL-ZONE.
           MOVE MV-NOUVEAU TO GL-NOUVEAU.
           MOVE 'MAJTAUD ' TO GL-PROGRA.
           MOVE 'C' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION MOVE 99 TO W-CR-GEL
           END-CALL.
           EVALUATE W-CR-GEL
               WHEN 30
                   MOVE 'COMMUNE HOMOLOGUEE : TAUDIS GELE' TO W-MOTIF
               WHEN 99
                   MOVE 'CONTROLE DU GEL INDISPONIBLE' TO W-MOTIF
           END-EVALUATE.
       5100-CONTROLER-GEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
