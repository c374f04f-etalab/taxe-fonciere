      *********************************************************
      * PROGRAMME CHIFTAUX                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * MODULE DE CHIFFRAGE D'IMPACT D'UNE MODIFICATION DE    *
      * TAUX DU TAUDIS AVANT SA VALIDATION (VUE XCHIFTAU).    *
      * LES BASES ARCHIVEES RETENB/RETENNB DE LA COMMUNE (DE  *
      * LA DIRECTION POUR LE TAUX CHAMBRE D'AGRICULTURE       *
      * PNBAGR) SONT CUMULEES POUR LA COLLECTIVITE            *
      * BENEFICIAIRE DU TAUX, SUR L'ANNEE DU ROLE OU A DEFAUT *
      * L'ANNEE PRECEDENTE, ET MULTIPLIEES PAR L'ANCIEN ET LE *
      * NOUVEAU TAUX : LE MODULE REND L'ECART DE PRODUIT POUR *
      * LA COLLECTIVITE, L'EFFET MOYEN PAR ARTICLE IMPOSE ET  *
      * LA VARIATION DU TAUX. AU-DELA DES SEUILS DE PARMCHIF  *
      * (MONTANT OU POURCENTAGE) LA MODIFICATION EST SIGNALEE *
      * A CONFIRMER ; LA FONCTION 'V' CONTROLE ALORS LE CODE  *
      * DE CONFIRMATION SAISI PAR LE VALIDEUR. APPELE PAR     *
      * TMAJTAUD (VALIDATION) ET ETATCHIF (ETAT DES           *
      * MODIFICATIONS EN INSTANCE).                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHIFTAUX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMCHIF    ASSIGN  TO  PARMCHIF
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PC-FS.
           SELECT  RETENB      ASSIGN  TO  RETENB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  RETENNB     ASSIGN  TO  RETENNB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.

       DATA DIVISION.
       FILE SECTION.
      * SEUILS DE CONFIRMATION ET CODE DE CONFIRMATION DELIVRE
      * PAR LE RESPONSABLE DU SERVICE (FICHIER FACULTATIF)
       FD  PARMCHIF.
       01  ENR-PARMCHIF.
           05 PC-SEUMNT            PIC 9(12).
      * ECART DE PRODUIT (EUROS, EN VALEUR ABSOLUE) AU-DELA DUQUEL
      * LA CONFIRMATION EST EXIGEE
           05 PC-SEUPCT            PIC 9(3)V99.
      * VARIATION DU TAUX (POURCENTAGE, EN VALEUR ABSOLUE) AU-DELA
      * DE LAQUELLE LA CONFIRMATION EST EXIGEE
           05 PC-CODCONF           PIC X(8).

       FD  RETENB.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  RETENNB.
       01  ENR-RETENNB.
           02 RNB-CLETOT.
              10 RNB-JANIPT            PIC 9(4).
              10 RNB-ACODIR.
                 15 RNB-CCODEP         PIC X(2).
                 15 RNB-CCODIR         PIC X(1).
              10 RNB-CCOCOM            PIC X(3).
              10 RNB-DLETSR            PIC X(1).
              10 RNB-ANUPRO.
                 15 RNB-CGROUP         PIC X(1).
                 15 RNB-DNUMCP         PIC 9(5).
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CHIFTAUX 00 DU 15/10/26'.

       01  PC-FS                   PIC X(2).
           88 PC-OK                     VALUE '00'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  W-SW-OUVERT             PIC X(1) VALUE 'N'.
           88 W-FICHIERS-OUVERTS        VALUE 'O'.
           88 W-FICHIERS-KO             VALUE 'E'.
       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.

      * SEUILS PAR DEFAUT EN L'ABSENCE DE PARMCHIF ; SANS CODE DE
      * CONFIRMATION PARAMETRE, AUCUNE MODIFICATION AU-DELA DES
      * SEUILS NE PEUT ETRE VALIDEE
       01  W-SEUMNT                PIC 9(12) VALUE 100000.
       01  W-SEUPCT                PIC 9(3)V99 VALUE 10.
       01  W-CODCONF               PIC X(8) VALUE SPACE.

      * ZONE DE TAUX : NATURE DES BASES ('B' BATI, 'N' NON BATI),
      * BASE DE LA COLLECTIVITE ET NIVEAU DE CUMUL
       01  W-NATURE                PIC X(1).
           88 W-BATI                    VALUE 'B'.
           88 W-NONBATI                 VALUE 'N'.
       01  W-TYPBAS                PIC 9(1).
           88 W-BASE-COM                VALUE 1.
           88 W-BASE-SYN                VALUE 2.
           88 W-BASE-CU                 VALUE 3.
           88 W-BASE-GEM                VALUE 4.
           88 W-BASE-CAA                VALUE 5.
           88 W-BASE-TSE                VALUE 6.
           88 W-BASE-AGR                VALUE 7.
       01  W-NIVEAU                PIC X(1).
           88 W-NIVEAU-COMMUNE          VALUE 'C'.
           88 W-NIVEAU-DIRECTION        VALUE 'D'.

       01  W-JANBAS                PIC 9(4).
       01  W-CCODEP                PIC X(2).
       01  W-CCODIR                PIC X(1).
       01  W-COM9                  PIC 9(3).
       01  W-NBLUS                 PIC 9(9) COMP.
       01  W-NBART                 PIC 9(9) COMP.
       01  W-BASE                  PIC S9(14).
       01  W-BASE-ART              PIC S9(10).
       01  W-ECART-ABS             PIC 9(14).
       01  W-VARPCT-ABS            PIC 9(5)V99.

       LINKAGE SECTION.
      * FONCTION : 'C' = CHIFFRER UNE MODIFICATION DE TAUX,
      * 'V' = VERIFIER LE CODE DE CONFIRMATION, 'F' = FIN
       01  LK-FONCTION             PIC X(1).
           88 LK-CHIFFRER               VALUE 'C'.
           88 LK-VERIFIER               VALUE 'V'.
           88 LK-FIN                    VALUE 'F'.
       01  LK-CHIFFRAGE.
           COPY XCHIFTAU REPLACING 'X' BY LK.
      * CR RENDU : 00 = CHIFFRAGE EFFECTUE (OU CODE CORRECT),
      * 10 = FONCTION INVALIDE OU ZONE NON CHIFFRABLE, 20 = TAUX
      * NON NUMERIQUE, 24 = BASES ARCHIVEES INDISPONIBLES, 30 =
      * AUCUNE BASE ARCHIVEE POUR LA COMMUNE, 40 = CODE DE
      * CONFIRMATION ERRONE, 41 = CODE DE CONFIRMATION NON
      * PARAMETRE
       01  LK-CR                   PIC 9(2).

       PROCEDURE DIVISION USING LK-FONCTION LK-CHIFFRAGE LK-CR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0 TO LK-CR.
           IF LK-FIN
               PERFORM 9000-FERMER
                   THRU 9000-FERMER-EXIT
               GOBACK
           END-IF.
           IF W-SW-OUVERT = 'N'
               PERFORM 1000-OUVRIR
                   THRU 1000-OUVRIR-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LK-CHIFFRER
                   PERFORM 2000-CHIFFRER
                       THRU 2000-CHIFFRER-EXIT
               WHEN LK-VERIFIER
                   PERFORM 3000-VERIFIER-CODE
                       THRU 3000-VERIFIER-CODE-EXIT
               WHEN OTHER
                   MOVE 10 TO LK-CR
           END-EVALUATE.
           GOBACK.

      *---------------------------------------------------------
       1000-OUVRIR.
      *---------------------------------------------------------
      * PARAMETRES DE CONFIRMATION (FACULTATIFS) PUIS ARCHIVES
      * DES BASES, OUVERTES UNE FOIS POUR TOUTE LA SESSION
           OPEN INPUT PARMCHIF.
           IF PC-OK
               READ PARMCHIF
                   AT END CONTINUE
                   NOT AT END
                       IF PC-SEUMNT NUMERIC
                           MOVE PC-SEUMNT TO W-SEUMNT
                       END-IF
                       IF PC-SEUPCT NUMERIC
                           MOVE PC-SEUPCT TO W-SEUPCT
                       END-IF
                       MOVE PC-CODCONF TO W-CODCONF
               END-READ
               CLOSE PARMCHIF
           END-IF.
           OPEN INPUT RETENB RETENNB.
           IF RB-OK AND RNB-OK
               SET W-FICHIERS-OUVERTS TO TRUE
           ELSE
               IF RB-OK
                   CLOSE RETENB
               END-IF
               IF RNB-OK
                   CLOSE RETENNB
               END-IF
               SET W-FICHIERS-KO TO TRUE
           END-IF.
       1000-OUVRIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CHIFFRER.
      *---------------------------------------------------------
           INITIALIZE LK-RESULTAT.
           MOVE W-SEUMNT TO LK-SEUMNT.
           MOVE W-SEUPCT TO LK-SEUPCT.
           PERFORM 2100-IDENTIFIER-ZONE
               THRU 2100-IDENTIFIER-ZONE-EXIT.
           IF LK-CR NOT = 0
               GO TO 2000-CHIFFRER-EXIT
           END-IF.
           IF LK-ANCIEN (1:10) NOT NUMERIC
              OR LK-NOUVEAU (1:10) NOT NUMERIC
               MOVE 20 TO LK-CR
               GO TO 2000-CHIFFRER-EXIT
           END-IF.
           MOVE LK-ANCIEN (1:10)  TO LK-TXANC (1:10).
           MOVE LK-NOUVEAU (1:10) TO LK-TXNOU (1:10).
           IF NOT W-FICHIERS-OUVERTS
               MOVE 24 TO LK-CR
               GO TO 2000-CHIFFRER-EXIT
           END-IF.

      * BASES DE L'ANNEE DU ROLE SI ELLES SONT DEJA ARCHIVEES,
      * SINON CELLES DE L'ANNEE PRECEDENTE (LA MODIFICATION DE
      * TAUX PRECEDE EN GENERAL L'EMISSION DU ROLE)
           MOVE LK-JAN TO W-JANBAS.
           PERFORM 2200-CUMULER-BASES
               THRU 2200-CUMULER-BASES-EXIT.
           IF W-NBLUS = 0 AND W-JANBAS > 0
               SUBTRACT 1 FROM W-JANBAS
               PERFORM 2200-CUMULER-BASES
                   THRU 2200-CUMULER-BASES-EXIT
           END-IF.
           IF W-NBLUS = 0
               MOVE 30 TO LK-CR
               GO TO 2000-CHIFFRER-EXIT
           END-IF.
           MOVE W-JANBAS TO LK-JANBAS.
           MOVE W-NBART  TO LK-NBART.
           MOVE W-BASE   TO LK-BASE.

           PERFORM 2500-CALCULER-IMPACT
               THRU 2500-CALCULER-IMPACT-EXIT.
       2000-CHIFFRER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-IDENTIFIER-ZONE.
      *---------------------------------------------------------
      * ZONES DE TAUX PRISES EN CHARGE PAR MAJTAUD ; LES TAUX
      * D'AVANT FUSION (PTBANC/PNBANC) NE SONT QUE LE POINT DE
      * DEPART DE L'INTEGRATION PROGRESSIVE ET NE SE CHIFFRENT
      * PAS SUR LES BASES
           SET W-NIVEAU-COMMUNE TO TRUE.
           EVALUATE LK-ZONE
               WHEN 'PTBCOM  '
               WHEN 'PNBCOM  '
                   SET W-BASE-COM TO TRUE
                   MOVE 'COMMUNE' TO LK-LIBCOL
               WHEN 'PTBSYN  '
               WHEN 'PNBSYN  '
                   SET W-BASE-SYN TO TRUE
                   MOVE 'SYNDICATS' TO LK-LIBCOL
               WHEN 'PTBCU   '
               WHEN 'PNBCU   '
                   SET W-BASE-CU TO TRUE
                   MOVE 'EPCI' TO LK-LIBCOL
               WHEN 'PTBGEM  '
               WHEN 'PNBGEM  '
                   SET W-BASE-GEM TO TRUE
                   MOVE 'GEMAPI' TO LK-LIBCOL
               WHEN 'PNBCAA  '
                   SET W-BASE-CAA TO TRUE
                   MOVE 'CHAMBRE AGRICULTURE' TO LK-LIBCOL
               WHEN 'PTBTSN1 '
               WHEN 'PNBTSN1 '
                   SET W-BASE-TSE TO TRUE
                   MOVE 'TSE' TO LK-LIBCOL
               WHEN 'PNBAGR  '
                   SET W-BASE-AGR TO TRUE
                   SET W-NIVEAU-DIRECTION TO TRUE
                   MOVE 'CH. AGRI. DIRECTION' TO LK-LIBCOL
               WHEN OTHER
                   MOVE 10 TO LK-CR
                   GO TO 2100-IDENTIFIER-ZONE-EXIT
           END-EVALUATE.
           IF LK-ZONE (1:2) = 'PT'
               SET W-BATI TO TRUE
           ELSE
               SET W-NONBATI TO TRUE
           END-IF.
       2100-IDENTIFIER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CUMULER-BASES.
      *---------------------------------------------------------
           MOVE 0 TO W-NBLUS W-NBART W-BASE.
           MOVE LK-DIR (1:2) TO W-CCODEP.
           MOVE LK-DIR (3:1) TO W-CCODIR.
           MOVE 'N' TO W-SW-FIN.
           IF W-BATI
               PERFORM 2300-POSITIONNER-BATI
                   THRU 2300-POSITIONNER-BATI-EXIT
               PERFORM 2310-CUMULER-UN-BATI
                   THRU 2310-CUMULER-UN-BATI-EXIT
                   UNTIL W-FIN-FICHIER
           ELSE
               PERFORM 2400-POSITIONNER-NONBATI
                   THRU 2400-POSITIONNER-NONBATI-EXIT
               PERFORM 2410-CUMULER-UN-NONBATI
                   THRU 2410-CUMULER-UN-NONBATI-EXIT
                   UNTIL W-FIN-FICHIER
           END-IF.
       2200-CUMULER-BASES-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-POSITIONNER-BATI.
      *---------------------------------------------------------
           MOVE W-JANBAS TO RB-JANIPT.
           MOVE W-CCODEP TO RB-CCODEP.
           MOVE W-CCODIR TO RB-CCODIR.
           MOVE LOW-VALUE TO RB-DLETSR.
           IF W-NIVEAU-DIRECTION
               MOVE LOW-VALUE TO RB-CCOCOM
           ELSE
               MOVE LK-COM TO W-COM9
               MOVE W-COM9 TO RB-CCOCOM
           END-IF.
           START RETENB KEY NOT < RB-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
       2300-POSITIONNER-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2310-CUMULER-UN-BATI.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2310-CUMULER-UN-BATI-EXIT
           END-READ.
           IF RB-JANIPT NOT = W-JANBAS
              OR RB-CCODEP NOT = W-CCODEP
              OR RB-CCODIR NOT = W-CCODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2310-CUMULER-UN-BATI-EXIT
           END-IF.
           IF W-NIVEAU-COMMUNE AND RB-CCOCOM NOT = W-COM9
               SET W-FIN-FICHIER TO TRUE
               GO TO 2310-CUMULER-UN-BATI-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
           EVALUATE TRUE
               WHEN W-BASE-COM
                   MOVE RB-BBCOM TO W-BASE-ART
               WHEN W-BASE-SYN
                   MOVE RB-BBSYN TO W-BASE-ART
               WHEN W-BASE-CU
                   MOVE RB-BBCU TO W-BASE-ART
               WHEN W-BASE-GEM
                   MOVE RB-BBGEM TO W-BASE-ART
               WHEN W-BASE-TSE
                   MOVE RB-BBTSEN (1) TO W-BASE-ART
               WHEN OTHER
                   MOVE 0 TO W-BASE-ART
           END-EVALUATE.
           IF W-BASE-ART NOT = 0
               ADD W-BASE-ART TO W-BASE
               ADD 1 TO W-NBART
           END-IF.
       2310-CUMULER-UN-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-POSITIONNER-NONBATI.
      *---------------------------------------------------------
           MOVE W-JANBAS TO RNB-JANIPT.
           MOVE W-CCODEP TO RNB-CCODEP.
           MOVE W-CCODIR TO RNB-CCODIR.
           MOVE LOW-VALUE TO RNB-DLETSR RNB-ANUPRO.
           IF W-NIVEAU-DIRECTION
               MOVE LOW-VALUE TO RNB-CCOCOM
           ELSE
               MOVE LK-COM TO RNB-CCOCOM
           END-IF.
           START RETENNB KEY NOT < RNB-CLETOT
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
       2400-POSITIONNER-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2410-CUMULER-UN-NONBATI.
      *---------------------------------------------------------
           READ RETENNB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2410-CUMULER-UN-NONBATI-EXIT
           END-READ.
           IF RNB-JANIPT NOT = W-JANBAS
              OR RNB-CCODEP NOT = W-CCODEP
              OR RNB-CCODIR NOT = W-CCODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2410-CUMULER-UN-NONBATI-EXIT
           END-IF.
           IF W-NIVEAU-COMMUNE AND RNB-CCOCOM NOT = LK-COM
               SET W-FIN-FICHIER TO TRUE
               GO TO 2410-CUMULER-UN-NONBATI-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
      * LES BASES NON BATIES PAR COLLECTIVITE SONT PORTEES PAR LE
      * POSTE 1 DE LA VUE ARCHIVEE
           EVALUATE TRUE
               WHEN W-BASE-COM
                   MOVE RNB-DETAIL-BNBCOM (1) TO W-BASE-ART
               WHEN W-BASE-SYN
                   MOVE RNB-DETAIL-BNBSYN (1) TO W-BASE-ART
               WHEN W-BASE-CU
                   MOVE RNB-DETAIL-BNBCU (1) TO W-BASE-ART
               WHEN W-BASE-GEM
                   MOVE RNB-DETAIL-BNBGEM (1) TO W-BASE-ART
               WHEN W-BASE-CAA
                   MOVE RNB-DETAIL-BNBCAA (1) TO W-BASE-ART
               WHEN W-BASE-TSE
                   MOVE RNB-DETAIL-BNBTSEN (1 1) TO W-BASE-ART
               WHEN W-BASE-AGR
                   MOVE RNB-DETAIL-BNBAGR (1) TO W-BASE-ART
           END-EVALUATE.
           IF W-BASE-ART NOT = 0
               ADD W-BASE-ART TO W-BASE
               ADD 1 TO W-NBART
           END-IF.
       2410-CUMULER-UN-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-CALCULER-IMPACT.
      *---------------------------------------------------------
      * PRODUITS ATTENDUS AUX DEUX TAUX, ECART POUR LA
      * COLLECTIVITE ET EFFET MOYEN PAR ARTICLE IMPOSE
           COMPUTE LK-PRDANC ROUNDED = LK-BASE * LK-TXANC / 100.
           COMPUTE LK-PRDNOU ROUNDED = LK-BASE * LK-TXNOU / 100.
           COMPUTE LK-ECART = LK-PRDNOU - LK-PRDANC.
           IF LK-NBART > 0
               COMPUTE LK-ECAMOY ROUNDED = LK-ECART / LK-NBART
           END-IF.
      * VARIATION RELATIVE DU TAUX ; UN TAUX INSTITUE (ANCIEN
      * TAUX NUL) EST PORTE A LA VARIATION MAXIMALE
           IF LK-TXANC > 0
               COMPUTE LK-VARPCT ROUNDED =
                   (LK-TXNOU - LK-TXANC) * 100 / LK-TXANC
                   ON SIZE ERROR
                       MOVE 99999.99 TO LK-VARPCT
               END-COMPUTE
           ELSE
               IF LK-TXNOU > 0
                   MOVE 99999.99 TO LK-VARPCT
               END-IF
           END-IF.

      * CONTROLE DES SEUILS EN VALEUR ABSOLUE
           IF LK-ECART < 0
               COMPUTE W-ECART-ABS = 0 - LK-ECART
           ELSE
               MOVE LK-ECART TO W-ECART-ABS
           END-IF.
           IF LK-VARPCT < 0
               COMPUTE W-VARPCT-ABS = 0 - LK-VARPCT
           ELSE
               MOVE LK-VARPCT TO W-VARPCT-ABS
           END-IF.
           MOVE 'N' TO LK-GCONF.
           IF W-ECART-ABS > W-SEUMNT
              OR W-VARPCT-ABS > W-SEUPCT
               SET LK-A-CONFIRMER TO TRUE
           END-IF.
       2500-CALCULER-IMPACT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-VERIFIER-CODE.
      *---------------------------------------------------------
           IF W-CODCONF = SPACE
               MOVE 41 TO LK-CR
               GO TO 3000-VERIFIER-CODE-EXIT
           END-IF.
           IF LK-CODSAI NOT = W-CODCONF
               MOVE 40 TO LK-CR
           END-IF.
       3000-VERIFIER-CODE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-FERMER.
      *---------------------------------------------------------
           IF W-FICHIERS-OUVERTS
               CLOSE RETENB RETENNB
           END-IF.
           MOVE 'N' TO W-SW-OUVERT.
       9000-FERMER-EXIT.
           EXIT.
       END PROGRAM CHIFTAUX.
