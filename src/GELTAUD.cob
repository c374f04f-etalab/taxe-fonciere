      *********************************************************
      * PROGRAMME GELTAUD                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * MODULE COMMUN DE GEL DU TAUDIS APRES HOMOLOGATION DU  *
      * ROLE, APPELE PAR TOUT PROGRAMME QUI MODIFIE LES TAUX  *
      * OU LES REFERENCES DU ROLE (MAJTAUD, TMAJTAUD,         *
      * CHARGDEL, TAUXPROD, FUSICOM). UNE COMMUNE DONT LE     *
      * ROLE DE LA CAMPAGNE EST HOMOLOGUE (DATE JDAHO1 POSEE  *
      * PAR HOMODEM) OU DONT LA DIRECTION PORTE LES           *
      * REFERENCES DU ROLE (JBAROL) EST GELEE : LA FONCTION   *
      * 'C' REFUSE TOUTE MODIFICATION DE SES ZONES DE TAUX    *
      * (ARTICLES R) ET DE REFERENCES DU ROLE (DNURO, DNULTF, *
      * DACROL, JDAHO1, JDAMI1, JDAMJO), AINSI QUE DES ZONES  *
      * PNBAGR, JANROL ET JBAROL DE L'ARTICLE DIRECTION. SEUL *
      * UN DEGEL FORMEL (FONCTION 'D' : AGENT AUTORISANT ET   *
      * MOTIF), ENREGISTRE DANS DEGELTAU, LEVE LE GEL JUSQU'A *
      * UNE NOUVELLE HOMOLOGATION. REFUS ET DEGELS SONT       *
      * ECRITS DANS LE JOURNAL CUMULATIF JNLGEL (VUE          *
      * XJRNGEL). LE TAUDIS EST PARTAGE (EXTERNAL) :          *
      * L'ENREGISTREMENT DE L'APPELANT EST RESTITUE, MAIS PAS *
      * SA POSITION DE LECTURE SEQUENTIELLE. FONCTION 'F' :   *
      * FERMETURE EN FIN DE TRAITEMENT APPELANT.              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GELTAUD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  DEGELTAU    ASSIGN  TO  DEGELTAU
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY DG-CLE
                               FILE STATUS DG-FS.
           SELECT  JOURNAL-GEL ASSIGN  TO  JNLGEL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAUDIS EXTERNAL
           RECORD  CONTAINS 3000 CHARACTERS
           DATA RECORD  TAUDIS-DATA.
       01  TAUDIS-DATA.
           02 TAUDIS-CLE.
              05 T-DIR    PIC X(3).
              05 T-COM    PIC X(3).
              05 T-CCOIFP PIC X(3).
              05 T-CCPPER PIC X(3).
           02 TAUDIS-SUITE  PIC X(2988).

      * DEGELS ENREGISTRES : UN PAR COLLECTIVITE ET PAR CAMPAGNE
      * (COMMUNE A LOW-VALUE POUR L'ARTICLE DIRECTION), LE DERNIER
      * DEGEL REMPLACANT LE PRECEDENT
       FD  DEGELTAU.
       01  ENR-DEGELTAU.
           05 DG-CLE.
              10 DG-JANROL         PIC 9(4).
              10 DG-DIR            PIC X(3).
              10 DG-COM            PIC X(3).
           05 DG-DATJOU            PIC 9(8).
           05 DG-HEUJOU            PIC 9(8).
           05 DG-AUTORIS           PIC X(8).
           05 DG-MOTIF             PIC X(40).
           05 DG-PROGRA            PIC X(8).
           05 DG-JDAGEL            PIC 9(8).
      * DATE D'EFFET DU GEL LEVE PAR CE DEGEL

      * JOURNAL CUMULATIF DES REFUS ET DES DEGELS
       FD  JOURNAL-GEL.
       01  ENR-JOURNAL-GEL.
           COPY XJRNGEL REPLACING 'X' BY JG.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'GELTAUD 00 DU 15/10/26'.

       01  TAUDIS-FS               PIC X(2) EXTERNAL.
       01  DG-FS                   PIC X(2).
           88 DG-OK                     VALUE '00'.
           88 DG-ABSENT                 VALUES '23' '35'.
       01  JG-FS                   PIC X(2).
           88 JG-OK                     VALUE '00'.
           88 JG-ABSENT                 VALUE '35'.

       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

      * L'ENREGISTREMENT TAUDIS EST PARTAGE AVEC L'APPELANT : IL
      * EST SAUVEGARDE A L'ENTREE ET RESTITUE AVANT LE RETOUR
       01  W-SAUVE-TAUDIS          PIC X(3000).

      * FICHIERS OUVERTS AU PREMIER APPEL, FERMES SUR LA FONCTION
      * 'F' DE FIN DU TRAITEMENT APPELANT
       01  W-SW-OUVERT             PIC X(1) VALUE 'N'.
           88 W-DEJA-OUVERT             VALUE 'O'.
       01  W-SW-DEGEL              PIC X(1) VALUE 'N'.
           88 W-DEGEL-DISPO             VALUE 'O'.
       01  W-SW-JOURNAL            PIC X(1) VALUE 'N'.
           88 W-JOURNAL-DISPO           VALUE 'O'.

      * NIVEAU DU GEL SELON LA ZONE : 'C' ZONES DE TAUX ET
      * REFERENCES DE ROLE DE LA COMMUNE, 'D' ZONES DE L'ARTICLE
      * DIRECTION, ESPACE = ZONE HORS GEL
       01  W-NIVEAU                PIC X(1).
           88 W-NIVEAU-COMMUNE          VALUE 'C'.
           88 W-NIVEAU-DIRECTION        VALUE 'D'.
           88 W-HORS-GEL                VALUE SPACE.
       01  W-SW-GELDIR             PIC X(1).
           88 W-DIR-GELEE               VALUE 'O'.
       01  W-DATGEL-DIR            PIC 9(8).
       01  W-DATGEL-X              PIC X(8).
       01  W-DATGEL-9 REDEFINES W-DATGEL-X
                                   PIC 9(8).
       01  W-ANHOM                 PIC 9(4).
       01  W-COM-CLE               PIC X(3).
       01  W-TYPJRN                PIC X(1).

       LINKAGE SECTION.
      * FONCTION : 'C' = CONTROLER UNE MODIFICATION DE ZONE,
      * 'D' = ENREGISTRER UN DEGEL, 'F' = FIN
       01  LK-FONCTION             PIC X(1).
           88 LK-CONTROLER              VALUE 'C'.
           88 LK-DEGELER                VALUE 'D'.
           88 LK-FIN                    VALUE 'F'.
       01  LK-GEL.
           COPY XGELTAU REPLACING 'X' BY LK.
      * CR RENDU : 00 = MODIFICATION AUTORISEE (OU DEGEL
      * ENREGISTRE), 10 = FONCTION INVALIDE, 20 = DEGEL SANS AGENT
      * AUTORISANT OU SANS MOTIF, 21 = COLLECTIVITE NON GELEE :
      * RIEN A DEGELER, 24 = FICHIER DES DEGELS INDISPONIBLE,
      * 30 = MODIFICATION REFUSEE (ROLE HOMOLOGUE, TAUDIS GELE)
       01  LK-CR                   PIC 9(2).

       PROCEDURE DIVISION USING LK-FONCTION LK-GEL LK-CR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0 TO LK-CR.
           IF LK-FIN
               PERFORM 9000-FERMER
                   THRU 9000-FERMER-EXIT
               GOBACK
           END-IF.
           IF NOT LK-CONTROLER AND NOT LK-DEGELER
               MOVE 10 TO LK-CR
               GOBACK
           END-IF.
           IF NOT W-DEJA-OUVERT
               PERFORM 1000-OUVRIR
                   THRU 1000-OUVRIR-EXIT
           END-IF.

           MOVE TAUDIS-DATA TO W-SAUVE-TAUDIS.
           IF LK-CONTROLER
               PERFORM 2000-CONTROLER
                   THRU 2000-CONTROLER-EXIT
           ELSE
               PERFORM 3000-DEGELER
                   THRU 3000-DEGELER-EXIT
           END-IF.
           MOVE W-SAUVE-TAUDIS TO TAUDIS-DATA.
           GOBACK.

      *---------------------------------------------------------
       1000-OUVRIR.
      *---------------------------------------------------------
           SET W-DEJA-OUVERT TO TRUE.
           OPEN INPUT TAUDIS.
      * FICHIER DEJA OUVERT PAR L'APPELANT : STATUT IGNORE
           OPEN I-O DEGELTAU.
           IF DG-ABSENT
               OPEN OUTPUT DEGELTAU
               CLOSE DEGELTAU
               OPEN I-O DEGELTAU
           END-IF.
           IF DG-OK
               SET W-DEGEL-DISPO TO TRUE
           END-IF.
      * LE JOURNAL EST CUMULATIF : CREE AU PREMIER USAGE
           OPEN EXTEND JOURNAL-GEL.
           IF JG-ABSENT
               OPEN OUTPUT JOURNAL-GEL
           END-IF.
           IF JG-OK
               SET W-JOURNAL-DISPO TO TRUE
           END-IF.
       1000-OUVRIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER.
      *---------------------------------------------------------
      * SEULES LES ZONES DE TAUX ET LES REFERENCES DU ROLE SONT
      * GELEES ; LES AUTRES ZONES RESTENT MODIFIABLES
           MOVE 'L' TO LK-ETAGEL.
           MOVE 0 TO LK-JANROL LK-JDAGEL.
           PERFORM 2100-CLASSER-ZONE
               THRU 2100-CLASSER-ZONE-EXIT.
           IF W-HORS-GEL
               GO TO 2000-CONTROLER-EXIT
           END-IF.
           PERFORM 2200-EVALUER-GEL
               THRU 2200-EVALUER-GEL-EXIT.
           IF LK-GELEE
               MOVE 30 TO LK-CR
               MOVE 'R' TO W-TYPJRN
               PERFORM 4000-JOURNALISER
                   THRU 4000-JOURNALISER-EXIT
           END-IF.
       2000-CONTROLER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CLASSER-ZONE.
      *---------------------------------------------------------
           EVALUATE LK-ZONE
               WHEN 'PTBCOM  '
               WHEN 'PNBCOM  '
               WHEN 'PTBSYN  '
               WHEN 'PNBSYN  '
               WHEN 'PTBCU   '
               WHEN 'PNBCU   '
               WHEN 'PTBGEM  '
               WHEN 'PNBGEM  '
               WHEN 'PNBCAA  '
               WHEN 'PTBTSN1 '
               WHEN 'PTBTSN2 '
               WHEN 'PTBTSN3 '
               WHEN 'PNBTSN1 '
               WHEN 'PNBTSN2 '
               WHEN 'PNBTSN3 '
               WHEN 'PTBANC  '
               WHEN 'PNBANC  '
               WHEN 'DNURO   '
               WHEN 'DNULTF  '
               WHEN 'DACROL  '
               WHEN 'JDAHO1  '
               WHEN 'JDAMI1  '
               WHEN 'JDAMJO  '
                   MOVE 'C' TO W-NIVEAU
               WHEN 'PNBAGR  '
               WHEN 'JANROL  '
               WHEN 'JBAROL  '
                   MOVE 'D' TO W-NIVEAU
               WHEN OTHER
                   MOVE SPACE TO W-NIVEAU
           END-EVALUATE.
       2100-CLASSER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-EVALUER-GEL.
      *---------------------------------------------------------
      * UNE COMMUNE EST GELEE DES QUE SON ROLE DE LA CAMPAGNE EST
      * HOMOLOGUE (JDAHO1 POSEE PAR HOMODEM) OU QUE LES REFERENCES
      * DU ROLE (JBAROL) SONT POSEES SUR L'ARTICLE DIRECTION ; LES
      * ZONES DE L'ARTICLE DIRECTION SONT GELEES PAR JBAROL. UNE
      * DATE D'UNE CAMPAGNE ANTERIEURE A JANROL NE GELE RIEN
           MOVE 'L' TO LK-ETAGEL.
           MOVE 0 TO LK-JANROL LK-JDAGEL.
           MOVE 'N' TO W-SW-GELDIR.
           MOVE 0 TO W-DATGEL-DIR.
           MOVE LK-DIR TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY GO TO 2200-EVALUER-GEL-EXIT
           END-READ.
           IF T-D-DLETAR NOT = 'D'
               GO TO 2200-EVALUER-GEL-EXIT
           END-IF.
           IF T-D-JANROL NUMERIC
               MOVE T-D-JANROL TO LK-JANROL
           END-IF.
           PERFORM 2210-GEL-DIRECTION
               THRU 2210-GEL-DIRECTION-EXIT.

           IF W-NIVEAU-DIRECTION
               MOVE LOW-VALUE TO W-COM-CLE
               IF W-DIR-GELEE
                   MOVE 'G' TO LK-ETAGEL
                   MOVE W-DATGEL-DIR TO LK-JDAGEL
               END-IF
           ELSE
               MOVE LK-COM TO W-COM-CLE
               PERFORM 2220-GEL-COMMUNE
                   THRU 2220-GEL-COMMUNE-EXIT
           END-IF.
           IF NOT LK-GELEE
               GO TO 2200-EVALUER-GEL-EXIT
           END-IF.

      * UN DEGEL ENREGISTRE APRES LA DATE D'EFFET DU GEL LE LEVE ;
      * UNE NOUVELLE HOMOLOGATION POSTERIEURE LE RETABLIT
           IF NOT W-DEGEL-DISPO
               GO TO 2200-EVALUER-GEL-EXIT
           END-IF.
           MOVE LK-JANROL TO DG-JANROL.
           MOVE LK-DIR    TO DG-DIR.
           MOVE W-COM-CLE TO DG-COM.
           READ DEGELTAU
               INVALID KEY GO TO 2200-EVALUER-GEL-EXIT
           END-READ.
           IF LK-JDAGEL = 0 OR DG-DATJOU NOT < LK-JDAGEL
               MOVE 'D' TO LK-ETAGEL
           END-IF.
       2200-EVALUER-GEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       2210-GEL-DIRECTION.
      *---------------------------------------------------------
      * JBAROL EST NOTEE JJMMAAAA : REMISE EN AAAAMMJJ POUR LA
      * COMPARAISON AVEC LA DATE DU DEGEL (ZERO SI ILLISIBLE)
           IF T-D-JBAROL = SPACE OR T-D-JBAROL = LOW-VALUE
               GO TO 2210-GEL-DIRECTION-EXIT
           END-IF.
           IF T-D-JBAROL (1:8) NUMERIC
               MOVE T-D-JBAROL (5:4) TO W-DATGEL-X (1:4)
               MOVE T-D-JBAROL (3:2) TO W-DATGEL-X (5:2)
               MOVE T-D-JBAROL (1:2) TO W-DATGEL-X (7:2)
               MOVE W-DATGEL-9 TO W-DATGEL-DIR
               MOVE T-D-JBAROL (5:4) TO W-ANHOM
               IF LK-JANROL > 0 AND W-ANHOM < LK-JANROL
                   GO TO 2210-GEL-DIRECTION-EXIT
               END-IF
           END-IF.
           SET W-DIR-GELEE TO TRUE.
       2210-GEL-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2220-GEL-COMMUNE.
      *---------------------------------------------------------
           MOVE LK-DIR TO T-DIR.
           MOVE LK-COM TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-COM
               INVALID KEY MOVE SPACE TO T-C-DLETAR
           END-READ.
           IF T-C-DLETAR = 'C'
              AND T-C-JDAHO1 NUMERIC AND T-C-JDAHO1 NOT = ZERO
               COMPUTE W-ANHOM = T-C-JSSHOM * 100 + T-C-JANHO1
               IF LK-JANROL = 0 OR W-ANHOM NOT < LK-JANROL
                   MOVE 'G' TO LK-ETAGEL
                   MOVE T-C-JDAHO1 TO LK-JDAGEL
                   GO TO 2220-GEL-COMMUNE-EXIT
               END-IF
           END-IF.
           IF W-DIR-GELEE
               MOVE 'G' TO LK-ETAGEL
               MOVE W-DATGEL-DIR TO LK-JDAGEL
           END-IF.
       2220-GEL-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-DEGELER.
      *---------------------------------------------------------
      * LE DEGEL EST UN ACTE FORMEL : AGENT AUTORISANT ET MOTIF
      * SONT OBLIGATOIRES ET REPORTES AU JOURNAL
           IF LK-AUTORIS = SPACE OR LK-MOTIF = SPACE
               MOVE 20 TO LK-CR
               GO TO 3000-DEGELER-EXIT
           END-IF.
           IF LK-COM = SPACE OR LK-COM = LOW-VALUE
              OR LK-COM = '...'
               MOVE 'D' TO W-NIVEAU
           ELSE
               MOVE 'C' TO W-NIVEAU
           END-IF.
           PERFORM 2200-EVALUER-GEL
               THRU 2200-EVALUER-GEL-EXIT.
           IF LK-LIBRE
               MOVE 21 TO LK-CR
               GO TO 3000-DEGELER-EXIT
           END-IF.
           IF NOT W-DEGEL-DISPO
               MOVE 24 TO LK-CR
               GO TO 3000-DEGELER-EXIT
           END-IF.

           MOVE LK-JANROL TO DG-JANROL.
           MOVE LK-DIR    TO DG-DIR.
           MOVE W-COM-CLE TO DG-COM.
           ACCEPT DG-DATJOU FROM DATE YYYYMMDD.
           ACCEPT DG-HEUJOU FROM TIME.
           MOVE LK-AUTORIS TO DG-AUTORIS.
           MOVE LK-MOTIF   TO DG-MOTIF.
           MOVE LK-PROGRA  TO DG-PROGRA.
           MOVE LK-JDAGEL  TO DG-JDAGEL.
           WRITE ENR-DEGELTAU
               INVALID KEY
                   REWRITE ENR-DEGELTAU
                       INVALID KEY
                           MOVE 24 TO LK-CR
                           GO TO 3000-DEGELER-EXIT
                   END-REWRITE
           END-WRITE.
           MOVE 'D' TO LK-ETAGEL.
           MOVE 'D' TO W-TYPJRN.
           PERFORM 4000-JOURNALISER
               THRU 4000-JOURNALISER-EXIT.
       3000-DEGELER-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-JOURNALISER.
      *---------------------------------------------------------
           IF NOT W-JOURNAL-DISPO
               GO TO 4000-JOURNALISER-EXIT
           END-IF.
           MOVE SPACE TO ENR-JOURNAL-GEL.
           ACCEPT JG-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JG-HEUJOU FROM TIME.
           MOVE W-TYPJRN   TO JG-TYPE.
           MOVE LK-PROGRA  TO JG-PROGRA.
           MOVE LK-DIR     TO JG-DIR.
           IF W-NIVEAU-DIRECTION
               MOVE '...'  TO JG-COM
           ELSE
               MOVE LK-COM TO JG-COM
           END-IF.
           MOVE LK-JANROL  TO JG-JANROL.
           MOVE LK-JDAGEL  TO JG-JDAGEL.
           IF JG-REFUS
               MOVE LK-ZONE    TO JG-ZONE
               MOVE LK-NOUVEAU TO JG-NOUVEAU
           ELSE
               MOVE LK-AUTORIS TO JG-AUTORIS
               MOVE LK-MOTIF   TO JG-MOTIF
           END-IF.
           WRITE ENR-JOURNAL-GEL.
       4000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-FERMER.
      *---------------------------------------------------------
           IF NOT W-DEJA-OUVERT
               GO TO 9000-FERMER-EXIT
           END-IF.
           IF W-DEGEL-DISPO
               CLOSE DEGELTAU
           END-IF.
           IF W-JOURNAL-DISPO
               CLOSE JOURNAL-GEL
           END-IF.
           MOVE 'N' TO W-SW-OUVERT W-SW-DEGEL W-SW-JOURNAL.
       9000-FERMER-EXIT.
           EXIT.
       END PROGRAM GELTAUD.
