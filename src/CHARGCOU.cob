      *********************************************************
      * PROGRAMME CHARGCOU                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEUR CONTROLE DU COUT ANNUEL DU SERVICE           *
      * D'ENLEVEMENT DES ORDURES MENAGERES DECLARE PAR CHAQUE *
      * BENEFICIAIRE DE LA TEOM (COMMUNE, EPCI OU SYNDICAT    *
      * OM), DANS LE FICHIER PLURIANNUEL INDEXE COUTOM (VUE   *
      * XCOUTOM, CLE MILLESIME / BENEFICIAIRE). UN MOUVEMENT  *
      * PORTE LES CHARGES DU SERVICE ET SES AUTRES RECETTES ; *
      * LE COUT NET EN EST DEDUIT. CHAQUE MOUVEMENT EST       *
      * CONTROLE (MILLESIME, TYPE ET CODE DU BENEFICIAIRE,    *
      * MONTANTS, COUT NET POSITIF) ET LES REJETS SONT EDITES *
      * AVEC LEUR MOTIF. UN COUT DEJA CHARGE EST REMPLACE, LE *
      * PRODUIT DE TEOM DEJA PORTE PAR TEOMCOUV ETANT         *
      * CONSERVE.                                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGCOU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTCOU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  COUTOM      ASSIGN  TO  COUTOM
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CO-CLE
                               FILE STATUS CO-FS.

       DATA DIVISION.
       FILE SECTION.
      * UN MOUVEMENT = LE COUT D'UN BENEFICIAIRE POUR UN MILLESIME,
      * MEME DECOUPAGE QUE XCOUTOM (SEULS LA CLE, LES CHARGES ET
      * LES AUTRES RECETTES SONT SERVIS)
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           COPY XCOUTOM REPLACING 'X' BY MV.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  COUTOM.
       01  ENR-COUTOM.
           COPY XCOUTOM REPLACING 'X' BY CO.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CHARGCOU 00 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
           88 MV-FIN                 VALUE '10'.
       01  RP-FS                PIC X(2).
       01  CO-FS                PIC X(2).
           88 CO-OK                  VALUE '00'.
           88 CO-ABSENT              VALUES '23' '35'.

       01  W-MOTIF              PIC X(40).
       01  W-DATJOU             PIC 9(8).
       01  W-SW-EXISTE          PIC X(1).
           88 W-COUT-EXISTE          VALUE 'O'.

       01  W-NBLUS              PIC 9(5) VALUE 0.
       01  W-NBCREES            PIC 9(5) VALUE 0.
       01  W-NBREMPL            PIC 9(5) VALUE 0.
       01  W-NBREJETES          PIC 9(5) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DU COUT DU SERVICE OM PAR BENEFICIAIRE - MOUVEMEN
      -    'TS REJETES'.
       01  LIGNE-REJET.
           05 LR-JAN            PIC X(4).
           05 FILLER            PIC X(1).
           05 LR-GTYBEN         PIC X(1).
           05 FILLER            PIC X(1).
           05 LR-AC3DIR         PIC X(3).
           05 FILLER            PIC X(1).
           05 LR-CIDBEN         PIC X(7).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           OPEN INPUT MOUVEMENT.
           OPEN I-O   COUTOM.
      * PREMIER CHARGEMENT : LE CLUSTER N'EXISTE PAS ENCORE
           IF CO-ABSENT
               OPEN OUTPUT COUTOM
               CLOSE COUTOM
               OPEN I-O COUTOM
           END-IF.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-TRAITER-MOUVEMENT
               THRU 1000-TRAITER-MOUVEMENT-EXIT
               UNTIL MV-FIN.

           CLOSE MOUVEMENT COUTOM RAPPORT.
           DISPLAY 'CHARGCOU - MOUVEMENTS LUS       : ' W-NBLUS.
           DISPLAY 'CHARGCOU - COUTS CREES          : ' W-NBCREES.
           DISPLAY 'CHARGCOU - COUTS REMPLACES      : ' W-NBREMPL.
           DISPLAY 'CHARGCOU - MOUVEMENTS REJETES   : '
               W-NBREJETES.
           IF W-NBREJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-MOUVEMENT.
      *---------------------------------------------------------
           READ MOUVEMENT
               AT END SET MV-FIN TO TRUE
                      GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           MOVE SPACE TO W-MOTIF.

           PERFORM 2000-CONTROLER-MOUVEMENT
               THRU 2000-CONTROLER-MOUVEMENT-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

      * UN COUT DEJA CHARGE POUR LE MILLESIME EST REMPLACE (LE
      * DERNIER DECLARE FAIT FOI) ; LE PRODUIT DEJA PORTE PAR
      * TEOMCOUV EST CONSERVE
           MOVE 'N' TO W-SW-EXISTE.
           MOVE MV-CLE TO CO-CLE.
           READ COUTOM
               INVALID KEY
                   INITIALIZE ENR-COUTOM
                   MOVE MV-CLE TO CO-CLE
               NOT INVALID KEY
                   SET W-COUT-EXISTE TO TRUE
           END-READ.
           MOVE MV-MCHSER TO CO-MCHSER.
           MOVE MV-MRESER TO CO-MRESER.
           COMPUTE CO-MCOUNET = MV-MCHSER - MV-MRESER.
           MOVE 'O'       TO CO-GCOUT.
           MOVE W-DATJOU  TO CO-JDACHG.
           IF W-COUT-EXISTE
               REWRITE ENR-COUTOM
                   INVALID KEY
                       MOVE 'ECHEC DE REECRITURE COUTOM' TO W-MOTIF
               END-REWRITE
           ELSE
               WRITE ENR-COUTOM
                   INVALID KEY
                       MOVE 'ECHEC D''ECRITURE COUTOM' TO W-MOTIF
               END-WRITE
           END-IF.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.
           IF W-COUT-EXISTE
               ADD 1 TO W-NBREMPL
           ELSE
               ADD 1 TO W-NBCREES
           END-IF.
       1000-TRAITER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-MOUVEMENT.
      *---------------------------------------------------------
      * CLE DU BENEFICIAIRE ET MONTANTS : UN COUT NET NUL OU
      * NEGATIF NE PERMET PAS DE MESURER LA COUVERTURE
           IF MV-JAN NOT NUMERIC OR MV-JAN < 2000
               MOVE 'MILLESIME INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF NOT MV-BENEF-COMMUNE AND NOT MV-BENEF-EPCI
              AND NOT MV-BENEF-SYNDICAT
               MOVE 'TYPE DE BENEFICIAIRE INCONNU (C/E/O)'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-AC3DIR = SPACE OR MV-CIDBEN = SPACE
               MOVE 'DIRECTION OU CODE BENEFICIAIRE ABSENT'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-MCHSER NOT NUMERIC OR MV-MCHSER NOT > 0
               MOVE 'CHARGES DU SERVICE NULLES OU INVALIDES'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-MRESER NOT NUMERIC OR MV-MRESER < 0
               MOVE 'AUTRES RECETTES INVALIDES' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-MRESER NOT < MV-MCHSER
               MOVE 'COUT NET DU SERVICE NUL OU NEGATIF'
                   TO W-MOTIF
           END-IF.
       2000-CONTROLER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE SPACE      TO LIGNE-REJET.
           MOVE MV-JAN     TO LR-JAN.
           MOVE MV-GTYBEN  TO LR-GTYBEN.
           MOVE MV-AC3DIR  TO LR-AC3DIR.
           MOVE MV-CIDBEN  TO LR-CIDBEN.
           MOVE W-MOTIF    TO LR-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-REJET.
       8000-REJETER-EXIT.
           EXIT.
       END PROGRAM CHARGCOU.
