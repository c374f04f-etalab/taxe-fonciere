      *********************************************************
      * PROGRAMME CHARGEXO                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEUR CONTROLE DU REFERENTIEL DES EXONERATIONS DE  *
      * LONGUE DUREE (REFEXO, VUE XREFEXO, INDEXE SUR LA CLE  *
      * ARTICLE + TYPE + ANNEE DE DEBUT) PAR FICHIER DE       *
      * MOUVEMENTS, SUR LE MODELE DE CHARGPRO : UN MOUVEMENT  *
      * PAR EXONERATION (CODE 'C' CREATION, 'M' MODIFICATION, *
      * 'S' SUPPRESSION, SUIVI DE LA VUE COMPLETE). CHAQUE    *
      * MOUVEMENT EST CONTROLE AVANT APPLICATION (CODE BATI/  *
      * NON BATI, NUMERICITE DU COMPTE, TYPE CONNU ET         *
      * CONFORME A LA NATURE DE L'ARTICLE, ANNEE DE DEBUT ET  *
      * DUREE LEGALE DU TYPE, PRESENCE OU ABSENCE CONFORME AU *
      * CODE MOUVEMENT), JOURNALISE AVANT/APRES AVEC          *
      * HORODATAGE, ET LES REJETS SONT EDITES AVEC LEUR       *
      * MOTIF. LA DERNIERE ANNEE EXONEREE EST CALCULEE ICI ;  *
      * LA BASE RELEVEE PAR LE LOT EST CONSERVEE EN           *
      * MODIFICATION.                                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEXO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTEXO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  JOURNAL-MAJ ASSIGN  TO  JNLEXO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JM-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REFEXO      ASSIGN  TO  REFEXO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RX-CLEEXO
                               FILE STATUS RX-FS.

       DATA DIVISION.
       FILE SECTION.
      * UN MOUVEMENT = UNE EXONERATION : CODE MOUVEMENT PUIS LA
      * VUE COMPLETE (MEME DECOUPAGE QUE XREFEXO ; JFNEXO, MBXDER
      * ET JANDER NE SONT PAS REPRIS DU MOUVEMENT)
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-CODMVT            PIC X(1).
              88 MV-CREATION           VALUE 'C'.
              88 MV-MODIFICATION       VALUE 'M'.
              88 MV-SUPPRESSION        VALUE 'S'.
           COPY XREFEXO REPLACING 'X' BY MV.

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MOUVEMENT :
      * DUREE ET REFERENCE DE LA DECISION
       FD  JOURNAL-MAJ.
       01  ENR-JOURNAL-MAJ.
           05 JM-DATJOU            PIC 9(8).
           05 JM-HEUJOU            PIC 9(8).
           05 JM-CODMVT            PIC X(1).
           05 JM-CLEEXO            PIC X(21).
           05 JM-AVANT             PIC X(32).
           05 JM-APRES             PIC X(32).
           05 JM-STATUT            PIC X(1).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  REFEXO.
       01  ENR-REFEXO.
           COPY XREFEXO REPLACING 'X' BY RX.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CHARGEXO 00 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
           88 MV-FIN                 VALUE '10'.
       01  JM-FS                PIC X(2).
       01  RP-FS                PIC X(2).
       01  RX-FS                PIC X(2).
           88 RX-OK                  VALUE '00'.
           88 RX-ABSENT              VALUES '23' '35'.

       01  W-MOTIF              PIC X(40).
       01  W-AVANT              PIC X(32).
       01  W-SW-EXISTE          PIC X(1).
           88 W-EXO-EXISTE           VALUE 'O'.

      * BASE RELEVEE PAR LE LOT SUR L'ENTREE EXISTANTE, CONSERVEE
      * LORS D'UNE MODIFICATION
       01  W-MBXDER             PIC S9(10).
       01  W-JANDER             PIC 9(4).

       01  W-NBLUS              PIC 9(7) VALUE 0.
       01  W-NBAPPLIQUES        PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DU REFERENTIEL DES EXONERATIONS DE LONGUE DUR
      -    'EE - MOUVEMENTS REJETES'.
       01  LIGNE-REJET.
           05 LR-CODMVT         PIC X(1).
           05 FILLER            PIC X(1).
           05 LR-CLEEXO         PIC X(21).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT MOUVEMENT.
           OPEN I-O   REFEXO.
      * PREMIER CHARGEMENT : LE CLUSTER N'EXISTE PAS ENCORE
           IF RX-ABSENT
               OPEN OUTPUT REFEXO
               CLOSE REFEXO
               OPEN I-O REFEXO
           END-IF.
           OPEN OUTPUT JOURNAL-MAJ.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-TRAITER-MOUVEMENT
               THRU 1000-TRAITER-MOUVEMENT-EXIT
               UNTIL MV-FIN.

           CLOSE MOUVEMENT REFEXO JOURNAL-MAJ RAPPORT.
           DISPLAY 'CHARGEXO - MOUVEMENTS LUS       : ' W-NBLUS.
           DISPLAY 'CHARGEXO - MOUVEMENTS APPLIQUES : ' W-NBAPPLIQUES.
           DISPLAY 'CHARGEXO - MOUVEMENTS REJETES   : ' W-NBREJETES.
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
           MOVE SPACE TO W-MOTIF W-AVANT.
           MOVE 0     TO W-MBXDER W-JANDER.

           PERFORM 2000-CONTROLER-MOUVEMENT
               THRU 2000-CONTROLER-MOUVEMENT-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

      * LECTURE DE L'EXISTANT POUR LE CONTROLE DE PRESENCE ET LE
      * JOURNAL AVANT/APRES
           MOVE 'N' TO W-SW-EXISTE.
           MOVE MV-CLEEXO TO RX-CLEEXO.
           READ REFEXO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET W-EXO-EXISTE TO TRUE
                   MOVE RX-NBANEX TO W-AVANT (1:2)
                   MOVE RX-DREFEX TO W-AVANT (3:30)
                   MOVE RX-MBXDER TO W-MBXDER
                   MOVE RX-JANDER TO W-JANDER
           END-READ.

           EVALUATE TRUE
               WHEN MV-CREATION AND W-EXO-EXISTE
                   MOVE 'EXONERATION DEJA PRESENTE AU REFERENTIEL'
                       TO W-MOTIF
               WHEN MV-MODIFICATION AND NOT W-EXO-EXISTE
                   MOVE 'EXONERATION ABSENTE DU REFERENTIEL'
                       TO W-MOTIF
               WHEN MV-SUPPRESSION AND NOT W-EXO-EXISTE
                   MOVE 'EXONERATION ABSENTE DU REFERENTIEL'
                       TO W-MOTIF
           END-EVALUATE.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.

           PERFORM 3000-APPLIQUER-MOUVEMENT
               THRU 3000-APPLIQUER-MOUVEMENT-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-MOUVEMENT-EXIT
           END-IF.
           ADD 1 TO W-NBAPPLIQUES.
           PERFORM 9000-JOURNALISER
               THRU 9000-JOURNALISER-EXIT.
       1000-TRAITER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-MOUVEMENT.
      *---------------------------------------------------------
           IF NOT MV-CREATION AND NOT MV-MODIFICATION
              AND NOT MV-SUPPRESSION
               MOVE 'CODE MOUVEMENT INCONNU' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF NOT MV-ART-BATI AND NOT MV-ART-NONBATI
               MOVE 'CODE BATI/NON BATI INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-NNUPRO NOT NUMERIC
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-JDBEXO NOT NUMERIC OR MV-JDBEXO = 0
               MOVE 'ANNEE DE DEBUT NON NUMERIQUE OU NULLE'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-SUPPRESSION
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF NOT MV-EXO-BATI AND NOT MV-EXO-NONBATI
               MOVE 'TYPE D''EXONERATION INCONNU' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF (MV-ART-BATI AND NOT MV-EXO-BATI)
              OR (MV-ART-NONBATI AND NOT MV-EXO-NONBATI)
               MOVE 'TYPE NON CONFORME A LA NATURE DE L''ARTICLE'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-NBANEX NOT NUMERIC OR MV-NBANEX = 0
               MOVE 'DUREE NON NUMERIQUE OU NULLE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
      * DUREE LEGALE DU TYPE D'EXONERATION
           EVALUATE TRUE
               WHEN MV-EXO-CONSTR
                   IF MV-NBANEX NOT = 2
                       MOVE 'DUREE DIFFERENTE DE 2 ANS (CN)'
                           TO W-MOTIF
                   END-IF
               WHEN MV-EXO-LOGSOC
                   IF MV-NBANEX NOT = 15 AND MV-NBANEX NOT = 25
                      AND MV-NBANEX NOT = 30
                       MOVE 'DUREE AUTRE QUE 15, 25 OU 30 ANS (LS)'
                           TO W-MOTIF
                   END-IF
               WHEN OTHER
                   IF MV-NBANEX > 5
                       MOVE 'DUREE SUPERIEURE A 5 ANS' TO W-MOTIF
                   END-IF
           END-EVALUATE.
       2000-CONTROLER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-APPLIQUER-MOUVEMENT.
      *---------------------------------------------------------
           EVALUATE TRUE
               WHEN MV-SUPPRESSION
                   DELETE REFEXO
                       INVALID KEY
                           MOVE 'ECHEC DE SUPPRESSION REFEXO'
                               TO W-MOTIF
                   END-DELETE
               WHEN MV-CREATION
                   PERFORM 3100-GARNIR-EXONERATION
                       THRU 3100-GARNIR-EXONERATION-EXIT
                   WRITE ENR-REFEXO
                       INVALID KEY
                           MOVE 'ECHEC D''ECRITURE REFEXO'
                               TO W-MOTIF
                   END-WRITE
               WHEN MV-MODIFICATION
                   PERFORM 3100-GARNIR-EXONERATION
                       THRU 3100-GARNIR-EXONERATION-EXIT
                   REWRITE ENR-REFEXO
                       INVALID KEY
                           MOVE 'ECHEC DE REECRITURE REFEXO'
                               TO W-MOTIF
                   END-REWRITE
           END-EVALUATE.
       3000-APPLIQUER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-GARNIR-EXONERATION.
      *---------------------------------------------------------
           MOVE MV-CLEEXO TO RX-CLEEXO.
           MOVE MV-NBANEX TO RX-NBANEX.
           COMPUTE RX-JFNEXO = MV-JDBEXO + MV-NBANEX - 1.
           MOVE MV-DREFEX TO RX-DREFEX.
           MOVE W-MBXDER  TO RX-MBXDER.
           MOVE W-JANDER  TO RX-JANDER.
           MOVE SPACE     TO RX-FILLER.
       3100-GARNIR-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE MV-CODMVT TO LR-CODMVT.
           MOVE MV-CLEEXO TO LR-CLEEXO.
           MOVE W-MOTIF   TO LR-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-REJET.
           MOVE 'R' TO JM-STATUT.
           PERFORM 9100-ECRIRE-JOURNAL
               THRU 9100-ECRIRE-JOURNAL-EXIT.
       8000-REJETER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-JOURNALISER.
      *---------------------------------------------------------
           MOVE 'A' TO JM-STATUT.
           PERFORM 9100-ECRIRE-JOURNAL
               THRU 9100-ECRIRE-JOURNAL-EXIT.
       9000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9100-ECRIRE-JOURNAL.
      *---------------------------------------------------------
           ACCEPT JM-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JM-HEUJOU FROM TIME.
           MOVE MV-CODMVT TO JM-CODMVT.
           MOVE MV-CLEEXO TO JM-CLEEXO.
           MOVE W-AVANT   TO JM-AVANT.
           IF MV-SUPPRESSION
               MOVE SPACE TO JM-APRES
           ELSE
               MOVE MV-NBANEX TO JM-APRES (1:2)
               MOVE MV-DREFEX TO JM-APRES (3:30)
           END-IF.
           WRITE ENR-JOURNAL-MAJ.
       9100-ECRIRE-JOURNAL-EXIT.
           EXIT.
       END PROGRAM CHARGEXO.
