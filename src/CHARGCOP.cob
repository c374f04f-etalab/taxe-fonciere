      *********************************************************
      * PROGRAMME CHARGCOP                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEUR CONTROLE DU FICHIER DES CO-REDEVABLES        *
      * (COPRO, VUE XCOPRO, INDEXE SUR ANUPRO + RANG) :       *
      * INDIVISAIRES, USUFRUITIER ET NU-PROPRIETAIRE, GERANT  *
      * D'UN COMPTE PROPRIETAIRE. MEMES REGLES QUE CHARGPRO : *
      * UN MOUVEMENT PAR PERSONNE (CODE 'C' CREATION, 'M'     *
      * MODIFICATION, 'S' SUPPRESSION, SUIVI DE LA VUE        *
      * COMPLETE), CONTROLE AVANT APPLICATION (NUMERICITE DU  *
      * COMPTE ET DU RANG, COMPTE PRESENT AU REFERENTIEL      *
      * REFPRO, DESIGNATION SERVIE, QUALITE CONNUE, QUOTE-    *
      * PART COHERENTE AVEC LA QUALITE, ADRESSE DE POURSUITE  *
      * COMPLETE, PRESENCE OU ABSENCE CONFORME AU CODE        *
      * MOUVEMENT), JOURNALISE AVANT/APRES AVEC HORODATAGE ;  *
      * LES REJETS SONT EDITES AVEC LEUR MOTIF.               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGCOP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTCOP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  JOURNAL-MAJ ASSIGN  TO  JNLCOP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JM-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  COPRO       ASSIGN  TO  COPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CP-CLE
                               FILE STATUS CP-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.

       DATA DIVISION.
       FILE SECTION.
      * UN MOUVEMENT = UN CO-REDEVABLE : CODE MOUVEMENT PUIS LA VUE
      * COMPLETE DE LA PERSONNE (MEME DECOUPAGE QUE XCOPRO)
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-CODMVT            PIC X(1).
              88 MV-CREATION           VALUE 'C'.
              88 MV-MODIFICATION       VALUE 'M'.
              88 MV-SUPPRESSION        VALUE 'S'.
           COPY XCOPRO REPLACING 'X' BY MV.

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MOUVEMENT
       FD  JOURNAL-MAJ.
       01  ENR-JOURNAL-MAJ.
           05 JM-DATJOU            PIC 9(8).
           05 JM-HEUJOU            PIC 9(8).
           05 JM-CODMVT            PIC X(1).
           05 JM-ANUPRO            PIC X(6).
           05 JM-NORDRE            PIC X(2).
           05 JM-AVANT             PIC X(38).
           05 JM-APRES             PIC X(38).
           05 JM-STATUT            PIC X(1).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  COPRO.
       01  ENR-COPRO.
           COPY XCOPRO REPLACING 'X' BY CP.

      * REFERENTIEL DES COMPTES : LE COMPTE DOIT Y ETRE PRESENT
       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CHARGCOP 00 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
           88 MV-FIN                 VALUE '10'.
       01  JM-FS                PIC X(2).
       01  RP-FS                PIC X(2).
       01  CP-FS                PIC X(2).
           88 CP-OK                  VALUE '00'.
           88 CP-ABSENT              VALUES '23' '35'.
       01  PR-FS                PIC X(2).
           88 PR-OK                  VALUE '00'.

       01  W-MOTIF              PIC X(40).
       01  W-AVANT              PIC X(38).
       01  W-SW-EXISTE          PIC X(1).
           88 W-PERSONNE-EXISTE      VALUE 'O'.

       01  W-NBLUS              PIC 9(7) VALUE 0.
       01  W-NBAPPLIQUES        PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DES CO-REDEVABLES - MOUVEMENTS REJETES'.
       01  LIGNE-REJET.
           05 LR-CODMVT         PIC X(1).
           05 FILLER            PIC X(1).
           05 LR-ANUPRO         PIC X(6).
           05 FILLER            PIC X(1).
           05 LR-NORDRE         PIC X(2).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT MOUVEMENT.
           OPEN INPUT REFPRO.
           OPEN I-O   COPRO.
      * PREMIER CHARGEMENT : LE CLUSTER N'EXISTE PAS ENCORE
           IF CP-ABSENT
               OPEN OUTPUT COPRO
               CLOSE COPRO
               OPEN I-O COPRO
           END-IF.
           OPEN OUTPUT JOURNAL-MAJ.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-TRAITER-MOUVEMENT
               THRU 1000-TRAITER-MOUVEMENT-EXIT
               UNTIL MV-FIN.

           CLOSE MOUVEMENT REFPRO COPRO JOURNAL-MAJ RAPPORT.
           DISPLAY 'CHARGCOP - MOUVEMENTS LUS       : ' W-NBLUS.
           DISPLAY 'CHARGCOP - MOUVEMENTS APPLIQUES : ' W-NBAPPLIQUES.
           DISPLAY 'CHARGCOP - MOUVEMENTS REJETES   : ' W-NBREJETES.
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
           MOVE MV-CLE TO CP-CLE.
           READ COPRO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET W-PERSONNE-EXISTE TO TRUE
                   MOVE CP-DDENOM TO W-AVANT
           END-READ.

           EVALUATE TRUE
               WHEN MV-CREATION AND W-PERSONNE-EXISTE
                   MOVE 'CO-REDEVABLE DEJA PRESENT' TO W-MOTIF
               WHEN MV-MODIFICATION AND NOT W-PERSONNE-EXISTE
                   MOVE 'CO-REDEVABLE ABSENT' TO W-MOTIF
               WHEN MV-SUPPRESSION AND NOT W-PERSONNE-EXISTE
                   MOVE 'CO-REDEVABLE ABSENT' TO W-MOTIF
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
           IF MV-NNUPRO NOT NUMERIC
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-NORDRE NOT NUMERIC OR MV-NORDRE = 0
               MOVE 'RANG DU CO-REDEVABLE INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-SUPPRESSION
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
      * LE CO-REDEVABLE SE RATTACHE A UN COMPTE DU REFERENTIEL
           MOVE MV-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE 'COMPTE ABSENT DU REFERENTIEL' TO W-MOTIF
                   GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-READ.
           IF MV-DDENOM = SPACE
               MOVE 'DESIGNATION NON SERVIE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF NOT MV-INDIVISAIRE AND NOT MV-USUFRUITIER
              AND NOT MV-NU-PROPRIETAIRE AND NOT MV-GERANT
               MOVE 'QUALITE DU CO-REDEVABLE INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
      * QUOTE-PART : FRACTION NON NULLE AU PLUS EGALE A L'UNITE,
      * SANS OBJET POUR UN GERANT
           IF MV-QPARTN NOT NUMERIC OR MV-QPARTD NOT NUMERIC
               MOVE 'QUOTE-PART NON NUMERIQUE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-GERANT
               IF MV-QPARTN NOT = 0 OR MV-QPARTD NOT = 0
                   MOVE 'QUOTE-PART SERVIE POUR UN GERANT'
                       TO W-MOTIF
                   GO TO 2000-CONTROLER-MOUVEMENT-EXIT
               END-IF
           ELSE
               IF MV-QPARTN = 0 OR MV-QPARTD = 0
                  OR MV-QPARTN > MV-QPARTD
                   MOVE 'QUOTE-PART INVALIDE' TO W-MOTIF
                   GO TO 2000-CONTROLER-MOUVEMENT-EXIT
               END-IF
           END-IF.
      * ADRESSE DE POURSUITE : CODE POSTAL ET BUREAU SERVIS
           IF MV-CPOSTA = SPACE OR MV-DLIPOS = SPACE
               MOVE 'ADRESSE DU CO-REDEVABLE INCOMPLETE'
                   TO W-MOTIF
           END-IF.
       2000-CONTROLER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-APPLIQUER-MOUVEMENT.
      *---------------------------------------------------------
           EVALUATE TRUE
               WHEN MV-SUPPRESSION
                   DELETE COPRO
                       INVALID KEY
                           MOVE 'ECHEC DE SUPPRESSION COPRO'
                               TO W-MOTIF
                   END-DELETE
               WHEN MV-CREATION
                   PERFORM 3100-GARNIR-PERSONNE
                       THRU 3100-GARNIR-PERSONNE-EXIT
                   WRITE ENR-COPRO
                       INVALID KEY
                           MOVE 'ECHEC D''ECRITURE COPRO'
                               TO W-MOTIF
                   END-WRITE
               WHEN MV-MODIFICATION
                   PERFORM 3100-GARNIR-PERSONNE
                       THRU 3100-GARNIR-PERSONNE-EXIT
                   REWRITE ENR-COPRO
                       INVALID KEY
                           MOVE 'ECHEC DE REECRITURE COPRO'
                               TO W-MOTIF
                   END-REWRITE
           END-EVALUATE.
       3000-APPLIQUER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-GARNIR-PERSONNE.
      *---------------------------------------------------------
           MOVE MV-CLE    TO CP-CLE.
           MOVE MV-CROLE  TO CP-CROLE.
           MOVE MV-QPARTN TO CP-QPARTN.
           MOVE MV-QPARTD TO CP-QPARTD.
           MOVE MV-DDENOM TO CP-DDENOM.
           MOVE MV-DADRL1 TO CP-DADRL1.
           MOVE MV-DADRL2 TO CP-DADRL2.
           MOVE MV-CPOSTA TO CP-CPOSTA.
           MOVE MV-DLIPOS TO CP-DLIPOS.
           MOVE SPACE     TO CP-FILLER.
       3100-GARNIR-PERSONNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE MV-CODMVT TO LR-CODMVT.
           MOVE MV-ANUPRO TO LR-ANUPRO.
           MOVE MV-NORDRE TO LR-NORDRE.
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
           MOVE MV-ANUPRO TO JM-ANUPRO.
           MOVE MV-NORDRE TO JM-NORDRE.
           MOVE W-AVANT   TO JM-AVANT.
           IF MV-SUPPRESSION
               MOVE SPACE TO JM-APRES
           ELSE
               MOVE MV-DDENOM TO JM-APRES
           END-IF.
           WRITE ENR-JOURNAL-MAJ.
       9100-ECRIRE-JOURNAL-EXIT.
           EXIT.
       END PROGRAM CHARGCOP.
