      *********************************************************
      * PROGRAMME CHARGMEN                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEUR CONTROLE DES CONTRATS DE PRELEVEMENT DE LA   *
      * TAXE FONCIERE (CTRMEN, VUE XCTRMEN, INDEXE SUR LE     *
      * COMPTE PROPRIETAIRE ANUPRO DU REFERENTIEL REFPRO),    *
      * SUR LE MODELE DE CHARGPRO : UN MOUVEMENT PAR CONTRAT  *
      * (CODE 'C' CREATION OU REACTIVATION D'UN CONTRAT       *
      * RESILIE, 'M' MODIFICATION DU MODE OU DES COORDONNEES  *
      * BANCAIRES, 'R' RESILIATION). CHAQUE MOUVEMENT EST     *
      * CONTROLE AVANT APPLICATION (COMPTE REFERENCE, MODE    *
      * 'M' MENSUEL OU 'E' A L'ECHEANCE, MANDAT, TITULAIRE,   *
      * IBAN ET BIC SERVIS), JOURNALISE AVANT/APRES AVEC      *
      * HORODATAGE, ET LES REJETS SONT EDITES AVEC LEUR       *
      * MOTIF. L'ECHEANCIER EN COURS D'UN CONTRAT N'EST       *
      * JAMAIS MODIFIE PAR LE CHARGEUR.                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGMEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTMEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  JOURNAL-MAJ ASSIGN  TO  JNLMEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JM-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  CTRMEN      ASSIGN  TO  CTRMEN
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CM-ANUPRO
                               FILE STATUS CM-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.

       DATA DIVISION.
       FILE SECTION.
      * UN MOUVEMENT = UN CONTRAT : CODE MOUVEMENT PUIS LA VUE
      * DU CONTRAT (MEME DECOUPAGE QUE XCTRMEN, L'ECHEANCIER
      * N'ETANT PAS REPRIS EN ENTREE)
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-CODMVT            PIC X(1).
              88 MV-CREATION           VALUE 'C'.
              88 MV-MODIFICATION       VALUE 'M'.
              88 MV-RESILIATION        VALUE 'R'.
           COPY XCTRMEN REPLACING 'X' BY MV.

      * JOURNAL AVANT/APRES HORODATE, UNE LIGNE PAR MOUVEMENT
      * (MODE, ETAT ET REFERENCE DU MANDAT)
       FD  JOURNAL-MAJ.
       01  ENR-JOURNAL-MAJ.
           05 JM-DATJOU            PIC 9(8).
           05 JM-HEUJOU            PIC 9(8).
           05 JM-CODMVT            PIC X(1).
           05 JM-ANUPRO            PIC X(6).
           05 JM-AVANT             PIC X(38).
           05 JM-APRES             PIC X(38).
           05 JM-STATUT            PIC X(1).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  CTRMEN.
       01  ENR-CTRMEN.
           COPY XCTRMEN REPLACING 'X' BY CM.

      * REFERENTIEL DES COMPTES PROPRIETAIRES : LE CONTRAT NE
      * PEUT ETRE POSE QUE SUR UN COMPTE REFERENCE
       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CHARGMEN 00 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.
           88 MV-FIN                 VALUE '10'.
       01  JM-FS                PIC X(2).
       01  RP-FS                PIC X(2).
       01  CM-FS                PIC X(2).
           88 CM-OK                  VALUE '00'.
           88 CM-ABSENT              VALUES '23' '35'.
       01  PR-FS                PIC X(2).
           88 PR-OK                  VALUE '00'.

       01  W-MOTIF              PIC X(40).
       01  W-AVANT              PIC X(38).
       01  W-APRES              PIC X(38).
       01  W-SW-EXISTE          PIC X(1).
           88 W-CONTRAT-EXISTE       VALUE 'O'.

       01  W-NBLUS              PIC 9(7) VALUE 0.
       01  W-NBAPPLIQUES        PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DES CONTRATS DE PRELEVEMENT - MOUVEMENTS REJE
      -    'TES'.
       01  LIGNE-REJET.
           05 LR-CODMVT         PIC X(1).
           05 FILLER            PIC X(1).
           05 LR-ANUPRO         PIC X(6).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT MOUVEMENT.
           OPEN INPUT REFPRO.
           OPEN I-O   CTRMEN.
      * PREMIER CHARGEMENT : LE CLUSTER N'EXISTE PAS ENCORE
           IF CM-ABSENT
               OPEN OUTPUT CTRMEN
               CLOSE CTRMEN
               OPEN I-O CTRMEN
           END-IF.
           OPEN OUTPUT JOURNAL-MAJ.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-TRAITER-MOUVEMENT
               THRU 1000-TRAITER-MOUVEMENT-EXIT
               UNTIL MV-FIN.

           CLOSE MOUVEMENT REFPRO CTRMEN JOURNAL-MAJ RAPPORT.
           DISPLAY 'CHARGMEN - MOUVEMENTS LUS       : ' W-NBLUS.
           DISPLAY 'CHARGMEN - MOUVEMENTS APPLIQUES : ' W-NBAPPLIQUES.
           DISPLAY 'CHARGMEN - MOUVEMENTS REJETES   : ' W-NBREJETES.
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
           MOVE SPACE TO W-MOTIF W-AVANT W-APRES.

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
           MOVE MV-ANUPRO TO CM-ANUPRO.
           READ CTRMEN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET W-CONTRAT-EXISTE TO TRUE
                   MOVE CM-GMODPR TO W-AVANT (1:1)
                   MOVE CM-GETCTR TO W-AVANT (2:1)
                   MOVE CM-DRUMAN TO W-AVANT (4:35)
           END-READ.

      * UNE CREATION SUR UN CONTRAT RESILIE LE REACTIVE
           EVALUATE TRUE
               WHEN MV-CREATION AND W-CONTRAT-EXISTE
                    AND CM-CTR-ACTIF
                   MOVE 'CONTRAT DEJA ACTIF SUR LE COMPTE'
                       TO W-MOTIF
               WHEN MV-MODIFICATION AND NOT W-CONTRAT-EXISTE
                   MOVE 'CONTRAT ABSENT' TO W-MOTIF
               WHEN MV-MODIFICATION AND CM-CTR-RESILIE
                   MOVE 'CONTRAT RESILIE, CREATION ATTENDUE'
                       TO W-MOTIF
               WHEN MV-RESILIATION AND NOT W-CONTRAT-EXISTE
                   MOVE 'CONTRAT ABSENT' TO W-MOTIF
               WHEN MV-RESILIATION AND CM-CTR-RESILIE
                   MOVE 'CONTRAT DEJA RESILIE' TO W-MOTIF
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
              AND NOT MV-RESILIATION
               MOVE 'CODE MOUVEMENT INCONNU' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-NNUPRO NOT NUMERIC
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-RESILIATION
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           MOVE MV-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE 'COMPTE ABSENT DU REFERENTIEL REFPRO'
                       TO W-MOTIF
                   GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-READ.
           IF NOT MV-PREL-MENSUEL AND NOT MV-PREL-ECHEANCE
               MOVE 'MODE DE PRELEVEMENT INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-JDSIGN NOT NUMERIC OR MV-JDSIGN = 0
               MOVE 'DATE DE SIGNATURE DU MANDAT INVALIDE'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-DRUMAN = SPACE
               MOVE 'REFERENCE DU MANDAT NON SERVIE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-DTITUL = SPACE
               MOVE 'TITULAIRE DU COMPTE NON SERVI' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
      * IBAN : CODE PAYS ALPHABETIQUE PUIS CLE NUMERIQUE
           IF MV-DIBAN (1:2) NOT ALPHABETIC
              OR MV-DIBAN (1:2) = SPACE
              OR MV-DIBAN (3:2) NOT NUMERIC
               MOVE 'IBAN INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-DBIC = SPACE
               MOVE 'BIC NON SERVI' TO W-MOTIF
           END-IF.
       2000-CONTROLER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-APPLIQUER-MOUVEMENT.
      *---------------------------------------------------------
           EVALUATE TRUE
               WHEN MV-RESILIATION
                   MOVE 'R' TO CM-GETCTR
                   REWRITE ENR-CTRMEN
                       INVALID KEY
                           MOVE 'ECHEC DE REECRITURE CTRMEN'
                               TO W-MOTIF
                   END-REWRITE
               WHEN MV-CREATION AND NOT W-CONTRAT-EXISTE
                   INITIALIZE ENR-CTRMEN
                   PERFORM 3100-GARNIR-CONTRAT
                       THRU 3100-GARNIR-CONTRAT-EXIT
                   WRITE ENR-CTRMEN
                       INVALID KEY
                           MOVE 'ECHEC D''ECRITURE CTRMEN'
                               TO W-MOTIF
                   END-WRITE
               WHEN OTHER
      * MODIFICATION OU REACTIVATION : L'ECHEANCIER EN COURS EST
      * CONSERVE
                   PERFORM 3100-GARNIR-CONTRAT
                       THRU 3100-GARNIR-CONTRAT-EXIT
                   REWRITE ENR-CTRMEN
                       INVALID KEY
                           MOVE 'ECHEC DE REECRITURE CTRMEN'
                               TO W-MOTIF
                   END-REWRITE
           END-EVALUATE.
       3000-APPLIQUER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-GARNIR-CONTRAT.
      *---------------------------------------------------------
           MOVE MV-ANUPRO TO CM-ANUPRO.
           MOVE MV-GMODPR TO CM-GMODPR.
           MOVE 'A'       TO CM-GETCTR.
           MOVE MV-JDSIGN TO CM-JDSIGN.
           MOVE MV-DRUMAN TO CM-DRUMAN.
           MOVE MV-DTITUL TO CM-DTITUL.
           MOVE MV-DIBAN  TO CM-DIBAN.
           MOVE MV-DBIC   TO CM-DBIC.
       3100-GARNIR-CONTRAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE MV-CODMVT TO LR-CODMVT.
           MOVE MV-ANUPRO TO LR-ANUPRO.
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
           MOVE CM-GMODPR TO W-APRES (1:1).
           MOVE CM-GETCTR TO W-APRES (2:1).
           MOVE CM-DRUMAN TO W-APRES (4:35).
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
           MOVE W-AVANT   TO JM-AVANT.
           MOVE W-APRES   TO JM-APRES.
           WRITE ENR-JOURNAL-MAJ.
       9100-ECRIRE-JOURNAL-EXIT.
           EXIT.
       END PROGRAM CHARGMEN.
