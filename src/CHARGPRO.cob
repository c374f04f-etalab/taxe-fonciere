      * SERVIE, SIREN NUMERIQUE SI PERSONNE MORALE, PRESENCE  *
      * OU ABSENCE CONFORME AU CODE MOUVEMENT), JOURNALISE    *
      * AVANT/APRES AVEC HORODATAGE, ET LES REJETS SONT       *
      * EDITES AVEC LEUR MOTIF. LES COORDONNEES BANCAIRES     *
      * FACULTATIVES DU COMPTE (TITULAIRE, IBAN, BIC), QUI    *
      * SERVENT AUX REMBOURSEMENTS DE DEGREVEMENTS, SONT      *
      * CONTROLEES COMME CELLES DES CONTRATS DE PRELEVEMENT.  *
      * LA CORRECTION DE L'ADRESSE D'UN COMPTE LEVE LE TOP    *
      * NPAI POSE PAR RETNPAI. L'ADHESION A L'AVIS           *
      * DEMATERIALISE EXIGE UNE ADRESSE DE COURRIEL ET UNE    *
      * DATE D'ADHESION.                                      *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY XREFPRO REPLACING 'X' BY PR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CHARGPRO 01 DU 15/10/26'.

       01  MV-FS                PIC X(2).
           88 MV-OK                  VALUE '00'.

       01  W-MOTIF              PIC X(40).
       01  W-AVANT              PIC X(38).
       01  W-NBAROBAS           PIC 9(2) COMP.
       01  W-SW-EXISTE          PIC X(1).
           88 W-COMPTE-EXISTE        VALUE 'O'.

           IF MV-PERS-MORALE AND MV-DSIREN NOT NUMERIC
               MOVE 'SIREN NON NUMERIQUE POUR PERSONNE MORALE'
                   TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
      * AVIS DEMATERIALISE : COURRIEL ET DATE D'ADHESION SERVIS
           IF MV-GDEMAT NOT = SPACE AND MV-GDEMAT NOT = 'O'
               MOVE 'TOP AVIS DEMATERIALISE INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-MOUVEMENT-EXIT
           END-IF.
           IF MV-AVIS-DEMAT
               MOVE 0 TO W-NBAROBAS
               INSPECT MV-DMAIL TALLYING W-NBAROBAS FOR ALL '@'
               IF MV-DMAIL = SPACE OR W-NBAROBAS NOT = 1
                  OR MV-DMAIL (1:1) = '@' OR MV-DMAIL (1:1) = SPACE
                   MOVE 'COURRIEL INVALIDE (AVIS DEMATERIALISE)'
                       TO W-MOTIF
                   GO TO 2000-CONTROLER-MOUVEMENT-EXIT
               END-IF
               IF MV-JDEMAT NOT NUMERIC OR MV-JDEMAT = 0
                   MOVE 'DATE D''ADHESION INVALIDE' TO W-MOTIF
                   GO TO 2000-CONTROLER-MOUVEMENT-EXIT
               END-IF
           END-IF.
      * COORDONNEES BANCAIRES FACULTATIVES, COMPLETES SI SERVIES
           IF MV-DIBAN = SPACE
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
       3100-GARNIR-COMPTE.
      *---------------------------------------------------------
           MOVE MV-ANUPRO TO PR-ANUPRO.
      * NOUVELLE ADRESSE : LE TOP NPAI DE L'ANCIENNE EST LEVE
           IF MV-CREATION
              OR MV-DADRL1 NOT = PR-DADRL1
              OR MV-DADRL2 NOT = PR-DADRL2
              OR MV-CPOSTA NOT = PR-CPOSTA
              OR MV-DLIPOS NOT = PR-DLIPOS
               MOVE SPACE TO PR-GNPAI PR-CNPAI
               MOVE 0     TO PR-JNPAI
           END-IF.
      * UN COMPTE CREE N'EST ISSU D'AUCUNE FUSION ; SA DATE DE
      * CREATION LE PROTEGE DE LA PURGE PURGPRO
           IF MV-CREATION
               MOVE SPACE TO PR-GFUSIO PR-ANUFUS
               MOVE 0     TO PR-JFUSIO
               ACCEPT PR-JCREAT FROM DATE YYYYMMDD
           END-IF.
           MOVE MV-DDENOM TO PR-DDENOM.
           MOVE MV-DADRL1 TO PR-DADRL1.
           MOVE MV-DADRL2 TO PR-DADRL2.
           MOVE MV-DLIPOS TO PR-DLIPOS.
           MOVE MV-GPMOR  TO PR-GPMOR.
           MOVE MV-DSIREN TO PR-DSIREN.
           MOVE MV-DTITUL TO PR-DTITUL.
           MOVE MV-DIBAN  TO PR-DIBAN.
           MOVE MV-DBIC   TO PR-DBIC.
           MOVE MV-GDEMAT TO PR-GDEMAT.
           IF MV-AVIS-DEMAT
               MOVE MV-DMAIL  TO PR-DMAIL
               MOVE MV-JDEMAT TO PR-JDEMAT
           ELSE
               MOVE SPACE TO PR-DMAIL
               MOVE 0     TO PR-JDEMAT
           END-IF.
       3100-GARNIR-COMPTE-EXIT.
           EXIT.

