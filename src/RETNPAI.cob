      *********************************************************
      * PROGRAMME RETNPAI                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * INTEGRATION DES AVIS RETOURNES PAR LA POSTE (NPAI,    *
      * N'HABITE PAS A L'ADRESSE INDIQUEE). CHAQUE PLI DU     *
      * FICHIER DES RETOURS (NPAIRET : COMPTE, ARTICLE, DATE  *
      * DE RETOUR, MOTIF) EST CONTROLE PUIS LE COMPTE DU      *
      * REFERENTIEL REFPRO (VUE XREFPRO) EST MARQUE NPAI AVEC *
      * LA DATE ET LE MOTIF DU RETOUR LE PLUS RECENT. L'ETAT  *
      * DONNE AU SIP LA LISTE DES COMPTES A RECHERCHER AVEC   *
      * L'ADRESSE EN DEFAUT, EN SIGNALANT LES RETOURS         *
      * REPETES, ET LES RETOURS REJETES AVEC LEUR MOTIF. LE   *
      * TOP EST LEVE PAR CHARGPRO A LA CORRECTION DE          *
      * L'ADRESSE ; TANT QU'IL EST POSE, LES AVIS DU COMPTE   *
      * SONT RETENUS PAR EDITAVIS.                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNPAI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  RETOUR      ASSIGN  TO  NPAIRET
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS NR-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.

       DATA DIVISION.
       FILE SECTION.
      * UN PLI RETOURNE PAR ENREGISTREMENT : COMPTE DESTINATAIRE,
      * ARTICLE DE L'AVIS, DATE DE RETOUR ET MOTIF PORTE PAR LA
      * POSTE
       FD  RETOUR.
       01  ENR-RETOUR.
           05 NR-ANUPRO.
              10 NR-CGROUP         PIC X(1).
              10 NR-NNUPRO         PIC 9(5).
           05 NR-DAN               PIC 9(4).
           05 NR-AC3DIR            PIC X(3).
           05 NR-CCOCOM            PIC X(3).
           05 NR-JRETOU            PIC 9(8).
           05 NR-JRETOU-R REDEFINES NR-JRETOU.
              10 NR-AAAA           PIC 9(4).
              10 NR-MM             PIC 9(2).
              10 NR-JJ             PIC 9(2).
           05 NR-CNPAI             PIC X(2).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'RETNPAI 00 DU 15/10/26'.

       01  NR-FS                PIC X(2).
           88 NR-OK                  VALUE '00'.
           88 NR-FIN                 VALUE '10'.
       01  RP-FS                PIC X(2).
       01  PR-FS                PIC X(2).
           88 PR-OK                  VALUE '00'.

      * MOTIFS DE NON DISTRIBUTION ADMIS
       01  W-MOTIFS-INIT.
           05 FILLER            PIC X(34) VALUE
              'N''HABITE PAS A L''ADRESSE        NP'.
           05 FILLER            PIC X(34) VALUE
              'ADRESSE INCOMPLETE              AI'.
           05 FILLER            PIC X(34) VALUE
              'INCONNU A L''ADRESSE             IN'.
           05 FILLER            PIC X(34) VALUE
              'DESTINATAIRE DECEDE             DC'.
           05 FILLER            PIC X(34) VALUE
              'PLI REFUSE                      RF'.
       01  W-MOTIFS-TABLE REDEFINES W-MOTIFS-INIT.
           05 W-MOTIF-POSTE OCCURS 5.
              10 W-MOTLIB       PIC X(32).
              10 W-MOTCOD       PIC X(2).
       01  W-NBMOT              PIC 9(2) COMP VALUE 5.
       01  IND                  PIC 9(2) COMP.
       01  W-IXMOT              PIC 9(2) COMP.

       01  W-MOTIF              PIC X(40).
       01  W-SW-REPETE          PIC X(1).
           88 W-RETOUR-REPETE        VALUE 'O'.

       01  W-NBLUS              PIC 9(7) VALUE 0.
       01  W-NBMARQUES          PIC 9(7) VALUE 0.
       01  W-NBREPETES          PIC 9(7) VALUE 0.
       01  W-NBREJETES          PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'AVIS RETOURNES NPAI - COMPTES A RECHERCHER PAR LE SIP'.
       01  LIGNE-SEPARATION     PIC X(132) VALUE ALL '-'.
       01  LIGNE-COMPTE.
           05 LC-AC3DIR         PIC X(3).
           05 FILLER            PIC X(1).
           05 LC-CCOCOM         PIC X(3).
           05 FILLER            PIC X(1).
           05 LC-ANUPRO         PIC X(6).
           05 FILLER            PIC X(1).
           05 LC-DDENOM         PIC X(38).
           05 FILLER            PIC X(1).
           05 LC-JRETOU         PIC 9(8).
           05 FILLER            PIC X(1).
           05 LC-MOTLIB         PIC X(32).
           05 FILLER            PIC X(1).
           05 LC-REPETE         PIC X(13).
       01  LIGNE-ADRESSE.
           05 FILLER            PIC X(15) VALUE SPACE.
           05 LA-DADRL1         PIC X(32).
           05 FILLER            PIC X(1).
           05 LA-DADRL2         PIC X(32).
           05 FILLER            PIC X(1).
           05 LA-CPOSTA         PIC X(5).
           05 FILLER            PIC X(1).
           05 LA-DLIPOS         PIC X(26).
       01  LIGNE-REJET.
           05 FILLER            PIC X(8)  VALUE 'REJET   '.
           05 LR-ANUPRO         PIC X(6).
           05 FILLER            PIC X(1).
           05 LR-JRETOU         PIC X(8).
           05 FILLER            PIC X(1).
           05 LR-CNPAI          PIC X(2).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).
       01  LIGNE-TOTAL.
           05 FILLER            PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE        PIC X(40).
           05 LG-NOMBRE         PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT RETOUR.
           IF NOT NR-OK
               DISPLAY 'RETNPAI - FICHIER DES RETOURS ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O   REFPRO.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.

           PERFORM 1000-TRAITER-RETOUR
               THRU 1000-TRAITER-RETOUR-EXIT
               UNTIL NR-FIN.

           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'PLIS RETOURNES LUS'           TO LG-LIBELLE.
           MOVE W-NBLUS                        TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'COMPTES MARQUES NPAI'         TO LG-LIBELLE.
           MOVE W-NBMARQUES                    TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DONT RETOURS REPETES'         TO LG-LIBELLE.
           MOVE W-NBREPETES                    TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'RETOURS REJETES'              TO LG-LIBELLE.
           MOVE W-NBREJETES                    TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.

           CLOSE RETOUR REFPRO RAPPORT.
           DISPLAY 'RETNPAI - PLIS RETOURNES LUS    : ' W-NBLUS.
           DISPLAY 'RETNPAI - COMPTES MARQUES NPAI  : ' W-NBMARQUES.
           DISPLAY 'RETNPAI - DONT RETOURS REPETES  : ' W-NBREPETES.
           DISPLAY 'RETNPAI - RETOURS REJETES       : ' W-NBREJETES.
           IF W-NBREJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-RETOUR.
      *---------------------------------------------------------
           READ RETOUR
               AT END SET NR-FIN TO TRUE
                      GO TO 1000-TRAITER-RETOUR-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           MOVE SPACE TO W-MOTIF.

           PERFORM 2000-CONTROLER-RETOUR
               THRU 2000-CONTROLER-RETOUR-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 1000-TRAITER-RETOUR-EXIT
           END-IF.

           MOVE NR-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE 'COMPTE ABSENT DU REFERENTIEL' TO W-MOTIF
                   PERFORM 8000-REJETER
                       THRU 8000-REJETER-EXIT
                   GO TO 1000-TRAITER-RETOUR-EXIT
           END-READ.

      * UN COMPTE DEJA NPAI GARDE LA DATE DE SON DERNIER RETOUR ;
      * IL EST SIGNALE COMME RETOUR REPETE AU SIP
           MOVE 'N' TO W-SW-REPETE.
           IF PR-NPAI
               SET W-RETOUR-REPETE TO TRUE
               ADD 1 TO W-NBREPETES
           END-IF.
           IF NOT PR-NPAI OR PR-JNPAI NOT NUMERIC
              OR NR-JRETOU > PR-JNPAI
               MOVE 'O'       TO PR-GNPAI
               MOVE NR-JRETOU TO PR-JNPAI
               MOVE NR-CNPAI  TO PR-CNPAI
               REWRITE ENR-REFPRO
                   INVALID KEY
                       MOVE 'ECHEC DE REECRITURE REFPRO' TO W-MOTIF
                       PERFORM 8000-REJETER
                           THRU 8000-REJETER-EXIT
                       GO TO 1000-TRAITER-RETOUR-EXIT
               END-REWRITE
           END-IF.
           ADD 1 TO W-NBMARQUES.

           MOVE NR-AC3DIR           TO LC-AC3DIR.
           MOVE NR-CCOCOM           TO LC-CCOCOM.
           MOVE PR-ANUPRO           TO LC-ANUPRO.
           MOVE PR-DDENOM           TO LC-DDENOM.
           MOVE NR-JRETOU           TO LC-JRETOU.
           MOVE W-MOTLIB (W-IXMOT)  TO LC-MOTLIB.
           IF W-RETOUR-REPETE
               MOVE 'RETOUR REPETE' TO LC-REPETE
           ELSE
               MOVE SPACE           TO LC-REPETE
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-COMPTE.
           MOVE PR-DADRL1 TO LA-DADRL1.
           MOVE PR-DADRL2 TO LA-DADRL2.
           MOVE PR-CPOSTA TO LA-CPOSTA.
           MOVE PR-DLIPOS TO LA-DLIPOS.
           WRITE ENR-RAPPORT FROM LIGNE-ADRESSE.
       1000-TRAITER-RETOUR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-RETOUR.
      *---------------------------------------------------------
           IF NR-NNUPRO NOT NUMERIC
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE' TO W-MOTIF
               GO TO 2000-CONTROLER-RETOUR-EXIT
           END-IF.
           IF NR-JRETOU NOT NUMERIC
              OR NR-MM < 1 OR NR-MM > 12
              OR NR-JJ < 1 OR NR-JJ > 31
               MOVE 'DATE DE RETOUR INVALIDE' TO W-MOTIF
               GO TO 2000-CONTROLER-RETOUR-EXIT
           END-IF.
           MOVE 0 TO W-IXMOT.
           PERFORM 2100-CHERCHER-MOTIF
               THRU 2100-CHERCHER-MOTIF-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > W-NBMOT OR W-IXMOT > 0.
           IF W-IXMOT = 0
               MOVE 'MOTIF DE NON DISTRIBUTION INCONNU' TO W-MOTIF
           END-IF.
       2000-CONTROLER-RETOUR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CHERCHER-MOTIF.
      *---------------------------------------------------------
           IF W-MOTCOD (IND) = NR-CNPAI
               MOVE IND TO W-IXMOT
           END-IF.
       2100-CHERCHER-MOTIF-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO W-NBREJETES.
           MOVE NR-ANUPRO TO LR-ANUPRO.
           MOVE NR-JRETOU TO LR-JRETOU.
           MOVE NR-CNPAI  TO LR-CNPAI.
           MOVE W-MOTIF   TO LR-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-REJET.
       8000-REJETER-EXIT.
           EXIT.
       END PROGRAM RETNPAI.
