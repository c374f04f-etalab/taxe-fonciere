      *********************************************************
      * PROGRAMME FUSIPRO                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * FUSION DES COMPTES PROPRIETAIRES EN DOUBLON, A PARTIR *
      * D'UN FICHIER DE COUPLES (COMPTE CONSERVE, COMPTE      *
      * SUPPRIME) PREPARE PAR LE SIP, LE CAS ECHEANT A PARTIR *
      * DES SUGGESTIONS DE DOUBLPRO. POUR CHAQUE COUPLE       *
      * CONTROLE (COMPTES NUMERIQUES, DISTINCTS, PRESENTS AU  *
      * REFERENTIEL REFPRO ET NON DEJA FUSIONNES, PAS DE      *
      * FUSION EN CHAINE, AUCUNE LIQUIDATION DU SUPPRIME DEJA *
      * PRESENTE SOUS LE CONSERVE POUR LA MEME ANNEE, COMMUNE *
      * ET SERIE-ROLE) : LES LIQUIDATIONS HISTOB/HISTONB DU   *
      * COMPTE SUPPRIME, RELEVEES PAR L'INDEX ALTERNATIF      *
      * ANUPRO, SONT RECREEES SOUS LE COMPTE CONSERVE ; LES   *
      * CONSERVATIONS RETENB/RETENNB ET LES DOSSIERS DU       *
      * REGISTRE DES RECLAMATIONS (REGRECL) SONT REPORTES EN  *
      * UN PASSAGE ; LE COMPTE SUPPRIME EST RETIRE DU         *
      * REFERENTIEL (TOP FUSION ET POINTEUR VERS LE COMPTE    *
      * CONSERVE). CHAQUE DEPLACEMENT EST INSCRIT AU JOURNAL  *
      * CUMULATIF JNLFPR. MODE 'A' DU PARAMETRE PARMFUS :     *
      * ANNULATION DES FUSIONS DES COUPLES DU FICHIER, EN     *
      * REJOUANT A L'ENVERS LES DEPLACEMENTS JOURNALISES A LA *
      * DATE DE LA FUSION. L'ETAT DES COMPTES FUSIONNES DONNE *
      * PAR COUPLE LE SORT, LES VOLUMES DEPLACES PAR FICHIER  *
      * ET LES CONFLITS. LES ANNEES DEJA ARCHIVEES PAR        *
      * PURGHIST RESTENT SOUS L'ANCIEN COMPTE. RC 4 SI UN     *
      * COUPLE EST REJETE OU UN ENREGISTREMENT EN CONFLIT.    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIPRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMFUS     ASSIGN  TO  PARMFUS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PF-FS.
           SELECT  PAIRES      ASSIGN  TO  FUSPRO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS FP-FS.
           SELECT  JOURNAL-FUS ASSIGN  TO  JNLFPR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JF-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.
           SELECT  HISTOB      ASSIGN  TO  HISTOB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HB-CLETOT
                               ALTERNATE RECORD KEY HB-ANUPRO
                                   WITH DUPLICATES
                               FILE STATUS  HB-FS.
           SELECT  HISTONB     ASSIGN  TO  HISTONB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HNB-CLETOT
                               ALTERNATE RECORD KEY HNB-ANUPRO
                                   WITH DUPLICATES
                               FILE STATUS  HNB-FS.
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
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RG-REFDOS
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.

       DATA DIVISION.
       FILE SECTION.
      * MODE FACULTATIF : 'F' FUSION (DEFAUT), 'A' ANNULATION
       FD  PARMFUS.
       01  ENR-PARMFUS.
           05 PF-MODE              PIC X(1).

      * UN COUPLE (COMPTE CONSERVE, COMPTE SUPPRIME) PAR
      * ENREGISTREMENT, MEME FICHIER POUR LA FUSION ET POUR SON
      * ANNULATION
       FD  PAIRES.
       01  ENR-PAIRES.
           05 FP-ANUCON.
              10 FP-CGRCON         PIC X(1).
              10 FP-NNUCON         PIC X(5).
           05 FP-ANUSUP.
              10 FP-CGRSUP         PIC X(1).
              10 FP-NNUSUP         PIC X(5).

      * JOURNAL CUMULATIF DES DEPLACEMENTS : UNE LIGNE PAR
      * ENREGISTREMENT DEPLACE, CLE APRES DEPLACEMENT. SERT A
      * L'ANNULATION D'UNE FUSION
       FD  JOURNAL-FUS.
       01  ENR-JOURNAL-FUS.
           05 JF-DATJOU            PIC 9(8).
           05 JF-HEUJOU            PIC 9(8).
           05 JF-MODE              PIC X(1).
           05 JF-ANUCON            PIC X(6).
           05 JF-ANUSUP            PIC X(6).
           05 JF-JFUSIO            PIC 9(8).
           05 JF-FICHIER           PIC X(8).
           05 JF-CLE               PIC X(17).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       FD  HISTOB.
       01  ENR-HISTOB.
           05 HB-CLETOT.
              10 HB-JANIPT             PIC 9(4).
              10 HB-ACODIR.
                 15 HB-CCODEP          PIC X(2).
                 15 HB-CCODIR          PIC X(1).
              10 HB-CCOCOM             PIC X(3).
              10 HB-DLETSR             PIC X(1).
              10 HB-ANUPRO.
                 15 HB-CGROUP          PIC X(1).
                 15 HB-DNUMCP          PIC 9(5).
           05 HB-RETOUR                PIC X(600).
           05 HB-CR                    PIC 9(2).
           05 HB-RC                    PIC 9(2).

       FD  HISTONB.
       01  ENR-HISTONB.
           05 HNB-CLETOT.
              10 HNB-JANIPT            PIC 9(4).
              10 HNB-ACODIR.
                 15 HNB-CCODEP         PIC X(2).
                 15 HNB-CCODIR         PIC X(1).
              10 HNB-CCOCOM            PIC X(3).
              10 HNB-DLETSR            PIC X(1).
              10 HNB-ANUPRO.
                 15 HNB-CGROUP         PIC X(1).
                 15 HNB-DNUMCP         PIC 9(5).
           05 HNB-RETOUR               PIC X(600).
           05 HNB-CR                   PIC 9(2).
           05 HNB-RC                   PIC 9(2).

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

       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'FUSIPRO 00 DU 15/10/26'.

       01  PF-FS                   PIC X(2).
           88 PF-OK                     VALUE '00'.
       01  FP-FS                   PIC X(2).
           88 FP-OK                     VALUE '00'.
           88 FP-FIN                    VALUE '10'.
       01  JF-FS                   PIC X(2).
           88 JF-OK                     VALUE '00'.
           88 JF-FIN                    VALUE '10'.
           88 JF-ABSENT                 VALUE '35'.
       01  RP-FS                   PIC X(2).
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
           88 RB-FIN                    VALUE '10'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
           88 RNB-FIN                   VALUE '10'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
           88 RG-FIN                    VALUE '10'.

       01  W-MODE                  PIC X(1) VALUE 'F'.
           88 W-MODE-FUSION             VALUE 'F'.
           88 W-MODE-ANNULATION         VALUE 'A'.
       01  W-JFUSIO                PIC 9(8).
       01  W-MOTIF                 PIC X(40).
       01  W-SW-FIN                PIC X(1).
           88 W-FIN-LECTURE             VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-PAIRE-TROUVEE           VALUE 'O'.

      * COUPLES DU FICHIER, AVEC LEUR SORT ET LES VOLUMES DEPLACES
      * PAR FICHIER, EDITES EN FIN DE TRAITEMENT
       01  W-MAXPAI                PIC 9(4) COMP VALUE 500.
       01  W-NBPAI                 PIC 9(4) COMP VALUE 0.
       01  TABLE-PAI.
           05 PAI-ENTREE OCCURS 500.
              10 PAI-ANUCON        PIC X(6).
              10 PAI-ANUSUP        PIC X(6).
              10 PAI-DDENOM        PIC X(38).
              10 PAI-JFUSIO        PIC 9(8).
              10 PAI-STATUT        PIC X(1).
                 88 PAI-ACCEPTEE        VALUE 'A'.
                 88 PAI-REJETEE         VALUE 'R'.
              10 PAI-MOTIF         PIC X(40).
              10 PAI-NBHB          PIC 9(5) COMP.
              10 PAI-NBHNB         PIC 9(5) COMP.
              10 PAI-NBRB          PIC 9(5) COMP.
              10 PAI-NBRNB         PIC 9(5) COMP.
              10 PAI-NBRG          PIC 9(5) COMP.
              10 PAI-NBCONF        PIC 9(5) COMP.
       01  IXP                     PIC 9(4) COMP.
       01  IXQ                     PIC 9(4) COMP.

      * CLES DES LIQUIDATIONS DU COMPTE SUPPRIME, RELEVEES PAR
      * L'INDEX ALTERNATIF ANUPRO AVANT TOUT DEPLACEMENT
       01  W-MAXCLE                PIC 9(4) COMP VALUE 300.
       01  W-NBCLB                 PIC 9(4) COMP.
       01  W-NBCLN                 PIC 9(4) COMP.
       01  TABLE-CLB.
           05 CLB-CLE              PIC X(17) OCCURS 300.
       01  TABLE-CLN.
           05 CLN-CLE              PIC X(17) OCCURS 300.
       01  IXC                     PIC 9(4) COMP.
       01  W-CLE-HIST.
           05 W-CLH-DEBUT          PIC X(11).
           05 W-CLH-ANUPRO         PIC X(6).

      * ANNULATION : DEPLACEMENTS JOURNALISES DES FUSIONS A
      * ANNULER, CHARGES DEPUIS LE JOURNAL AVANT SA REOUVERTURE
       01  W-MAXJRN                PIC 9(4) COMP VALUE 5000.
       01  W-NBJRN                 PIC 9(4) COMP VALUE 0.
       01  TABLE-JRN.
           05 JRN-ENTREE OCCURS 5000.
              10 JRN-IXP           PIC 9(4) COMP.
              10 JRN-JFUSIO        PIC 9(8).
              10 JRN-FICHIER       PIC X(8).
              10 JRN-CLE           PIC X(17).
       01  IXJ                     PIC 9(4) COMP.
       01  W-NBJRN-PAI             PIC 9(5) COMP.

       01  W-NBLUES                PIC 9(7) VALUE 0.
       01  W-NBACCEPTEES           PIC 9(7) VALUE 0.
       01  W-NBREJETEES            PIC 9(7) VALUE 0.
       01  W-NBCONFLITS            PIC 9(7) VALUE 0.

      * LIGNES DE L'ETAT DES COMPTES FUSIONNES
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(40) VALUE
              'FUSION DES COMPTES PROPRIETAIRES EN DOUB'.
           05 FILLER               PIC X(7)  VALUE 'LON -  '.
           05 LE-MODE              PIC X(10).
           05 FILLER               PIC X(4)  VALUE ' DU '.
           05 LE-JFUSIO            PIC 9(8).
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'CONSERVE SUPPRIME DESIGNATION DU COMPTE CONSERVE
      -    '          SORT     HISTOB HISTONB  RETENB RETENNB REGRECL
      -    ' CONFL'.
       01  LIGNE-PAIRE.
           05 LP-ANUCON            PIC X(6).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LP-ANUSUP            PIC X(6).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LP-DDENOM            PIC X(38).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LP-SORT              PIC X(8).
           05 LP-NBHB              PIC Z(6)9.
           05 LP-NBHNB             PIC Z(7)9.
           05 LP-NBRB              PIC Z(7)9.
           05 LP-NBRNB             PIC Z(7)9.
           05 LP-NBRG              PIC Z(7)9.
           05 LP-NBCONF            PIC Z(5)9.
       01  LIGNE-MOTIF.
           05 FILLER               PIC X(18) VALUE SPACE.
           05 FILLER               PIC X(8)  VALUE 'MOTIF : '.
           05 LM-MOTIF             PIC X(40).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 2000-TRAITER-PAIRE
               THRU 2000-TRAITER-PAIRE-EXIT
               VARYING IXP FROM 1 BY 1 UNTIL IXP > W-NBPAI.
      * LES CONSERVATIONS ET LE REGISTRE DES RECLAMATIONS N'ONT
      * PAS D'INDEX SUR LE COMPTE : UN PASSAGE SEQUENTIEL UNIQUE
      * TRAITE TOUS LES COUPLES ACCEPTES
           IF W-MODE-FUSION AND W-NBACCEPTEES > 0
               PERFORM 3000-FUSIONNER-RETENB
                   THRU 3000-FUSIONNER-RETENB-EXIT
               PERFORM 3100-FUSIONNER-RETENNB
                   THRU 3100-FUSIONNER-RETENNB-EXIT
               PERFORM 3200-FUSIONNER-REGRECL
                   THRU 3200-FUSIONNER-REGRECL-EXIT
           END-IF.
           PERFORM 8000-EDITER-ETAT
               THRU 8000-EDITER-ETAT-EXIT.
           PERFORM 9000-TERMINAISON
               THRU 9000-TERMINAISON-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           ACCEPT W-JFUSIO FROM DATE YYYYMMDD.
           OPEN INPUT PARMFUS.
           IF PF-OK
               READ PARMFUS
                   AT END MOVE SPACE TO ENR-PARMFUS
               END-READ
               CLOSE PARMFUS
               IF PF-MODE = 'A'
                   SET W-MODE-ANNULATION TO TRUE
               END-IF
           END-IF.

           OPEN INPUT PAIRES.
           IF NOT FP-OK
               DISPLAY 'FUSIPRO - FICHIER DES COUPLES ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO W-SW-FIN.
           PERFORM 1100-CHARGER-PAIRE
               THRU 1100-CHARGER-PAIRE-EXIT
               UNTIL W-FIN-LECTURE.
           CLOSE PAIRES.

      * ANNULATION : LES DEPLACEMENTS DES COUPLES DEMANDES SONT
      * RELUS DANS LE JOURNAL AVANT QU'IL NE SOIT PROLONGE
           IF W-MODE-ANNULATION
               OPEN INPUT JOURNAL-FUS
               IF JF-OK
                   PERFORM 1200-CHARGER-JOURNAL
                       THRU 1200-CHARGER-JOURNAL-EXIT
                       UNTIL JF-FIN
                   CLOSE JOURNAL-FUS
               END-IF
           END-IF.
           OPEN EXTEND JOURNAL-FUS.
           IF JF-ABSENT
               OPEN OUTPUT JOURNAL-FUS
           END-IF.

           OPEN I-O REFPRO HISTOB HISTONB RETENB RETENNB REGRECL.
           OPEN OUTPUT RAPPORT.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CHARGER-PAIRE.
      *---------------------------------------------------------
           READ PAIRES
               AT END SET W-FIN-LECTURE TO TRUE
                      GO TO 1100-CHARGER-PAIRE-EXIT
           END-READ.
           ADD 1 TO W-NBLUES.
           IF W-NBPAI >= W-MAXPAI
               ADD 1 TO W-NBREJETEES
               DISPLAY 'FUSIPRO - COUPLE NON TRAITE (TABLE PLEINE) '
                       FP-ANUCON ' ' FP-ANUSUP
               GO TO 1100-CHARGER-PAIRE-EXIT
           END-IF.
           ADD 1 TO W-NBPAI.
           INITIALIZE PAI-ENTREE (W-NBPAI).
           MOVE FP-ANUCON TO PAI-ANUCON (W-NBPAI).
           MOVE FP-ANUSUP TO PAI-ANUSUP (W-NBPAI).
           MOVE 'A'       TO PAI-STATUT (W-NBPAI).
       1100-CHARGER-PAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHARGER-JOURNAL.
      *---------------------------------------------------------
           READ JOURNAL-FUS
               AT END GO TO 1200-CHARGER-JOURNAL-EXIT
           END-READ.
           IF JF-MODE NOT = 'F'
               GO TO 1200-CHARGER-JOURNAL-EXIT
           END-IF.
           MOVE 'N' TO W-SW-TROUVE.
           PERFORM 1210-CHERCHER-PAIRE
               THRU 1210-CHERCHER-PAIRE-EXIT
               VARYING IXQ FROM 1 BY 1
               UNTIL IXQ > W-NBPAI OR W-PAIRE-TROUVEE.
           IF NOT W-PAIRE-TROUVEE
               GO TO 1200-CHARGER-JOURNAL-EXIT
           END-IF.
           IF W-NBJRN >= W-MAXJRN
               DISPLAY 'FUSIPRO - JOURNAL TROP VOLUMINEUX, '
                       'ANNULATION INCOMPLETE'
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CHARGER-JOURNAL-EXIT
           END-IF.
           ADD 1 TO W-NBJRN.
           SUBTRACT 1 FROM IXQ.
           MOVE IXQ        TO JRN-IXP (W-NBJRN).
           MOVE JF-JFUSIO  TO JRN-JFUSIO (W-NBJRN).
           MOVE JF-FICHIER TO JRN-FICHIER (W-NBJRN).
           MOVE JF-CLE     TO JRN-CLE (W-NBJRN).
       1200-CHARGER-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-CHERCHER-PAIRE.
      *---------------------------------------------------------
           IF PAI-ANUCON (IXQ) = JF-ANUCON
              AND PAI-ANUSUP (IXQ) = JF-ANUSUP
               SET W-PAIRE-TROUVEE TO TRUE
           END-IF.
       1210-CHERCHER-PAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-PAIRE.
      *---------------------------------------------------------
           MOVE SPACE TO W-MOTIF.
           PERFORM 2100-CONTROLER-PAIRE
               THRU 2100-CONTROLER-PAIRE-EXIT.
           IF W-MOTIF = SPACE
               IF W-MODE-FUSION
                   PERFORM 2200-CONTROLER-HISTORIQUE
                       THRU 2200-CONTROLER-HISTORIQUE-EXIT
               ELSE
                   PERFORM 2600-CONTROLER-ANNULATION
                       THRU 2600-CONTROLER-ANNULATION-EXIT
               END-IF
           END-IF.
           IF W-MOTIF NOT = SPACE
               MOVE 'R'     TO PAI-STATUT (IXP)
               MOVE W-MOTIF TO PAI-MOTIF (IXP)
               ADD 1 TO W-NBREJETEES
               GO TO 2000-TRAITER-PAIRE-EXIT
           END-IF.
           ADD 1 TO W-NBACCEPTEES.
           IF W-MODE-FUSION
               PERFORM 2300-FUSIONNER-HISTORIQUE
                   THRU 2300-FUSIONNER-HISTORIQUE-EXIT
               PERFORM 2400-RETIRER-COMPTE
                   THRU 2400-RETIRER-COMPTE-EXIT
           ELSE
               PERFORM 2700-ANNULER-FUSION
                   THRU 2700-ANNULER-FUSION-EXIT
           END-IF.
       2000-TRAITER-PAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CONTROLER-PAIRE.
      *---------------------------------------------------------
           IF PAI-ANUCON (IXP) (2:5) NOT NUMERIC
              OR PAI-ANUSUP (IXP) (2:5) NOT NUMERIC
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE' TO W-MOTIF
               GO TO 2100-CONTROLER-PAIRE-EXIT
           END-IF.
           IF PAI-ANUCON (IXP) = PAI-ANUSUP (IXP)
               MOVE 'COMPTES CONSERVE ET SUPPRIME IDENTIQUES'
                   TO W-MOTIF
               GO TO 2100-CONTROLER-PAIRE-EXIT
           END-IF.
      * PAS DE FUSION EN CHAINE NI DE COMPTE SUPPRIME DEUX FOIS
      * DANS LE MEME FICHIER
           PERFORM 2110-CONTROLER-CHAINE
               THRU 2110-CONTROLER-CHAINE-EXIT
               VARYING IXQ FROM 1 BY 1
               UNTIL IXQ > W-NBPAI OR W-MOTIF NOT = SPACE.
           IF W-MOTIF NOT = SPACE
               GO TO 2100-CONTROLER-PAIRE-EXIT
           END-IF.
           MOVE PAI-ANUCON (IXP) TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE 'COMPTE CONSERVE ABSENT DU REFERENTIEL'
                       TO W-MOTIF
                   GO TO 2100-CONTROLER-PAIRE-EXIT
           END-READ.
           IF PR-COMPTE-FUSIONNE
               MOVE 'COMPTE CONSERVE LUI-MEME FUSIONNE' TO W-MOTIF
               GO TO 2100-CONTROLER-PAIRE-EXIT
           END-IF.
           MOVE PR-DDENOM TO PAI-DDENOM (IXP).
           MOVE PAI-ANUSUP (IXP) TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE 'COMPTE SUPPRIME ABSENT DU REFERENTIEL'
                       TO W-MOTIF
           END-READ.
       2100-CONTROLER-PAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2110-CONTROLER-CHAINE.
      *---------------------------------------------------------
           IF IXQ = IXP
               GO TO 2110-CONTROLER-CHAINE-EXIT
           END-IF.
           IF PAI-ANUSUP (IXQ) = PAI-ANUCON (IXP)
               MOVE 'COMPTE CONSERVE SUPPRIME PAR AILLEURS'
                   TO W-MOTIF
               GO TO 2110-CONTROLER-CHAINE-EXIT
           END-IF.
           IF PAI-ANUSUP (IXQ) = PAI-ANUSUP (IXP)
               MOVE 'COMPTE SUPPRIME EN DOUBLE DANS LE FICHIER'
                   TO W-MOTIF
           END-IF.
       2110-CONTROLER-CHAINE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-HISTORIQUE.
      *---------------------------------------------------------
           IF PR-COMPTE-FUSIONNE
               MOVE 'COMPTE SUPPRIME DEJA FUSIONNE' TO W-MOTIF
               GO TO 2200-CONTROLER-HISTORIQUE-EXIT
           END-IF.
      * RELEVE DES LIQUIDATIONS DU COMPTE SUPPRIME PAR L'INDEX
      * ALTERNATIF, PUIS CONTROLE QU'AUCUNE N'EXISTE DEJA SOUS LE
      * COMPTE CONSERVE (MEME ANNEE, COMMUNE ET SERIE-ROLE)
           MOVE 0 TO W-NBCLB W-NBCLN.
           MOVE 'N' TO W-SW-FIN.
           MOVE PAI-ANUSUP (IXP) TO HB-ANUPRO.
           START HISTOB KEY NOT < HB-ANUPRO
               INVALID KEY SET W-FIN-LECTURE TO TRUE
           END-START.
           PERFORM 2210-RELEVER-HISTOB
               THRU 2210-RELEVER-HISTOB-EXIT
               UNTIL W-FIN-LECTURE.
           MOVE 'N' TO W-SW-FIN.
           MOVE PAI-ANUSUP (IXP) TO HNB-ANUPRO.
           START HISTONB KEY NOT < HNB-ANUPRO
               INVALID KEY SET W-FIN-LECTURE TO TRUE
           END-START.
           PERFORM 2220-RELEVER-HISTONB
               THRU 2220-RELEVER-HISTONB-EXIT
               UNTIL W-FIN-LECTURE.
           IF W-MOTIF NOT = SPACE
               GO TO 2200-CONTROLER-HISTORIQUE-EXIT
           END-IF.
           PERFORM 2230-TESTER-CLE-HISTOB
               THRU 2230-TESTER-CLE-HISTOB-EXIT
               VARYING IXC FROM 1 BY 1
               UNTIL IXC > W-NBCLB OR W-MOTIF NOT = SPACE.
           PERFORM 2240-TESTER-CLE-HISTONB
               THRU 2240-TESTER-CLE-HISTONB-EXIT
               VARYING IXC FROM 1 BY 1
               UNTIL IXC > W-NBCLN OR W-MOTIF NOT = SPACE.
       2200-CONTROLER-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2210-RELEVER-HISTOB.
      *---------------------------------------------------------
           READ HISTOB NEXT
               AT END SET W-FIN-LECTURE TO TRUE
                      GO TO 2210-RELEVER-HISTOB-EXIT
           END-READ.
           IF HB-ANUPRO NOT = PAI-ANUSUP (IXP)
               SET W-FIN-LECTURE TO TRUE
               GO TO 2210-RELEVER-HISTOB-EXIT
           END-IF.
           IF W-NBCLB >= W-MAXCLE
               MOVE 'TROP DE LIQUIDATIONS BATIES A DEPLACER'
                   TO W-MOTIF
               SET W-FIN-LECTURE TO TRUE
               GO TO 2210-RELEVER-HISTOB-EXIT
           END-IF.
           ADD 1 TO W-NBCLB.
           MOVE HB-CLETOT TO CLB-CLE (W-NBCLB).
       2210-RELEVER-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2220-RELEVER-HISTONB.
      *---------------------------------------------------------
           READ HISTONB NEXT
               AT END SET W-FIN-LECTURE TO TRUE
                      GO TO 2220-RELEVER-HISTONB-EXIT
           END-READ.
           IF HNB-ANUPRO NOT = PAI-ANUSUP (IXP)
               SET W-FIN-LECTURE TO TRUE
               GO TO 2220-RELEVER-HISTONB-EXIT
           END-IF.
           IF W-NBCLN >= W-MAXCLE
               MOVE 'TROP DE LIQUIDATIONS NON BATIES A DEPLACER'
                   TO W-MOTIF
               SET W-FIN-LECTURE TO TRUE
               GO TO 2220-RELEVER-HISTONB-EXIT
           END-IF.
           ADD 1 TO W-NBCLN.
           MOVE HNB-CLETOT TO CLN-CLE (W-NBCLN).
       2220-RELEVER-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2230-TESTER-CLE-HISTOB.
      *---------------------------------------------------------
           MOVE CLB-CLE (IXC)    TO W-CLE-HIST.
           MOVE PAI-ANUCON (IXP) TO W-CLH-ANUPRO.
           MOVE W-CLE-HIST       TO HB-CLETOT.
           READ HISTOB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'LIQUIDATION BATIE DEJA SOUS LE CONSERVE'
                       TO W-MOTIF
           END-READ.
       2230-TESTER-CLE-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2240-TESTER-CLE-HISTONB.
      *---------------------------------------------------------
           MOVE CLN-CLE (IXC)    TO W-CLE-HIST.
           MOVE PAI-ANUCON (IXP) TO W-CLH-ANUPRO.
           MOVE W-CLE-HIST       TO HNB-CLETOT.
           READ HISTONB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'LIQUIDATION NON BATIE DEJA SOUS LE CONSERVE'
                       TO W-MOTIF
           END-READ.
       2240-TESTER-CLE-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-FUSIONNER-HISTORIQUE.
      *---------------------------------------------------------
      * CHAQUE LIQUIDATION EST RECREEE SOUS LE COMPTE CONSERVE
      * PUIS SUPPRIMEE SOUS LE COMPTE SUPPRIME
           PERFORM 2310-DEPLACER-HISTOB
               THRU 2310-DEPLACER-HISTOB-EXIT
               VARYING IXC FROM 1 BY 1 UNTIL IXC > W-NBCLB.
           PERFORM 2320-DEPLACER-HISTONB
               THRU 2320-DEPLACER-HISTONB-EXIT
               VARYING IXC FROM 1 BY 1 UNTIL IXC > W-NBCLN.
       2300-FUSIONNER-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2310-DEPLACER-HISTOB.
      *---------------------------------------------------------
           MOVE CLB-CLE (IXC) TO HB-CLETOT.
           READ HISTOB
               INVALID KEY GO TO 2310-DEPLACER-HISTOB-EXIT
           END-READ.
           MOVE PAI-ANUCON (IXP) TO HB-ANUPRO.
           WRITE ENR-HISTOB
               INVALID KEY
                   ADD 1 TO PAI-NBCONF (IXP)
                   GO TO 2310-DEPLACER-HISTOB-EXIT
           END-WRITE.
           MOVE HB-CLETOT TO JF-CLE.
           MOVE CLB-CLE (IXC) TO HB-CLETOT.
           DELETE HISTOB
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO PAI-NBHB (IXP).
           MOVE 'HISTOB' TO JF-FICHIER.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2310-DEPLACER-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2320-DEPLACER-HISTONB.
      *---------------------------------------------------------
           MOVE CLN-CLE (IXC) TO HNB-CLETOT.
           READ HISTONB
               INVALID KEY GO TO 2320-DEPLACER-HISTONB-EXIT
           END-READ.
           MOVE PAI-ANUCON (IXP) TO HNB-ANUPRO.
           WRITE ENR-HISTONB
               INVALID KEY
                   ADD 1 TO PAI-NBCONF (IXP)
                   GO TO 2320-DEPLACER-HISTONB-EXIT
           END-WRITE.
           MOVE HNB-CLETOT TO JF-CLE.
           MOVE CLN-CLE (IXC) TO HNB-CLETOT.
           DELETE HISTONB
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO PAI-NBHNB (IXP).
           MOVE 'HISTONB' TO JF-FICHIER.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2320-DEPLACER-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-RETIRER-COMPTE.
      *---------------------------------------------------------
      * LE COMPTE SUPPRIME RESTE AU REFERENTIEL, MARQUE FUSIONNE
      * ET POINTANT SUR LE COMPTE CONSERVE
           MOVE PAI-ANUSUP (IXP) TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY GO TO 2400-RETIRER-COMPTE-EXIT
           END-READ.
           MOVE 'F'              TO PR-GFUSIO.
           MOVE PAI-ANUCON (IXP) TO PR-ANUFUS.
           MOVE W-JFUSIO         TO PR-JFUSIO.
           REWRITE ENR-REFPRO
               INVALID KEY GO TO 2400-RETIRER-COMPTE-EXIT
           END-REWRITE.
           MOVE W-JFUSIO  TO PAI-JFUSIO (IXP).
           MOVE 'REFPRO'  TO JF-FICHIER.
           MOVE PR-ANUPRO TO JF-CLE.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2400-RETIRER-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2600-CONTROLER-ANNULATION.
      *---------------------------------------------------------
      * LE COMPTE SUPPRIME DOIT ETRE FUSIONNE DANS LE COMPTE
      * CONSERVE ; SEULS LES DEPLACEMENTS DE CETTE FUSION (MEME
      * DATE) SONT ANNULES
           IF NOT PR-COMPTE-FUSIONNE
              OR PR-ANUFUS NOT = PAI-ANUCON (IXP)
               MOVE 'COMPTE NON FUSIONNE DANS LE CONSERVE'
                   TO W-MOTIF
               GO TO 2600-CONTROLER-ANNULATION-EXIT
           END-IF.
           MOVE PR-JFUSIO TO PAI-JFUSIO (IXP).
           MOVE 0 TO W-NBJRN-PAI.
           PERFORM 2610-COMPTER-JOURNAL
               THRU 2610-COMPTER-JOURNAL-EXIT
               VARYING IXJ FROM 1 BY 1 UNTIL IXJ > W-NBJRN.
           IF W-NBJRN-PAI = 0
               MOVE 'FUSION ABSENTE DU JOURNAL' TO W-MOTIF
           END-IF.
       2600-CONTROLER-ANNULATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2610-COMPTER-JOURNAL.
      *---------------------------------------------------------
           IF JRN-IXP (IXJ) = IXP
              AND JRN-JFUSIO (IXJ) = PAI-JFUSIO (IXP)
               ADD 1 TO W-NBJRN-PAI
           END-IF.
       2610-COMPTER-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       2700-ANNULER-FUSION.
      *---------------------------------------------------------
           PERFORM 2710-ANNULER-DEPLACEMENT
               THRU 2710-ANNULER-DEPLACEMENT-EXIT
               VARYING IXJ FROM 1 BY 1 UNTIL IXJ > W-NBJRN.
      * LE COMPTE SUPPRIME REDEVIENT UN COMPTE ACTIF
           MOVE PAI-ANUSUP (IXP) TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY GO TO 2700-ANNULER-FUSION-EXIT
           END-READ.
           MOVE SPACE TO PR-GFUSIO PR-ANUFUS.
           MOVE 0     TO PR-JFUSIO.
           REWRITE ENR-REFPRO
               INVALID KEY GO TO 2700-ANNULER-FUSION-EXIT
           END-REWRITE.
           MOVE 'REFPRO'  TO JF-FICHIER.
           MOVE PR-ANUPRO TO JF-CLE.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2700-ANNULER-FUSION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2710-ANNULER-DEPLACEMENT.
      *---------------------------------------------------------
           IF JRN-IXP (IXJ) NOT = IXP
              OR JRN-JFUSIO (IXJ) NOT = PAI-JFUSIO (IXP)
               GO TO 2710-ANNULER-DEPLACEMENT-EXIT
           END-IF.
           MOVE JRN-FICHIER (IXJ) TO JF-FICHIER.
           EVALUATE JRN-FICHIER (IXJ)
               WHEN 'HISTOB'
                   PERFORM 2720-RESTITUER-HISTOB
                       THRU 2720-RESTITUER-HISTOB-EXIT
               WHEN 'HISTONB'
                   PERFORM 2730-RESTITUER-HISTONB
                       THRU 2730-RESTITUER-HISTONB-EXIT
               WHEN 'RETENB'
                   PERFORM 2740-RESTITUER-RETENB
                       THRU 2740-RESTITUER-RETENB-EXIT
               WHEN 'RETENNB'
                   PERFORM 2750-RESTITUER-RETENNB
                       THRU 2750-RESTITUER-RETENNB-EXIT
               WHEN 'REGRECL'
                   PERFORM 2760-RESTITUER-REGRECL
                       THRU 2760-RESTITUER-REGRECL-EXIT
           END-EVALUATE.
       2710-ANNULER-DEPLACEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2720-RESTITUER-HISTOB.
      *---------------------------------------------------------
           MOVE JRN-CLE (IXJ) TO HB-CLETOT.
           READ HISTOB
               INVALID KEY GO TO 2720-RESTITUER-HISTOB-EXIT
           END-READ.
           MOVE PAI-ANUSUP (IXP) TO HB-ANUPRO.
           WRITE ENR-HISTOB
               INVALID KEY
                   ADD 1 TO PAI-NBCONF (IXP)
                   GO TO 2720-RESTITUER-HISTOB-EXIT
           END-WRITE.
           MOVE HB-CLETOT     TO JF-CLE.
           MOVE JRN-CLE (IXJ) TO HB-CLETOT.
           DELETE HISTOB
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO PAI-NBHB (IXP).
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2720-RESTITUER-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2730-RESTITUER-HISTONB.
      *---------------------------------------------------------
           MOVE JRN-CLE (IXJ) TO HNB-CLETOT.
           READ HISTONB
               INVALID KEY GO TO 2730-RESTITUER-HISTONB-EXIT
           END-READ.
           MOVE PAI-ANUSUP (IXP) TO HNB-ANUPRO.
           WRITE ENR-HISTONB
               INVALID KEY
                   ADD 1 TO PAI-NBCONF (IXP)
                   GO TO 2730-RESTITUER-HISTONB-EXIT
           END-WRITE.
           MOVE HNB-CLETOT    TO JF-CLE.
           MOVE JRN-CLE (IXJ) TO HNB-CLETOT.
           DELETE HISTONB
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO PAI-NBHNB (IXP).
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2730-RESTITUER-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2740-RESTITUER-RETENB.
      *---------------------------------------------------------
           MOVE JRN-CLE (IXJ) (1:11) TO RB-CLE.
           READ RETENB
               INVALID KEY GO TO 2740-RESTITUER-RETENB-EXIT
           END-READ.
           IF RB-ANUPRO NOT = PAI-ANUCON (IXP)
               GO TO 2740-RESTITUER-RETENB-EXIT
           END-IF.
           MOVE PAI-ANUSUP (IXP) TO RB-ANUPRO.
           REWRITE ENR-RETENB
               INVALID KEY GO TO 2740-RESTITUER-RETENB-EXIT
           END-REWRITE.
           ADD 1 TO PAI-NBRB (IXP).
           MOVE RB-CLE TO JF-CLE.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2740-RESTITUER-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2750-RESTITUER-RETENNB.
      *---------------------------------------------------------
           MOVE JRN-CLE (IXJ) TO RNB-CLETOT.
           READ RETENNB
               INVALID KEY GO TO 2750-RESTITUER-RETENNB-EXIT
           END-READ.
           MOVE PAI-ANUSUP (IXP) TO RNB-ANUPRO.
           WRITE ENR-RETENNB
               INVALID KEY
                   ADD 1 TO PAI-NBCONF (IXP)
                   GO TO 2750-RESTITUER-RETENNB-EXIT
           END-WRITE.
           MOVE RNB-CLETOT    TO JF-CLE.
           MOVE JRN-CLE (IXJ) TO RNB-CLETOT.
           DELETE RETENNB
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO PAI-NBRNB (IXP).
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2750-RESTITUER-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2760-RESTITUER-REGRECL.
      *---------------------------------------------------------
           MOVE JRN-CLE (IXJ) (1:10) TO RG-REFDOS.
           READ REGRECL
               INVALID KEY GO TO 2760-RESTITUER-REGRECL-EXIT
           END-READ.
           IF RG-ANUPRO NOT = PAI-ANUCON (IXP)
               GO TO 2760-RESTITUER-REGRECL-EXIT
           END-IF.
           MOVE PAI-ANUSUP (IXP) TO RG-ANUPRO.
           REWRITE ENR-REGRECL
               INVALID KEY GO TO 2760-RESTITUER-REGRECL-EXIT
           END-REWRITE.
           ADD 1 TO PAI-NBRG (IXP).
           MOVE RG-REFDOS TO JF-CLE.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       2760-RESTITUER-REGRECL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-FUSIONNER-RETENB.
      *---------------------------------------------------------
      * LE COMPTE N'EST PAS DANS LA CLE : REECRITURE EN PLACE
           MOVE 'N' TO W-SW-FIN.
           PERFORM 3010-FUSIONNER-UN-RETENB
               THRU 3010-FUSIONNER-UN-RETENB-EXIT
               UNTIL W-FIN-LECTURE.
       3000-FUSIONNER-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3010-FUSIONNER-UN-RETENB.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-LECTURE TO TRUE
                      GO TO 3010-FUSIONNER-UN-RETENB-EXIT
           END-READ.
           MOVE RB-ANUPRO TO W-CLH-ANUPRO.
           PERFORM 3900-CHERCHER-SUPPRIME
               THRU 3900-CHERCHER-SUPPRIME-EXIT.
           IF NOT W-PAIRE-TROUVEE
               GO TO 3010-FUSIONNER-UN-RETENB-EXIT
           END-IF.
           MOVE PAI-ANUCON (IXP) TO RB-ANUPRO.
           REWRITE ENR-RETENB
               INVALID KEY GO TO 3010-FUSIONNER-UN-RETENB-EXIT
           END-REWRITE.
           ADD 1 TO PAI-NBRB (IXP).
           MOVE 'RETENB' TO JF-FICHIER.
           MOVE RB-CLE   TO JF-CLE.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       3010-FUSIONNER-UN-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-FUSIONNER-RETENNB.
      *---------------------------------------------------------
      * LE COMPTE EST DANS LA CLE : RECREATION SOUS LE COMPTE
      * CONSERVE PUIS SUPPRESSION. UNE CONSERVATION DEJA PRESENTE
      * SOUS LE CONSERVE EST LAISSEE EN PLACE ET COMPTEE EN CONFLIT
           MOVE 'N' TO W-SW-FIN.
           PERFORM 3110-FUSIONNER-UN-RETENNB
               THRU 3110-FUSIONNER-UN-RETENNB-EXIT
               UNTIL W-FIN-LECTURE.
       3100-FUSIONNER-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-FUSIONNER-UN-RETENNB.
      *---------------------------------------------------------
           READ RETENNB NEXT
               AT END SET W-FIN-LECTURE TO TRUE
                      GO TO 3110-FUSIONNER-UN-RETENNB-EXIT
           END-READ.
           MOVE RNB-ANUPRO TO W-CLH-ANUPRO.
           PERFORM 3900-CHERCHER-SUPPRIME
               THRU 3900-CHERCHER-SUPPRIME-EXIT.
           IF NOT W-PAIRE-TROUVEE
               GO TO 3110-FUSIONNER-UN-RETENNB-EXIT
           END-IF.
           MOVE PAI-ANUCON (IXP) TO RNB-ANUPRO.
           WRITE ENR-RETENNB
               INVALID KEY
                   ADD 1 TO PAI-NBCONF (IXP)
                   GO TO 3110-FUSIONNER-UN-RETENNB-EXIT
           END-WRITE.
           MOVE RNB-CLETOT TO JF-CLE.
           MOVE PAI-ANUSUP (IXP) TO RNB-ANUPRO.
           DELETE RETENNB
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO PAI-NBRNB (IXP).
           MOVE 'RETENNB' TO JF-FICHIER.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       3110-FUSIONNER-UN-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-FUSIONNER-REGRECL.
      *---------------------------------------------------------
      * DOSSIERS DE RECLAMATION : LE COMPTE EST DANS LA CLE
      * SECONDAIRE, LA REECRITURE LA MET A JOUR
           MOVE 'N' TO W-SW-FIN.
           PERFORM 3210-FUSIONNER-UN-REGRECL
               THRU 3210-FUSIONNER-UN-REGRECL-EXIT
               UNTIL W-FIN-LECTURE.
       3200-FUSIONNER-REGRECL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3210-FUSIONNER-UN-REGRECL.
      *---------------------------------------------------------
           READ REGRECL NEXT
               AT END SET W-FIN-LECTURE TO TRUE
                      GO TO 3210-FUSIONNER-UN-REGRECL-EXIT
           END-READ.
           MOVE RG-ANUPRO TO W-CLH-ANUPRO.
           PERFORM 3900-CHERCHER-SUPPRIME
               THRU 3900-CHERCHER-SUPPRIME-EXIT.
           IF NOT W-PAIRE-TROUVEE
               GO TO 3210-FUSIONNER-UN-REGRECL-EXIT
           END-IF.
           MOVE PAI-ANUCON (IXP) TO RG-ANUPRO.
           REWRITE ENR-REGRECL
               INVALID KEY GO TO 3210-FUSIONNER-UN-REGRECL-EXIT
           END-REWRITE.
           ADD 1 TO PAI-NBRG (IXP).
           MOVE 'REGRECL' TO JF-FICHIER.
           MOVE RG-REFDOS TO JF-CLE.
           PERFORM 7000-JOURNALISER
               THRU 7000-JOURNALISER-EXIT.
       3210-FUSIONNER-UN-REGRECL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3900-CHERCHER-SUPPRIME.
      *---------------------------------------------------------
      * COUPLE ACCEPTE DONT LE COMPTE SUPPRIME EST W-CLH-ANUPRO ;
      * IXP POINTE SUR LE COUPLE TROUVE
           MOVE 'N' TO W-SW-TROUVE.
           PERFORM 3910-TESTER-SUPPRIME
               THRU 3910-TESTER-SUPPRIME-EXIT
               VARYING IXP FROM 1 BY 1
               UNTIL IXP > W-NBPAI OR W-PAIRE-TROUVEE.
           IF W-PAIRE-TROUVEE
               SUBTRACT 1 FROM IXP
           END-IF.
       3900-CHERCHER-SUPPRIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       3910-TESTER-SUPPRIME.
      *---------------------------------------------------------
           IF PAI-ACCEPTEE (IXP)
              AND PAI-ANUSUP (IXP) = W-CLH-ANUPRO
               SET W-PAIRE-TROUVEE TO TRUE
           END-IF.
       3910-TESTER-SUPPRIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-JOURNALISER.
      *---------------------------------------------------------
           ACCEPT JF-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JF-HEUJOU FROM TIME.
           MOVE W-MODE           TO JF-MODE.
           MOVE PAI-ANUCON (IXP) TO JF-ANUCON.
           MOVE PAI-ANUSUP (IXP) TO JF-ANUSUP.
           MOVE PAI-JFUSIO (IXP) TO JF-JFUSIO.
           IF W-MODE-FUSION
               MOVE W-JFUSIO TO JF-JFUSIO
           END-IF.
           WRITE ENR-JOURNAL-FUS.
       7000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-EDITER-ETAT.
      *---------------------------------------------------------
           IF W-MODE-FUSION
               MOVE 'FUSION'     TO LE-MODE
           ELSE
               MOVE 'ANNULATION' TO LE-MODE
           END-IF.
           MOVE W-JFUSIO TO LE-JFUSIO.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           PERFORM 8100-EDITER-PAIRE
               THRU 8100-EDITER-PAIRE-EXIT
               VARYING IXP FROM 1 BY 1 UNTIL IXP > W-NBPAI.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'COUPLES LUS'                  TO LG-LIBELLE.
           MOVE W-NBLUES                       TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           IF W-MODE-FUSION
               MOVE 'COMPTES FUSIONNES'        TO LG-LIBELLE
           ELSE
               MOVE 'FUSIONS ANNULEES'         TO LG-LIBELLE
           END-IF.
           MOVE W-NBACCEPTEES                  TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'COUPLES REJETES'              TO LG-LIBELLE.
           MOVE W-NBREJETEES                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ENREGISTREMENTS EN CONFLIT'   TO LG-LIBELLE.
           MOVE W-NBCONFLITS                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
       8000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-EDITER-PAIRE.
      *---------------------------------------------------------
           MOVE PAI-ANUCON (IXP) TO LP-ANUCON.
           MOVE PAI-ANUSUP (IXP) TO LP-ANUSUP.
           MOVE PAI-DDENOM (IXP) TO LP-DDENOM.
           MOVE PAI-NBHB (IXP)   TO LP-NBHB.
           MOVE PAI-NBHNB (IXP)  TO LP-NBHNB.
           MOVE PAI-NBRB (IXP)   TO LP-NBRB.
           MOVE PAI-NBRNB (IXP)  TO LP-NBRNB.
           MOVE PAI-NBRG (IXP)   TO LP-NBRG.
           MOVE PAI-NBCONF (IXP) TO LP-NBCONF.
           ADD PAI-NBCONF (IXP)  TO W-NBCONFLITS.
           IF PAI-REJETEE (IXP)
               MOVE 'REJETE'   TO LP-SORT
           ELSE
               IF W-MODE-FUSION
                   MOVE 'FUSIONNE' TO LP-SORT
               ELSE
                   MOVE 'ANNULE'   TO LP-SORT
               END-IF
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-PAIRE.
           IF PAI-REJETEE (IXP)
               MOVE PAI-MOTIF (IXP) TO LM-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-MOTIF
           END-IF.
       8100-EDITER-PAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
           CLOSE REFPRO HISTOB HISTONB RETENB RETENNB REGRECL.
           CLOSE JOURNAL-FUS RAPPORT.
           DISPLAY 'FUSIPRO - MODE                  : ' W-MODE.
           DISPLAY 'FUSIPRO - COUPLES LUS           : ' W-NBLUES.
           DISPLAY 'FUSIPRO - COUPLES ACCEPTES      : ' W-NBACCEPTEES.
           DISPLAY 'FUSIPRO - COUPLES REJETES       : ' W-NBREJETEES.
           DISPLAY 'FUSIPRO - ENREGISTREMENTS EN CONFLIT : '
                   W-NBCONFLITS.
           IF W-NBREJETEES > 0 OR W-NBCONFLITS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINAISON-EXIT.
           EXIT.
       END PROGRAM FUSIPRO.
