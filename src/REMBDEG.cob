      *********************************************************
      * PROGRAMME REMBDEG                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * SELECTION DES REMBOURSEMENTS AUX PROPRIETAIRES DES    *
      * DEGREVEMENTS PORTANT SUR DES ARTICLES DEJA PAYES,     *
      * PREMIERE ETAPE DE LA CHAINE DE REMBOURSEMENT (REMBDEG *
      * PUIS VIRREMB) : LES DOSSIERS DU REGISTRE DES          *
      * RECLAMATIONS DONT LE DEGREVEMENT A ETE ACQUITTE PAR   *
      * HELIOS SONT RAPPROCHES PAR ARTICLE DU RESTE A         *
      * RECOUVRER RENVOYE PAR LA COMPTABILITE (RARHELIO,      *
      * COMME RETRAR). LE TROP PAYE (DEGREVEMENTS MOINS       *
      * RESTE, DIMINUE DES REMBOURSEMENTS DEJA EMIS) EST      *
      * REMBOURSE DANS LA LIMITE DE CHAQUE DEGREVEMENT, AVEC  *
      * LES INTERETS MORATOIRES AFFERENTS. LE COMPTE A        *
      * CREDITER EST CELUI DU CONTRAT DE PRELEVEMENT ACTIF    *
      * (CTRMEN) OU, A DEFAUT, CELUI DU REFERENTIEL           *
      * PROPRIETAIRES (REFPRO). LES REMBOURSEMENTS RETENUS    *
      * SONT ECRITS DANS REMBSEL (VUE XVIRREM) ET EDITES ;    *
      * LES DOSSIERS SANS RESTE A RECOUVRER, SANS HISTORIQUE  *
      * OU SANS COORDONNEES BANCAIRES SONT SIGNALES.          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBDEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  RETOUR-RAR  ASSIGN  TO  RARHELIO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RR-FS.
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RG-REFDOS
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.
           SELECT  CTRMEN      ASSIGN  TO  CTRMEN
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CM-ANUPRO
                               FILE STATUS  CM-FS.
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
           SELECT  REMBSEL     ASSIGN  TO  REMBSEL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RS-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIRMB.

       DATA DIVISION.
       FILE SECTION.
      * RESTE A RECOUVRER PAR ARTICLE RENVOYE PAR HELIOS (MEME
      * FICHIER QUE RETRAR), SUR LA BASE DE LA LIQUIDATION
      * D'ORIGINE
       FD  RETOUR-RAR.
       01  ENR-RETOUR-RAR.
           05 RR-DAN               PIC 9(4).
           05 RR-AC3DIR            PIC X(3).
           05 RR-CCOCOM            PIC X(3).
           05 RR-DSRPAR            PIC X(1).
           05 RR-ANUPRO            PIC X(6).
           05 RR-CCOBNB            PIC X(1).
           05 RR-MRAR              PIC S9(12).

       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

       FD  CTRMEN.
       01  ENR-CTRMEN.
           COPY XCTRMEN REPLACING 'X' BY CM.

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

      * REMBOURSEMENTS SELECTIONNES, TRANSMIS PAR VIRREMB
       FD  REMBSEL.
       01  ENR-REMBSEL.
           COPY XVIRREM REPLACING 'X' BY RS.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : ARTICLE (DECOUPAGE DE LA CLE
      * SECONDAIRE DU REGISTRE), ORIGINE ('A' = RESTE A
      * RECOUVRER, 'D' = DOSSIER DE RECLAMATION) PUIS DOSSIER
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE.
              10 TR-DAN            PIC 9(4).
              10 TR-AC3DIR         PIC X(3).
              10 TR-CCOCOM         PIC X(3).
              10 TR-ANUPRO         PIC X(6).
              10 TR-CCOBNB         PIC X(1).
           05 TR-ORIGINE           PIC X(1).
              88 TR-RESTE               VALUE 'A'.
           05 TR-REFDOS            PIC X(10).
           05 TR-DSRPAR            PIC X(1).
           05 TR-MRAR              PIC S9(12).
           05 TR-ETAT              PIC X(1).
              88 TR-REMBOURSE           VALUE 'B'.
           05 TR-MDIFF             PIC S9(12).
           05 TR-MINTMO            PIC S9(8).
           05 TR-MRMB              PIC S9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'REMBDEG 00 DU 15/10/26'.

       01  RR-FS                   PIC X(2).
           88 RR-OK                     VALUE '00'.
           88 RR-FIN                    VALUE '10'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
       01  CM-FS                   PIC X(2).
           88 CM-OK                     VALUE '00'.
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
       01  HB-FS                   PIC X(2).
       01  HNB-FS                  PIC X(2).
       01  RS-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

      * LE CONTRAT DE PRELEVEMENT ET LE REFERENTIEL PROPRIETAIRES
      * SONT FACULTATIFS : SANS EUX, AUCUNE COORDONNEE BANCAIRE
       01  W-SW-CTRMEN             PIC X(1) VALUE 'N'.
           88 W-CTRMEN-OUVERT           VALUE 'O'.
       01  W-SW-REFPRO             PIC X(1) VALUE 'N'.
           88 W-REFPRO-OUVERT           VALUE 'O'.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  W-DATJOU                PIC 9(8).
       01  W-SW-FINREG             PIC X(1) VALUE 'N'.
           88 W-FIN-REGISTRE            VALUE 'O'.
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.

      * ARTICLE EN COURS : RESTE A RECOUVRER, DEGREVEMENTS
      * ACQUITTES ET REMBOURSEMENTS DEJA EMIS
       01  W-ART-CLE               PIC X(17) VALUE HIGH-VALUE.
       01  W-ART-SWRAR             PIC X(1).
           88 W-ART-RAR-CONNU           VALUE 'O'.
       01  W-ART-DSRPAR            PIC X(1).
       01  W-ART-MRAR              PIC S9(12).
       01  W-ART-CUMDEG            PIC S9(12).
       01  W-ART-CUMRMB            PIC S9(12).

      * DOSSIER EN COURS DE REMBOURSEMENT
       01  W-DEG                   PIC S9(12).
       01  W-EXCES                 PIC S9(12).
       01  W-INTERETS              PIC S9(8).
       01  W-CCPPER                PIC X(3).
       01  W-MOTIF                 PIC X(40).

       01  W-NBRAR                 PIC 9(9) COMP VALUE 0.
       01  W-NBDOSSIERS            PIC 9(9) COMP VALUE 0.
       01  W-NBDEJA                PIC 9(9) COMP VALUE 0.
       01  W-NBNONPAYES            PIC 9(9) COMP VALUE 0.
       01  W-NBREMB                PIC 9(9) COMP VALUE 0.
       01  W-NBREJETS              PIC 9(9) COMP VALUE 0.
       01  W-TOTRMB                PIC S9(14) VALUE 0.
       01  W-TOTINT                PIC S9(14) VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'SELECTION DES REMBOURSEMENTS DE DEGREVEMENTS SUR ARTICLE
      -    'S DEJA PAYES'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'DOSSIER    ANNEE DIR COM ARTICL N     DEGREVEMENT    RESTE
      -    ' DU      REMBOURSE  INTERETS B OBSERVATION'.
       01  LIGNE-DETAIL.
           05 LD-REFDOS            PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DAN               PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCOBNB            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DEG               PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MRAR              PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MRMB              PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MINTMO            PIC -(7)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-GORIBA            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MOTIF             PIC X(40).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           OPEN INPUT RETOUR-RAR.
           IF NOT RR-OK
               DISPLAY 'REMBDEG - FICHIER DES RESTES A RECOUVRER '
                       'ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REGRECL.
           IF NOT RG-OK
               DISPLAY 'REMBDEG - REGISTRE DES RECLAMATIONS ABSENT'
               CLOSE RETOUR-RAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CTRMEN.
           IF CM-OK
               SET W-CTRMEN-OUVERT TO TRUE
           END-IF.
           OPEN INPUT REFPRO.
           IF PR-OK
               SET W-REFPRO-OUVERT TO TRUE
           END-IF.
           OPEN INPUT HISTOB.
           OPEN INPUT HISTONB.
           OPEN OUTPUT REMBSEL.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.

      * RAPPROCHEMENT PAR ARTICLE : LE RESTE A RECOUVRER EN TETE,
      * SUIVI DES DOSSIERS DEGREVES DANS L'ORDRE DES REFERENCES
           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE
                                TR-ORIGINE
                                TR-REFDOS
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-SELECTIONNER
                   THRU 2000-SELECTIONNER-EXIT.

           CLOSE RETOUR-RAR REGRECL HISTOB HISTONB REMBSEL RAPPORT.
           IF W-CTRMEN-OUVERT
               CLOSE CTRMEN
           END-IF.
           IF W-REFPRO-OUVERT
               CLOSE REFPRO
           END-IF.
           DISPLAY 'REMBDEG - RESTES A RECOUVRER LUS : ' W-NBRAR.
           DISPLAY 'REMBDEG - DEGREVEMENTS ACQUITTES : ' W-NBDOSSIERS.
           DISPLAY 'REMBDEG - DEJA REMBOURSES        : ' W-NBDEJA.
           DISPLAY 'REMBDEG - SANS PAIEMENT A RENDRE : ' W-NBNONPAYES.
           DISPLAY 'REMBDEG - REMBOURSEMENTS RETENUS : ' W-NBREMB.
           DISPLAY 'REMBDEG - MONTANT REMBOURSE      : ' W-TOTRMB.
           DISPLAY 'REMBDEG - INTERETS MORATOIRES    : ' W-TOTINT.
           DISPLAY 'REMBDEG - DOSSIERS EN ANOMALIE   : ' W-NBREJETS.
           IF W-NBREJETS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-RESTE
               THRU 1100-RELACHER-RESTE-EXIT
               UNTIL RR-FIN.
           MOVE LOW-VALUE TO RG-REFDOS.
           START REGRECL KEY NOT < RG-REFDOS
               INVALID KEY SET W-FIN-REGISTRE TO TRUE
           END-START.
           PERFORM 1200-RELACHER-DOSSIER
               THRU 1200-RELACHER-DOSSIER-EXIT
               UNTIL W-FIN-REGISTRE.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-RESTE.
      *---------------------------------------------------------
           READ RETOUR-RAR
               AT END SET RR-FIN TO TRUE
                      GO TO 1100-RELACHER-RESTE-EXIT
           END-READ.
           IF ENR-RETOUR-RAR (1:1) = '*'
               GO TO 1100-RELACHER-RESTE-EXIT
           END-IF.
           ADD 1 TO W-NBRAR.
           INITIALIZE ENR-TRAVAIL.
           MOVE RR-DAN    TO TR-DAN.
           MOVE RR-AC3DIR TO TR-AC3DIR.
           MOVE RR-CCOCOM TO TR-CCOCOM.
           MOVE RR-ANUPRO TO TR-ANUPRO.
           MOVE RR-CCOBNB TO TR-CCOBNB.
           MOVE 'A'       TO TR-ORIGINE.
           MOVE RR-DSRPAR TO TR-DSRPAR.
           MOVE RR-MRAR   TO TR-MRAR.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-RESTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-RELACHER-DOSSIER.
      *---------------------------------------------------------
      * DEGREVEMENTS ACQUITTES PAR LA COMPTABILITE, A REMBOURSER,
      * ET DEGREVEMENTS DEJA REMBOURSES DU MEME ARTICLE (LEUR
      * REMBOURSEMENT VIENT EN DEDUCTION DU TROP PAYE)
           READ REGRECL NEXT
               AT END SET W-FIN-REGISTRE TO TRUE
                      GO TO 1200-RELACHER-DOSSIER-EXIT
           END-READ.
           IF NOT RG-ACQUITTE AND NOT RG-REMBOURSE
               GO TO 1200-RELACHER-DOSSIER-EXIT
           END-IF.
           IF RG-MDIFF NOT NUMERIC OR RG-MDIFF NOT < 0
               GO TO 1200-RELACHER-DOSSIER-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL.
           MOVE RG-CLEART TO TR-CLE.
           MOVE 'D'       TO TR-ORIGINE.
           MOVE RG-REFDOS TO TR-REFDOS.
           MOVE RG-ETAT   TO TR-ETAT.
           MOVE RG-MDIFF  TO TR-MDIFF.
           IF RG-MINTMO NUMERIC
               MOVE RG-MINTMO TO TR-MINTMO
           END-IF.
           IF RG-MRMB NUMERIC
               MOVE RG-MRMB TO TR-MRMB
           END-IF.
           RELEASE ENR-TRAVAIL.
       1200-RELACHER-DOSSIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-SELECTIONNER.
      *---------------------------------------------------------
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
       2000-SELECTIONNER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CLE NOT = W-ART-CLE
               MOVE TR-CLE TO W-ART-CLE
               MOVE 'N'    TO W-ART-SWRAR
               MOVE SPACE  TO W-ART-DSRPAR
               MOVE 0      TO W-ART-MRAR W-ART-CUMDEG W-ART-CUMRMB
           END-IF.
           IF TR-RESTE
               SET W-ART-RAR-CONNU TO TRUE
               MOVE TR-DSRPAR TO W-ART-DSRPAR
               ADD TR-MRAR TO W-ART-MRAR
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.

           COMPUTE W-DEG = 0 - TR-MDIFF.
           ADD W-DEG TO W-ART-CUMDEG.
           IF TR-REMBOURSE
               ADD 1 TO W-NBDEJA
               ADD TR-MRMB TO W-ART-CUMRMB
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.
           ADD 1 TO W-NBDOSSIERS.
           PERFORM 3000-REMBOURSER-DOSSIER
               THRU 3000-REMBOURSER-DOSSIER-EXIT.
      * DOSSIER NON REMBOURSABLE : SIGNALE, IL RESTE ACQUITTE ET
      * SERA REPRIS AU PROCHAIN PASSAGE
           IF W-MOTIF NOT = SPACE
               ADD 1 TO W-NBREJETS
               PERFORM 4000-EDITER-DOSSIER
                   THRU 4000-EDITER-DOSSIER-EXIT
           END-IF.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-REMBOURSER-DOSSIER.
      *---------------------------------------------------------
      * LE RESTE A RECOUVRER PORTE SUR LA LIQUIDATION D'ORIGINE :
      * LE TROP PAYE DE L'ARTICLE EST LE CUMUL DES DEGREVEMENTS
      * MOINS CE RESTE, DIMINUE DES REMBOURSEMENTS DEJA EMIS. LE
      * DOSSIER EN REMBOURSE AU PLUS SON PROPRE DEGREVEMENT
           MOVE SPACE TO W-MOTIF.
           MOVE 0     TO W-EXCES W-INTERETS.
           MOVE SPACE TO ENR-REMBSEL.
           IF NOT W-ART-RAR-CONNU
               MOVE 'ARTICLE ABSENT DES RESTES A RECOUVRER'
                   TO W-MOTIF
               GO TO 3000-REMBOURSER-DOSSIER-EXIT
           END-IF.
           COMPUTE W-EXCES = W-ART-CUMDEG - W-ART-MRAR
                           - W-ART-CUMRMB.
           IF W-EXCES > W-DEG
               MOVE W-DEG TO W-EXCES
           END-IF.
      * ARTICLE NON PAYE AU-DELA DU NOUVEAU MONTANT DU : LE
      * DEGREVEMENT A SEULEMENT REDUIT LE RESTE A RECOUVRER
           IF W-EXCES NOT > 0
               ADD 1 TO W-NBNONPAYES
               GO TO 3000-REMBOURSER-DOSSIER-EXIT
           END-IF.
      * INTERETS MORATOIRES AU PRORATA DE LA PART REMBOURSEE
           IF W-EXCES = W-DEG
               MOVE TR-MINTMO TO W-INTERETS
           ELSE
               COMPUTE W-INTERETS ROUNDED =
                   TR-MINTMO * W-EXCES / W-DEG
           END-IF.

           PERFORM 3100-RECHERCHER-TRESORERIE
               THRU 3100-RECHERCHER-TRESORERIE-EXIT.
           IF W-MOTIF NOT = SPACE
               GO TO 3000-REMBOURSER-DOSSIER-EXIT
           END-IF.
           PERFORM 3200-RECHERCHER-BANQUE
               THRU 3200-RECHERCHER-BANQUE-EXIT.
           IF W-MOTIF NOT = SPACE
               GO TO 3000-REMBOURSER-DOSSIER-EXIT
           END-IF.

           MOVE TR-DAN       TO RS-DAN.
           MOVE TR-AC3DIR    TO RS-AC3DIR.
           MOVE W-CCPPER     TO RS-CCPPER.
           MOVE TR-CCOCOM    TO RS-CCOCOM.
           MOVE W-ART-DSRPAR TO RS-DSRPAR.
           MOVE TR-ANUPRO    TO RS-ANUPRO.
           MOVE TR-CCOBNB    TO RS-CCOBNB.
           MOVE TR-REFDOS    TO RS-REFDOS.
           MOVE W-EXCES      TO RS-MRMB.
           MOVE W-INTERETS   TO RS-MINTMO.
           COMPUTE RS-MVIREM = W-EXCES + W-INTERETS.
           MOVE W-DATJOU     TO RS-JEMIS.
           WRITE ENR-REMBSEL.
           ADD W-EXCES    TO W-ART-CUMRMB.
           ADD 1          TO W-NBREMB.
           ADD W-EXCES    TO W-TOTRMB.
           ADD W-INTERETS TO W-TOTINT.
           PERFORM 4000-EDITER-DOSSIER
               THRU 4000-EDITER-DOSSIER-EXIT.
       3000-REMBOURSER-DOSSIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-RECHERCHER-TRESORERIE.
      *---------------------------------------------------------
      * TRESORERIE DESTINATAIRE RELEVEE SUR LA LIQUIDATION
      * HISTORISEE DE L'ARTICLE
           IF TR-CCOBNB = '2'
               MOVE TR-DAN          TO HB-JANIPT
               MOVE TR-AC3DIR (1:2) TO HB-CCODEP
               MOVE TR-AC3DIR (3:1) TO HB-CCODIR
               MOVE TR-CCOCOM       TO HB-CCOCOM
               MOVE W-ART-DSRPAR    TO HB-DLETSR
               MOVE TR-ANUPRO       TO HB-ANUPRO
               READ HISTOB
                   INVALID KEY
                       MOVE 'ARTICLE ABSENT DE L''HISTORIQUE'
                           TO W-MOTIF
                       GO TO 3100-RECHERCHER-TRESORERIE-EXIT
               END-READ
               MOVE HB-RETOUR   TO RETB-VUE
               MOVE RETB-CCPPER TO W-CCPPER
           ELSE
               MOVE TR-DAN          TO HNB-JANIPT
               MOVE TR-AC3DIR (1:2) TO HNB-CCODEP
               MOVE TR-AC3DIR (3:1) TO HNB-CCODIR
               MOVE TR-CCOCOM       TO HNB-CCOCOM
               MOVE W-ART-DSRPAR    TO HNB-DLETSR
               MOVE TR-ANUPRO       TO HNB-ANUPRO
               READ HISTONB
                   INVALID KEY
                       MOVE 'ARTICLE ABSENT DE L''HISTORIQUE'
                           TO W-MOTIF
                       GO TO 3100-RECHERCHER-TRESORERIE-EXIT
               END-READ
               MOVE HNB-RETOUR   TO RETNB-VUE
               MOVE RETNB-CCPPER TO W-CCPPER
           END-IF.
       3100-RECHERCHER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-RECHERCHER-BANQUE.
      *---------------------------------------------------------
      * COMPTE DU CONTRAT DE PRELEVEMENT ACTIF EN PRIORITE, A
      * DEFAUT COORDONNEES BANCAIRES DU REFERENTIEL PROPRIETAIRES
           IF W-CTRMEN-OUVERT
               MOVE TR-ANUPRO TO CM-ANUPRO
               READ CTRMEN
                   INVALID KEY MOVE SPACE TO CM-DIBAN
               END-READ
               IF CM-OK AND CM-CTR-ACTIF AND CM-DIBAN NOT = SPACE
                   MOVE 'C'       TO RS-GORIBA
                   MOVE CM-DTITUL TO RS-DTITUL
                   MOVE CM-DIBAN  TO RS-DIBAN
                   MOVE CM-DBIC   TO RS-DBIC
                   GO TO 3200-RECHERCHER-BANQUE-EXIT
               END-IF
           END-IF.
           IF W-REFPRO-OUVERT
               MOVE TR-ANUPRO TO PR-ANUPRO
               READ REFPRO
                   INVALID KEY MOVE SPACE TO PR-DIBAN
               END-READ
               IF PR-OK AND PR-DIBAN NOT = SPACE
                   MOVE 'R'       TO RS-GORIBA
                   MOVE PR-DTITUL TO RS-DTITUL
                   MOVE PR-DIBAN  TO RS-DIBAN
                   MOVE PR-DBIC   TO RS-DBIC
                   GO TO 3200-RECHERCHER-BANQUE-EXIT
               END-IF
           END-IF.
           MOVE 'COORDONNEES BANCAIRES INCONNUES' TO W-MOTIF.
       3200-RECHERCHER-BANQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-DOSSIER.
      *---------------------------------------------------------
           MOVE TR-REFDOS    TO LD-REFDOS.
           MOVE TR-DAN       TO LD-DAN.
           MOVE TR-AC3DIR    TO LD-AC3DIR.
           MOVE TR-CCOCOM    TO LD-CCOCOM.
           MOVE TR-ANUPRO    TO LD-ANUPRO.
           MOVE TR-CCOBNB    TO LD-CCOBNB.
           MOVE W-DEG        TO LD-DEG.
           MOVE W-ART-MRAR   TO LD-MRAR.
           MOVE W-EXCES      TO LD-MRMB.
           MOVE W-INTERETS   TO LD-MINTMO.
           MOVE RS-GORIBA    TO LD-GORIBA.
           MOVE W-MOTIF      TO LD-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       4000-EDITER-DOSSIER-EXIT.
           EXIT.
       END PROGRAM REMBDEG.
