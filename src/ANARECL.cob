      *********************************************************
      * PROGRAMME ANARECL                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ANALYSE ANNUELLE DES RECLAMATIONS PAR COMMUNE ET PAR  *
      * MOTIF POUR REPERER LES FOYERS D'ERREURS (BASE OU TAUX *
      * ERRONE EN AMONT). LES DOSSIERS DU REGISTRE REGRECL    *
      * SONT RAPPROCHES DU NOMBRE D'ARTICLES DE LA COMMUNE AU *
      * ROLE (SORTLOT) : TAUX DE RECLAMATION POUR MILLE       *
      * ARTICLES DU ROLE N, COMPARE AU TAUX MOYEN DE LA       *
      * DIRECTION, NOMBRE DE DOSSIERS DES ROLES N-1 ET N-2 ET *
      * EVOLUTION N / N-1, NOMBRE, TOTAL ET MOYENNE DES       *
      * DEGREVEMENTS ACCORDES. UNE COMMUNE DONT LE TAUX       *
      * DEPASSE LE SEUIL (PARMANR, EN % DU TAUX DE LA         *
      * DIRECTION) SUR UN NOMBRE MINIMUM DE DOSSIERS EST      *
      * SIGNALEE DANS FOYREC, REPRIS PAR VENTSVC POUR ENVOI   *
      * AU CDIF GESTIONNAIRE. CODE RETOUR 8 SI LE REGISTRE    *
      * EST INACCESSIBLE.                                     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANARECL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMANR     ASSIGN  TO  PARMANR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PA-FS.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RG-REFDOS
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.
           SELECT  SYNTHESE    ASSIGN  TO  SYNANR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SY-FS.
           SELECT  FOYREC      ASSIGN  TO  FOYREC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS FO-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIANR.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE ANALYSEE (DEFAUT : ANNEE DU ROLE DE SORTLOT), SEUIL
      * D'ALERTE EN POURCENTAGE DU TAUX MOYEN DE LA DIRECTION
      * (DEFAUT 200, SOIT LE DOUBLE) ET NOMBRE MINIMUM DE
      * RECLAMATIONS POUR SIGNALER UNE COMMUNE (DEFAUT 5)
       FD  PARMANR.
       01  ENR-PARMANR.
           05 PA-ANNEE             PIC X(4).
           05 PA-ANNEE9 REDEFINES PA-ANNEE PIC 9(4).
           05 PA-COEF              PIC X(3).
           05 PA-COEF9 REDEFINES PA-COEF PIC 9(3).
           05 PA-MINREC            PIC X(3).
           05 PA-MINREC9 REDEFINES PA-MINREC PIC 9(3).

       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

      * SYNTHESE PAR COMMUNE ET PAR MOTIF (MOTIF '**' = TOUS
      * MOTIFS), DANS L'ORDRE DIRECTION / COMMUNE / MOTIF
       FD  SYNTHESE.
       01  ENR-SYNTHESE.
           05 SY-AC3DIR            PIC X(3).
           05 SY-CCOCOM            PIC X(3).
           05 SY-MOTIF             PIC X(2).
           05 SY-NBART             PIC 9(7).
           05 SY-NBREC             PIC 9(7) OCCURS 3.
           05 SY-NBACC             PIC 9(7).
           05 SY-MACC              PIC 9(13).

      * FOYERS D'ERREURS SIGNALES, REPRIS PAR VENTSVC POUR ENVOI
      * AU SERVICE GESTIONNAIRE (CDIF) DE LA COMMUNE
       FD  FOYREC.
       01  ENR-FOYREC.
           05 FO-AC3DIR.
              10 FO-CC2DEP         PIC X(2).
              10 FO-CCODIR         PIC X(1).
           05 FO-CCOCOM            PIC X(3).
           05 FO-MOTIF             PIC X(2).
           05 FO-DAN               PIC 9(4).
           05 FO-NBREC             PIC 9(7).
           05 FO-TAUCOM            PIC 9(4)V99.
           05 FO-TAUDIR            PIC 9(4)V99.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * TRI COMMUN DES ARTICLES DU ROLE ('A') ET DES DOSSIERS DE
      * RECLAMATION ('R') PAR DIRECTION, COMMUNE ET MOTIF
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-TYPE              PIC X(1).
              88 TR-ARTICLE            VALUE 'A'.
              88 TR-RECLAMATION        VALUE 'R'.
           05 TR-MOTIF             PIC X(2).
           05 TR-RANG              PIC 9(1).
           05 TR-SW-ACCORDE        PIC X(1).
              88 TR-ACCORDE            VALUE 'O'.
           05 TR-MACC              PIC 9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ANARECL 00 DU 15/10/26'.

       01  PA-FS                   PIC X(2).
           88 PA-OK                     VALUE '00'.
       01  SL-FS                   PIC X(2).
           88 SL-FIN                    VALUE '10'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
       01  SY-FS                   PIC X(2).
           88 SY-FIN                    VALUE '10'.
       01  FO-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.

      * PARAMETRES
       01  W-ANNEE                 PIC 9(4) VALUE 0.
       01  W-COEF                  PIC 9(3) VALUE 200.
       01  W-MINREC                PIC 9(3) VALUE 5.
       01  W-ANNEE-N1              PIC 9(4).
       01  W-ANNEE-N2              PIC 9(4).
       01  W-DATJOU                PIC 9(8).

       01  W-SW-REGISTRE           PIC X(1) VALUE 'N'.
           88 W-FIN-REGISTRE            VALUE 'O'.
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SW-PREMIER            PIC X(1) VALUE 'O'.
           88 W-PREMIER-TRIE            VALUE 'O'.
       01  W-SW-MOTIF              PIC X(1).
           88 W-MOTIF-OUVERT            VALUE 'O'.

      * RUPTURES DE LA PHASE DE SYNTHESE
       01  W-COMMUNE-PREC.
           05 W-AC3DIR-PREC        PIC X(3).
           05 W-CCOCOM-PREC        PIC X(3).
       01  W-MOTIF-PREC            PIC X(2).
       01  W-COM-NBART             PIC 9(7).
       01  W-COM-NBREC             PIC 9(7) OCCURS 3.
       01  W-COM-NBACC             PIC 9(7).
       01  W-COM-MACC              PIC 9(13).
       01  W-MOT-NBREC             PIC 9(7) OCCURS 3.
       01  W-MOT-NBACC             PIC 9(7).
       01  W-MOT-MACC              PIC 9(13).

      * CUMULS PAR DIRECTION ET MOTIF (MOTIF '**' = TOUS MOTIFS)
      * POUR LE TAUX MOYEN DE LA DIRECTION
       01  W-MAXDM                 PIC 9(4) COMP VALUE 3000.
       01  W-NBDM                  PIC 9(4) COMP VALUE 0.
       01  TABLE-DM.
           05 DM-ENTREE OCCURS 3000.
              10 DM-AC3DIR         PIC X(3).
              10 DM-MOTIF          PIC X(2).
              10 DM-NBREC          PIC 9(9) COMP.
       01  W-MAXDIR                PIC 9(3) COMP VALUE 300.
       01  W-NBDIR                 PIC 9(3) COMP VALUE 0.
       01  TABLE-DIR.
           05 DIR-ENTREE OCCURS 300.
              10 DIR-AC3DIR        PIC X(3).
              10 DIR-NBART         PIC 9(9) COMP.
       01  IX                      PIC 9(4) COMP.
       01  IX-DM                   PIC 9(4) COMP.
       01  IX-DIR                  PIC 9(3) COMP.
       01  W-SW-TROUVE             PIC X(1).
           88 W-TROUVE                  VALUE 'O'.
       01  W-CLE-AC3DIR            PIC X(3).
       01  W-CLE-MOTIF             PIC X(2).
       01  W-NBREC-AJOUT           PIC 9(7).

      * TAUX ET ALERTE
       01  W-TAUCOM                PIC 9(4)V99.
       01  W-TAUDIR                PIC 9(4)V99.
       01  W-DIR-NBART             PIC 9(9) COMP.
       01  W-EVOL                  PIC S9(5).
       01  W-MOYEN                 PIC 9(12).
       01  W-SW-ALERTE             PIC X(1).
           88 W-ALERTE                  VALUE 'O'.

       01  W-NBARTLUS              PIC 9(9) COMP VALUE 0.
       01  W-NBDOSSIERS            PIC 9(9) COMP VALUE 0.
       01  W-NBFOYERS              PIC 9(7) COMP VALUE 0.
       01  W-NBDIRDEB              PIC 9(3) COMP.
       01  W-DIR-EDITEE            PIC X(3) VALUE HIGH-VALUE.

       01  LIGNE-TIRET             PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(50) VALUE
              'ANALYSE DES RECLAMATIONS PAR COMMUNE ET PAR MOTIF '.
           05 FILLER               PIC X(13) VALUE '- ROLE ANNEE '.
           05 LE-ANNEE             PIC 9(4).
           05 FILLER               PIC X(24) VALUE
              '   SEUIL ALERTE (% DIR) '.
           05 LE-COEF              PIC ZZ9.
           05 FILLER               PIC X(16) VALUE
              '   MIN. RECLAM. '.
           05 LE-MINREC            PIC ZZ9.
       01  LIGNE-COLONNE1.
           05 FILLER               PIC X(48) VALUE
              'DIR COM  MO ARTICLES  RECLAM. TX/1000 TXDIR/1000'.
           05 FILLER               PIC X(34) VALUE
              '     N-1     N-2 EVOL%  ACCORDES  '.
           05 FILLER               PIC X(22) VALUE
              'MONTANT ACC.     MOYEN'.
       01  LIGNE-DIRECTION.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LI-AC3DIR            PIC X(3).
           05 FILLER               PIC X(22) VALUE
              ' - ARTICLES AU ROLE : '.
           05 LI-NBART             PIC Z(8)9.
       01  LIGNE-DETAIL.
           05 LD-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCOCOM            PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-MOTIF             PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBART             PIC Z(7)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-NBREC             PIC Z(6)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TAUCOM            PIC ZZZ9.99.
           05 FILLER               PIC X(4)  VALUE SPACE.
           05 LD-TAUDIR            PIC ZZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBREC1            PIC Z(6)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBREC2            PIC Z(6)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-EVOL              PIC -(4)9 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBACC             PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MACC              PIC Z(12)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MOYEN             PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ALERTE            PIC X(6).
       01  LIGNE-TOTAL.
           05 LT-LIBELLE           PIC X(40).
           05 LT-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.

           OPEN OUTPUT SYNTHESE.
           SORT TRAVAIL
               ON ASCENDING KEY TR-AC3DIR
                                TR-CCOCOM
                                TR-TYPE
                                TR-MOTIF
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-SYNTHETISER
                   THRU 3000-SYNTHETISER-EXIT.
           CLOSE SYNTHESE.
           IF NOT RG-OK AND RG-FS NOT = '10'
               DISPLAY 'ANARECL - REGISTRE REGRECL INACCESSIBLE : '
                       RG-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SYNTHESE.
           OPEN OUTPUT RAPPORT FOYREC.
           MOVE W-ANNEE  TO LE-ANNEE.
           MOVE W-COEF   TO LE-COEF.
           MOVE W-MINREC TO LE-MINREC.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE1.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           PERFORM 5000-EDITER-COMMUNE
               THRU 5000-EDITER-COMMUNE-EXIT
               UNTIL SY-FIN.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           MOVE 'ARTICLES DU ROLE ANALYSES' TO LT-LIBELLE.
           MOVE W-NBARTLUS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DOSSIERS DE RECLAMATION RETENUS' TO LT-LIBELLE.
           MOVE W-NBDOSSIERS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'FOYERS SIGNALES AUX SERVICES' TO LT-LIBELLE.
           MOVE W-NBFOYERS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE SYNTHESE RAPPORT FOYREC.
           DISPLAY 'ANARECL - ARTICLES DU ROLE    : ' W-NBARTLUS.
           DISPLAY 'ANARECL - DOSSIERS RETENUS    : ' W-NBDOSSIERS.
           DISPLAY 'ANARECL - FOYERS SIGNALES     : ' W-NBFOYERS.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
           OPEN INPUT PARMANR.
           IF PA-OK
               READ PARMANR
                   AT END MOVE SPACE TO ENR-PARMANR
               END-READ
               IF PA-ANNEE NUMERIC AND PA-ANNEE9 > 0
                   MOVE PA-ANNEE9 TO W-ANNEE
               END-IF
               IF PA-COEF NUMERIC AND PA-COEF9 > 0
                   MOVE PA-COEF9 TO W-COEF
               END-IF
               IF PA-MINREC NUMERIC AND PA-MINREC9 > 0
                   MOVE PA-MINREC9 TO W-MINREC
               END-IF
               CLOSE PARMANR
           END-IF.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
      * ARTICLES DU ROLE : L'ANNEE PAR DEFAUT EST CELLE DU PREMIER
      * ARTICLE, LES ARTICLES D'UNE AUTRE ANNEE SONT IGNORES
           OPEN INPUT SORTIE-LOT.
           PERFORM 2100-LIRE-SORTLOT
               THRU 2100-LIRE-SORTLOT-EXIT
               UNTIL SL-FIN.
           CLOSE SORTIE-LOT.
           IF W-ANNEE = 0
               ACCEPT W-DATJOU FROM DATE YYYYMMDD
               MOVE W-DATJOU (1:4) TO W-ANNEE
           END-IF.
           COMPUTE W-ANNEE-N1 = W-ANNEE - 1.
           COMPUTE W-ANNEE-N2 = W-ANNEE - 2.

      * DOSSIERS DU REGISTRE PORTANT SUR LES ROLES N, N-1 ET N-2
           OPEN INPUT REGRECL.
           IF NOT RG-OK
               GO TO 2000-ALIMENTER-TRI-EXIT
           END-IF.
           MOVE LOW-VALUE TO RG-REFDOS.
           START REGRECL KEY NOT < RG-REFDOS
               INVALID KEY SET W-FIN-REGISTRE TO TRUE
           END-START.
           PERFORM 2200-LIRE-REGISTRE
               THRU 2200-LIRE-REGISTRE-EXIT
               UNTIL W-FIN-REGISTRE.
           CLOSE REGRECL.
           MOVE '00' TO RG-FS.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-SORTLOT.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 2100-LIRE-SORTLOT-EXIT
           END-READ.
           IF ENR-SORTIE-LOT (1:1) = '*'
               GO TO 2100-LIRE-SORTLOT-EXIT
           END-IF.
           IF SL-CR NOT = 0 OR SL-EXTOURNE
               GO TO 2100-LIRE-SORTLOT-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETB-VUE.
           IF RETB-GMODE = 'T'
               GO TO 2100-LIRE-SORTLOT-EXIT
           END-IF.
           IF W-ANNEE = 0
               MOVE RETB-DAN TO W-ANNEE
           END-IF.
           IF RETB-DAN NOT = W-ANNEE
               GO TO 2100-LIRE-SORTLOT-EXIT
           END-IF.
           ADD 1 TO W-NBARTLUS.
           MOVE RETB-AC3DIR TO TR-AC3DIR.
           MOVE RETB-CCOCOM TO TR-CCOCOM.
           MOVE 'A'         TO TR-TYPE.
           MOVE SPACE       TO TR-MOTIF TR-SW-ACCORDE.
           MOVE 0           TO TR-RANG TR-MACC.
           RELEASE ENR-TRAVAIL.
       2100-LIRE-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-LIRE-REGISTRE.
      *---------------------------------------------------------
           READ REGRECL NEXT
               AT END SET W-FIN-REGISTRE TO TRUE
                      GO TO 2200-LIRE-REGISTRE-EXIT
           END-READ.
      * RANG 1 = ROLE N, 2 = N-1, 3 = N-2
           EVALUATE RG-DAN
               WHEN W-ANNEE    MOVE 1 TO TR-RANG
               WHEN W-ANNEE-N1 MOVE 2 TO TR-RANG
               WHEN W-ANNEE-N2 MOVE 3 TO TR-RANG
               WHEN OTHER      GO TO 2200-LIRE-REGISTRE-EXIT
           END-EVALUATE.
           ADD 1 TO W-NBDOSSIERS.
           MOVE RG-AC3DIR TO TR-AC3DIR.
           MOVE RG-CCOCOM TO TR-CCOCOM.
           MOVE 'R'       TO TR-TYPE.
           MOVE RG-MOTIF  TO TR-MOTIF.
      * MONTANT ACCORDE : DEGREVEMENT LIQUIDE (DIFFERENTIEL NEGATIF)
      * D'UN DOSSIER NON REJETE
           MOVE 'N' TO TR-SW-ACCORDE.
           MOVE 0   TO TR-MACC.
           IF (RG-LIQUIDE OR RG-ACQUITTE OR RG-REMBOURSE)
              AND RG-MDIFF < 0
               SET TR-ACCORDE TO TRUE
               COMPUTE TR-MACC = 0 - RG-MDIFF
           END-IF.
           RELEASE ENR-TRAVAIL.
       2200-LIRE-REGISTRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-SYNTHETISER.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 3100-TRAITER-UN-TRIE
               THRU 3100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           IF NOT W-PREMIER-TRIE
               PERFORM 3500-CLORE-COMMUNE
                   THRU 3500-CLORE-COMMUNE-EXIT
           END-IF.
       3000-SYNTHETISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF W-PREMIER-TRIE
               MOVE 'N' TO W-SW-PREMIER
               PERFORM 3200-OUVRIR-COMMUNE
                   THRU 3200-OUVRIR-COMMUNE-EXIT
           ELSE
               IF TR-AC3DIR NOT = W-AC3DIR-PREC
                  OR TR-CCOCOM NOT = W-CCOCOM-PREC
                   PERFORM 3500-CLORE-COMMUNE
                       THRU 3500-CLORE-COMMUNE-EXIT
                   PERFORM 3200-OUVRIR-COMMUNE
                       THRU 3200-OUVRIR-COMMUNE-EXIT
               END-IF
           END-IF.
           IF TR-ARTICLE
               ADD 1 TO W-COM-NBART
               GO TO 3100-TRAITER-UN-TRIE-EXIT
           END-IF.
           IF W-MOTIF-OUVERT AND TR-MOTIF NOT = W-MOTIF-PREC
               PERFORM 3400-CLORE-MOTIF
                   THRU 3400-CLORE-MOTIF-EXIT
           END-IF.
           IF NOT W-MOTIF-OUVERT
               SET W-MOTIF-OUVERT TO TRUE
               MOVE TR-MOTIF TO W-MOTIF-PREC
               MOVE 0 TO W-MOT-NBREC (1) W-MOT-NBREC (2)
                         W-MOT-NBREC (3) W-MOT-NBACC W-MOT-MACC
           END-IF.
           ADD 1 TO W-MOT-NBREC (TR-RANG) W-COM-NBREC (TR-RANG).
           IF TR-ACCORDE AND TR-RANG = 1
               ADD 1 TO W-MOT-NBACC W-COM-NBACC
               ADD TR-MACC TO W-MOT-MACC W-COM-MACC
           END-IF.
       3100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-OUVRIR-COMMUNE.
      *---------------------------------------------------------
           MOVE TR-AC3DIR TO W-AC3DIR-PREC.
           MOVE TR-CCOCOM TO W-CCOCOM-PREC.
           MOVE 'N' TO W-SW-MOTIF.
           MOVE 0 TO W-COM-NBART W-COM-NBREC (1) W-COM-NBREC (2)
                     W-COM-NBREC (3) W-COM-NBACC W-COM-MACC.
       3200-OUVRIR-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3400-CLORE-MOTIF.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-MOTIF.
           MOVE W-AC3DIR-PREC    TO SY-AC3DIR.
           MOVE W-CCOCOM-PREC    TO SY-CCOCOM.
           MOVE W-MOTIF-PREC     TO SY-MOTIF.
           MOVE W-COM-NBART      TO SY-NBART.
           MOVE W-MOT-NBREC (1)  TO SY-NBREC (1).
           MOVE W-MOT-NBREC (2)  TO SY-NBREC (2).
           MOVE W-MOT-NBREC (3)  TO SY-NBREC (3).
           MOVE W-MOT-NBACC      TO SY-NBACC.
           MOVE W-MOT-MACC       TO SY-MACC.
           WRITE ENR-SYNTHESE.
           MOVE W-AC3DIR-PREC    TO W-CLE-AC3DIR.
           MOVE W-MOTIF-PREC     TO W-CLE-MOTIF.
           MOVE W-MOT-NBREC (1)  TO W-NBREC-AJOUT.
           PERFORM 3600-CUMULER-DIRECTION
               THRU 3600-CUMULER-DIRECTION-EXIT.
       3400-CLORE-MOTIF-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-CLORE-COMMUNE.
      *---------------------------------------------------------
           IF W-MOTIF-OUVERT
               PERFORM 3400-CLORE-MOTIF
                   THRU 3400-CLORE-MOTIF-EXIT
           END-IF.
      * ARTICLES DE LA COMMUNE AU TOTAL DE LA DIRECTION
           MOVE 'N' TO W-SW-TROUVE.
           PERFORM 3510-TESTER-DIRECTION
               THRU 3510-TESTER-DIRECTION-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBDIR OR W-TROUVE.
           IF NOT W-TROUVE
               IF W-NBDIR >= W-MAXDIR
                   GO TO 3500-CLORE-COMMUNE-EXIT
               END-IF
               ADD 1 TO W-NBDIR
               MOVE W-NBDIR TO IX-DIR
               MOVE W-AC3DIR-PREC TO DIR-AC3DIR (IX-DIR)
               MOVE 0 TO DIR-NBART (IX-DIR)
           END-IF.
           ADD W-COM-NBART TO DIR-NBART (IX-DIR).
      * LIGNE TOUS MOTIFS, POUR LES SEULES COMMUNES RECLAMANTES
           IF W-COM-NBREC (1) = 0 AND W-COM-NBREC (2) = 0
              AND W-COM-NBREC (3) = 0
               GO TO 3500-CLORE-COMMUNE-EXIT
           END-IF.
           MOVE W-AC3DIR-PREC    TO SY-AC3DIR.
           MOVE W-CCOCOM-PREC    TO SY-CCOCOM.
           MOVE '**'             TO SY-MOTIF.
           MOVE W-COM-NBART      TO SY-NBART.
           MOVE W-COM-NBREC (1)  TO SY-NBREC (1).
           MOVE W-COM-NBREC (2)  TO SY-NBREC (2).
           MOVE W-COM-NBREC (3)  TO SY-NBREC (3).
           MOVE W-COM-NBACC      TO SY-NBACC.
           MOVE W-COM-MACC       TO SY-MACC.
           WRITE ENR-SYNTHESE.
           MOVE W-AC3DIR-PREC    TO W-CLE-AC3DIR.
           MOVE '**'             TO W-CLE-MOTIF.
           MOVE W-COM-NBREC (1)  TO W-NBREC-AJOUT.
           PERFORM 3600-CUMULER-DIRECTION
               THRU 3600-CUMULER-DIRECTION-EXIT.
       3500-CLORE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3510-TESTER-DIRECTION.
      *---------------------------------------------------------
           IF DIR-AC3DIR (IX) = W-AC3DIR-PREC
               SET W-TROUVE TO TRUE
               MOVE IX TO IX-DIR
           END-IF.
       3510-TESTER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3600-CUMULER-DIRECTION.
      *---------------------------------------------------------
           PERFORM 3700-CHERCHER-DM
               THRU 3700-CHERCHER-DM-EXIT.
           IF NOT W-TROUVE
               IF W-NBDM >= W-MAXDM
                   GO TO 3600-CUMULER-DIRECTION-EXIT
               END-IF
               ADD 1 TO W-NBDM
               MOVE W-NBDM TO IX-DM
               MOVE W-CLE-AC3DIR TO DM-AC3DIR (IX-DM)
               MOVE W-CLE-MOTIF  TO DM-MOTIF (IX-DM)
               MOVE 0 TO DM-NBREC (IX-DM)
           END-IF.
           ADD W-NBREC-AJOUT TO DM-NBREC (IX-DM).
       3600-CUMULER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3700-CHERCHER-DM.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-TROUVE.
           PERFORM 3710-TESTER-DM
               THRU 3710-TESTER-DM-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBDM OR W-TROUVE.
       3700-CHERCHER-DM-EXIT.
           EXIT.

      *---------------------------------------------------------
       3710-TESTER-DM.
      *---------------------------------------------------------
           IF DM-AC3DIR (IX) = W-CLE-AC3DIR
              AND DM-MOTIF (IX) = W-CLE-MOTIF
               SET W-TROUVE TO TRUE
               MOVE IX TO IX-DM
           END-IF.
       3710-TESTER-DM-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-COMMUNE.
      *---------------------------------------------------------
           READ SYNTHESE
               AT END GO TO 5000-EDITER-COMMUNE-EXIT
           END-READ.
           IF SY-AC3DIR NOT = W-DIR-EDITEE
               PERFORM 5100-EDITER-DIRECTION
                   THRU 5100-EDITER-DIRECTION-EXIT
           END-IF.

      * TAUX POUR MILLE ARTICLES DE LA COMMUNE ET DE LA DIRECTION
           MOVE 0 TO W-TAUCOM W-TAUDIR W-EVOL W-MOYEN.
           IF SY-NBART > 0
               COMPUTE W-TAUCOM ROUNDED =
                       SY-NBREC (1) * 1000 / SY-NBART
           END-IF.
           MOVE SY-AC3DIR TO W-CLE-AC3DIR.
           MOVE SY-MOTIF  TO W-CLE-MOTIF.
           PERFORM 3700-CHERCHER-DM
               THRU 3700-CHERCHER-DM-EXIT.
           IF W-TROUVE AND W-DIR-NBART > 0
               COMPUTE W-TAUDIR ROUNDED =
                       DM-NBREC (IX-DM) * 1000 / W-DIR-NBART
           END-IF.
           IF SY-NBREC (2) > 0
               COMPUTE W-EVOL ROUNDED =
                       (SY-NBREC (1) - SY-NBREC (2)) * 100
                       / SY-NBREC (2)
           END-IF.
           IF SY-NBACC > 0
               COMPUTE W-MOYEN ROUNDED = SY-MACC / SY-NBACC
           END-IF.

      * FOYER D'ERREURS : TAUX DE LA COMMUNE AU-DELA DU SEUIL
      * RAPPORTE AU TAUX MOYEN DE LA DIRECTION, SUR UN NOMBRE
      * SIGNIFICATIF DE RECLAMATIONS
           MOVE 'N' TO W-SW-ALERTE.
           IF SY-NBART > 0 AND SY-NBREC (1) NOT < W-MINREC
              AND W-TAUCOM * 100 > W-TAUDIR * W-COEF
               SET W-ALERTE TO TRUE
           END-IF.

           MOVE SY-AC3DIR     TO LD-AC3DIR.
           MOVE SY-CCOCOM     TO LD-CCOCOM.
           MOVE SY-MOTIF      TO LD-MOTIF.
           MOVE SY-NBART      TO LD-NBART.
           MOVE SY-NBREC (1)  TO LD-NBREC.
           MOVE W-TAUCOM      TO LD-TAUCOM.
           MOVE W-TAUDIR      TO LD-TAUDIR.
           MOVE SY-NBREC (2)  TO LD-NBREC1.
           MOVE SY-NBREC (3)  TO LD-NBREC2.
           MOVE W-EVOL        TO LD-EVOL.
           MOVE SY-NBACC      TO LD-NBACC.
           MOVE SY-MACC       TO LD-MACC.
           MOVE W-MOYEN       TO LD-MOYEN.
           MOVE SPACE         TO LD-ALERTE.
           IF W-ALERTE
               MOVE 'FOYER' TO LD-ALERTE
               PERFORM 5200-SIGNALER-FOYER
                   THRU 5200-SIGNALER-FOYER-EXIT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       5000-EDITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-EDITER-DIRECTION.
      *---------------------------------------------------------
           MOVE SY-AC3DIR TO W-DIR-EDITEE.
           MOVE 0 TO W-DIR-NBART.
           PERFORM 5110-TESTER-DIRECTION
               THRU 5110-TESTER-DIRECTION-EXIT
               VARYING IX FROM 1 BY 1 UNTIL IX > W-NBDIR.
           MOVE SY-AC3DIR   TO LI-AC3DIR.
           MOVE W-DIR-NBART TO LI-NBART.
           WRITE ENR-RAPPORT FROM LIGNE-DIRECTION.
       5100-EDITER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       5110-TESTER-DIRECTION.
      *---------------------------------------------------------
           IF DIR-AC3DIR (IX) = SY-AC3DIR
               MOVE DIR-NBART (IX) TO W-DIR-NBART
           END-IF.
       5110-TESTER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-SIGNALER-FOYER.
      *---------------------------------------------------------
           ADD 1 TO W-NBFOYERS.
           MOVE SY-AC3DIR    TO FO-AC3DIR.
           MOVE SY-CCOCOM    TO FO-CCOCOM.
           MOVE SY-MOTIF     TO FO-MOTIF.
           MOVE W-ANNEE      TO FO-DAN.
           MOVE SY-NBREC (1) TO FO-NBREC.
           MOVE W-TAUCOM     TO FO-TAUCOM.
           MOVE W-TAUDIR     TO FO-TAUDIR.
           WRITE ENR-FOYREC.
       5200-SIGNALER-FOYER-EXIT.
           EXIT.
       END PROGRAM ANARECL.
