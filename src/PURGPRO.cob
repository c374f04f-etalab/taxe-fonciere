      *********************************************************
      * PROGRAMME PURGPRO                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PURGE ANNUELLE DU REFERENTIEL DES COMPTES             *
      * PROPRIETAIRES (REFPRO) AU TITRE DE LA PROTECTION DES  *
      * DONNEES PERSONNELLES : UN COMPTE SANS AUCUNE          *
      * LIQUIDATION DANS HISTOB/HISTONB SUR LA DUREE DE       *
      * CONSERVATION PARAMETREE (DEFAUT 10 ANS, A ACCORDER    *
      * AVEC LA RETENTION DE PURGHIST) EST SUPPRIME AVEC SES  *
      * CO-REDEVABLES (COPRO). SONT CONSERVES LES COMPTES     *
      * LIQUIDES OU CREES (DATE JCREAT POSEE PAR CHARGPRO)    *
      * APRES L'ANNEE LIMITE, CEUX VISES PAR UNE RECLAMATION  *
      * NON SOLDEE (REGRECL) ET CEUX PORTANT UN RESTE A       *
      * RECOUVRER AU DERNIER RETOUR HELIOS (RARHELIO). LES    *
      * COMPTES PROTEGES SONT TRIES ET RAPPROCHES DU          *
      * REFERENTIEL LU EN SEQUENCE DE CLE. MODE 'S' (DEFAUT)  *
      * : SIMULATION, LE RAPPORT LISTE LES COMPTES A          *
      * SUPPRIMER ; MODE 'P' : SUPPRESSION EFFECTIVE. LE      *
      * RAPPORT N'EDITE QUE LES NUMEROS DE COMPTE. RC 8 SUR   *
      * ERREUR D'ACCES.                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGPRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMPPR     ASSIGN  TO  PARMPPR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PG-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  PR-ANUPRO
                               FILE STATUS  PR-FS.
           SELECT  COPRO       ASSIGN  TO  COPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CP-CLE
                               FILE STATUS  CP-FS.
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
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RG-REFDOS
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.
           SELECT  RETOUR-RAR  ASSIGN  TO  RARHELIO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RR-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIPURPR.

       DATA DIVISION.
       FILE SECTION.
      * MODE ('S' SIMULATION PAR DEFAUT, 'P' PURGE EFFECTIVE) ET
      * DUREE DE CONSERVATION EN ANNEES (DEFAUT 10)
       FD  PARMPPR.
       01  ENR-PARMPPR.
           05 PG-MODE              PIC X(1).
              88 PG-PURGE              VALUE 'P'.
           05 PG-RETENTION         PIC 9(2).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

      * CO-REDEVABLES DU COMPTE, SUPPRIMES AVEC LUI
       FD  COPRO.
       01  ENR-COPRO.
           COPY XCOPRO REPLACING 'X' BY CP.

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

      * REGISTRE DES RECLAMATIONS : UN DOSSIER NON SOLDE PROTEGE
      * LE COMPTE VISE
       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

      * DERNIER RETOUR DES RESTES A RECOUVRER HELIOS (DECOUPAGE
      * DE RETRAR) : UN RESTE POSITIF PROTEGE LE COMPTE
       FD  RETOUR-RAR.
       01  ENR-RETOUR-RAR.
           05 RR-DAN               PIC 9(4).
           05 RR-AC3DIR            PIC X(3).
           05 RR-CCOCOM            PIC X(3).
           05 RR-DSRPAR            PIC X(1).
           05 RR-ANUPRO            PIC X(6).
           05 RR-CCOBNB            PIC X(1).
           05 RR-MRAR              PIC S9(12).

      * COMPTES PROTEGES (RECLAMATION EN COURS OU DETTE), TRIES
      * SUR LE COMPTE POUR ETRE RAPPROCHES DU REFERENTIEL LU EN
      * SEQUENCE DE CLE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-ANUPRO            PIC X(6).
           05 TR-MOTIF             PIC X(1).
              88 TR-RECLAMATION        VALUE 'R'.
              88 TR-DETTE              VALUE 'D'.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'PURGPRO 00 DU 15/10/26'.

       01  PG-FS                   PIC X(2).
           88 PG-OK                     VALUE '00'.
       01  RP-FS                   PIC X(2).
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
           88 PR-FIN                    VALUE '10'.
       01  CP-FS                   PIC X(2).
           88 CP-OK                     VALUE '00'.
       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
           88 RG-FIN                    VALUE '10'.
       01  RR-FS                   PIC X(2).
           88 RR-OK                     VALUE '00'.
           88 RR-FIN                    VALUE '10'.

       01  W-SW-MODE               PIC X(1) VALUE 'S'.
           88 W-MODE-PURGE              VALUE 'P'.
       01  W-RETENTION             PIC 9(2) VALUE 10.
       01  W-SW-COPRO              PIC X(1) VALUE 'N'.
           88 W-COPRO-OUVERT            VALUE 'O'.

       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-R REDEFINES W-DATJOU.
           05 W-DJ-AAAA            PIC 9(4).
           05 W-DJ-MMJJ            PIC 9(4).
      * DERNIERE ANNEE ECHUE DE LA DUREE DE CONSERVATION : UN
      * COMPTE LIQUIDE OU CREE APRES ELLE EST CONSERVE
       01  W-ANNEE-LIMITE          PIC 9(4).

      * COMPTE PROTEGE COURANT (RAPPROCHEMENT AVEC LE TRI)
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-TRI-ANUPRO            PIC X(6) VALUE LOW-VALUE.
       01  W-SW-RECL               PIC X(1).
           88 W-PROTEGE-RECL            VALUE 'O'.
       01  W-SW-DETTE              PIC X(1).
           88 W-PROTEGE-DETTE           VALUE 'O'.

      * DERNIERE LIQUIDATION DU COMPTE DANS LES HISTORIQUES
       01  W-SW-FINCPT             PIC X(1).
           88 W-FIN-COMPTE              VALUE 'O'.
       01  W-DERNIERE-ANNEE        PIC 9(4).
       01  W-NBCOPRO               PIC 9(3) COMP.

      * COMPTEURS
       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBRECENTS             PIC 9(9) COMP VALUE 0.
       01  W-NBCREES               PIC 9(9) COMP VALUE 0.
       01  W-NBRECL                PIC 9(9) COMP VALUE 0.
       01  W-NBDETTE               PIC 9(9) COMP VALUE 0.
       01  W-NBPURGES              PIC 9(9) COMP VALUE 0.
       01  W-NBCOPURG              PIC 9(9) COMP VALUE 0.
       01  W-NBERREURS             PIC 9(9) COMP VALUE 0.

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(47) VALUE
              'PURGE DU REFERENTIEL DES COMPTES PROPRIETAIRES'.
           05 LE-MODE              PIC X(12).
           05 FILLER               PIC X(14) VALUE
              '  CONSERVATION'.
           05 LE-RETENTION         PIC Z9.
           05 FILLER               PIC X(26) VALUE
              ' ANS - LIQUIDES APRES     '.
           05 LE-LIMITE            PIC 9(4).
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'COMPTE  DERN.LIQ.  CREATION  CO-REDEV.  SORT'.
       01  LIGNE-COMPTE.
           05 LC-ANUPRO            PIC X(6).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LC-DERNIERE          PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LC-JCREAT            PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LC-NBCOPRO           PIC ZZ9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LC-SORT              PIC X(20).
       01  LIGNE-TOTAL.
           05 LT-LIBELLE           PIC X(50).
           05 LT-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.

           SORT TRAVAIL
               ON ASCENDING KEY TR-ANUPRO
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-PURGER
                   THRU 3000-PURGER-EXIT.

           PERFORM 8000-TOTAUX
               THRU 8000-TOTAUX-EXIT.
           CLOSE RAPPORT.
           DISPLAY 'PURGPRO - COMPTES LUS     : ' W-NBLUS.
           DISPLAY 'PURGPRO - COMPTES PURGES  : ' W-NBPURGES.
           IF W-NBERREURS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
           OPEN INPUT PARMPPR.
           IF PG-OK
               READ PARMPPR
                   AT END MOVE SPACE TO ENR-PARMPPR
               END-READ
               IF PG-PURGE
                   SET W-MODE-PURGE TO TRUE
               END-IF
               IF PG-RETENTION NUMERIC AND PG-RETENTION > 0
                   MOVE PG-RETENTION TO W-RETENTION
               END-IF
               CLOSE PARMPPR
           END-IF.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           COMPUTE W-ANNEE-LIMITE = W-DJ-AAAA - W-RETENTION.

           OPEN OUTPUT RAPPORT.
           IF W-MODE-PURGE
               MOVE 'PURGE'      TO LE-MODE
           ELSE
               MOVE 'SIMULATION' TO LE-MODE
           END-IF.
           MOVE W-RETENTION    TO LE-RETENTION.
           MOVE W-ANNEE-LIMITE TO LE-LIMITE.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
      * COMPTES VISES PAR UNE RECLAMATION NON SOLDEE
           OPEN INPUT REGRECL.
           IF RG-OK
               MOVE LOW-VALUE TO RG-REFDOS
               START REGRECL KEY NOT < RG-REFDOS
                   INVALID KEY SET RG-FIN TO TRUE
               END-START
               PERFORM 2100-LIRE-RECLAMATION
                   THRU 2100-LIRE-RECLAMATION-EXIT
                   UNTIL RG-FIN
               CLOSE REGRECL
           ELSE
               DISPLAY 'PURGPRO - REGRECL ABSENT (' RG-FS ')'
           END-IF.
      * COMPTES PORTANT UN RESTE A RECOUVRER
           OPEN INPUT RETOUR-RAR.
           IF RR-OK
               PERFORM 2200-LIRE-RAR
                   THRU 2200-LIRE-RAR-EXIT
                   UNTIL RR-FIN
               CLOSE RETOUR-RAR
           ELSE
               DISPLAY 'PURGPRO - RARHELIO ABSENT (' RR-FS ')'
           END-IF.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-RECLAMATION.
      *---------------------------------------------------------
           READ REGRECL NEXT
               AT END SET RG-FIN TO TRUE
                      GO TO 2100-LIRE-RECLAMATION-EXIT
           END-READ.
           IF RG-ACQUITTE OR RG-REJETE OR RG-REMBOURSE
               GO TO 2100-LIRE-RECLAMATION-EXIT
           END-IF.
           MOVE RG-ANUPRO TO TR-ANUPRO.
           MOVE 'R'       TO TR-MOTIF.
           RELEASE ENR-TRAVAIL.
       2100-LIRE-RECLAMATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-LIRE-RAR.
      *---------------------------------------------------------
           READ RETOUR-RAR
               AT END SET RR-FIN TO TRUE
                      GO TO 2200-LIRE-RAR-EXIT
           END-READ.
           IF RR-MRAR NOT > 0
               GO TO 2200-LIRE-RAR-EXIT
           END-IF.
           MOVE RR-ANUPRO TO TR-ANUPRO.
           MOVE 'D'       TO TR-MOTIF.
           RELEASE ENR-TRAVAIL.
       2200-LIRE-RAR-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-PURGER.
      *---------------------------------------------------------
      * LE REFERENTIEL EST LU EN SEQUENCE DE COMPTE ET RAPPROCHE
      * DES COMPTES PROTEGES TRIES
           IF W-MODE-PURGE
               OPEN I-O REFPRO
               OPEN I-O COPRO
           ELSE
               OPEN INPUT REFPRO
               OPEN INPUT COPRO
           END-IF.
           IF CP-OK
               SET W-COPRO-OUVERT TO TRUE
           END-IF.
           IF NOT PR-OK
               DISPLAY 'PURGPRO - REFPRO INDISPONIBLE (' PR-FS ')'
               ADD 1 TO W-NBERREURS
               GO TO 3000-PURGER-EXIT
           END-IF.
           OPEN INPUT HISTOB HISTONB.
           PERFORM 3900-LIRE-PROTEGE
               THRU 3900-LIRE-PROTEGE-EXIT.
           MOVE LOW-VALUE TO PR-ANUPRO.
           START REFPRO KEY NOT < PR-ANUPRO
               INVALID KEY SET PR-FIN TO TRUE
           END-START.
           PERFORM 3100-TRAITER-COMPTE
               THRU 3100-TRAITER-COMPTE-EXIT
               UNTIL PR-FIN.
           CLOSE REFPRO HISTOB HISTONB.
           IF W-COPRO-OUVERT
               CLOSE COPRO
           END-IF.
       3000-PURGER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-COMPTE.
      *---------------------------------------------------------
           READ REFPRO NEXT
               AT END SET PR-FIN TO TRUE
                      GO TO 3100-TRAITER-COMPTE-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.

      * COMPTES PROTEGES : LES ENREGISTREMENTS TRIES DES COMPTES
      * ABSENTS DU REFERENTIEL SONT PASSES
           MOVE 'N' TO W-SW-RECL W-SW-DETTE.
           PERFORM 3900-LIRE-PROTEGE
               THRU 3900-LIRE-PROTEGE-EXIT
               UNTIL W-FIN-TRI OR W-TRI-ANUPRO >= PR-ANUPRO.
           PERFORM 3910-NOTER-PROTECTION
               THRU 3910-NOTER-PROTECTION-EXIT
               UNTIL W-FIN-TRI OR W-TRI-ANUPRO NOT = PR-ANUPRO.
           IF W-PROTEGE-RECL
               ADD 1 TO W-NBRECL
               GO TO 3100-TRAITER-COMPTE-EXIT
           END-IF.
           IF W-PROTEGE-DETTE
               ADD 1 TO W-NBDETTE
               GO TO 3100-TRAITER-COMPTE-EXIT
           END-IF.

      * COMPTE CREE PENDANT LA DUREE DE CONSERVATION
           IF PR-JCREAT NUMERIC
              AND PR-JCREAT (1:4) > W-ANNEE-LIMITE
               ADD 1 TO W-NBCREES
               GO TO 3100-TRAITER-COMPTE-EXIT
           END-IF.

      * DERNIERE LIQUIDATION, PAR L'INDEX ALTERNATIF ANUPRO DES
      * DEUX HISTORIQUES
           MOVE 0 TO W-DERNIERE-ANNEE.
           MOVE 'N' TO W-SW-FINCPT.
           MOVE PR-ANUPRO TO HB-ANUPRO.
           START HISTOB KEY NOT < HB-ANUPRO
               INVALID KEY SET W-FIN-COMPTE TO TRUE
           END-START.
           PERFORM 3200-LIRE-HISTOB
               THRU 3200-LIRE-HISTOB-EXIT
               UNTIL W-FIN-COMPTE.
           MOVE 'N' TO W-SW-FINCPT.
           MOVE PR-ANUPRO TO HNB-ANUPRO.
           START HISTONB KEY NOT < HNB-ANUPRO
               INVALID KEY SET W-FIN-COMPTE TO TRUE
           END-START.
           PERFORM 3300-LIRE-HISTONB
               THRU 3300-LIRE-HISTONB-EXIT
               UNTIL W-FIN-COMPTE.
           IF W-DERNIERE-ANNEE > W-ANNEE-LIMITE
               ADD 1 TO W-NBRECENTS
               GO TO 3100-TRAITER-COMPTE-EXIT
           END-IF.

           PERFORM 4000-PURGER-COMPTE
               THRU 4000-PURGER-COMPTE-EXIT.
       3100-TRAITER-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-LIRE-HISTOB.
      *---------------------------------------------------------
           READ HISTOB NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 3200-LIRE-HISTOB-EXIT
           END-READ.
           IF HB-ANUPRO NOT = PR-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 3200-LIRE-HISTOB-EXIT
           END-IF.
           IF HB-JANIPT > W-DERNIERE-ANNEE
               MOVE HB-JANIPT TO W-DERNIERE-ANNEE
           END-IF.
       3200-LIRE-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-LIRE-HISTONB.
      *---------------------------------------------------------
           READ HISTONB NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 3300-LIRE-HISTONB-EXIT
           END-READ.
           IF HNB-ANUPRO NOT = PR-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 3300-LIRE-HISTONB-EXIT
           END-IF.
           IF HNB-JANIPT > W-DERNIERE-ANNEE
               MOVE HNB-JANIPT TO W-DERNIERE-ANNEE
           END-IF.
       3300-LIRE-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3900-LIRE-PROTEGE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      MOVE HIGH-VALUE TO W-TRI-ANUPRO
                      GO TO 3900-LIRE-PROTEGE-EXIT
           END-RETURN.
           MOVE TR-ANUPRO TO W-TRI-ANUPRO.
       3900-LIRE-PROTEGE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3910-NOTER-PROTECTION.
      *---------------------------------------------------------
           IF TR-RECLAMATION
               SET W-PROTEGE-RECL TO TRUE
           ELSE
               SET W-PROTEGE-DETTE TO TRUE
           END-IF.
           PERFORM 3900-LIRE-PROTEGE
               THRU 3900-LIRE-PROTEGE-EXIT.
       3910-NOTER-PROTECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-PURGER-COMPTE.
      *---------------------------------------------------------
      * LE RAPPORT NE REPREND QUE LE NUMERO DE COMPTE : AUCUNE
      * DONNEE NOMINATIVE N'Y EST EDITEE
           ADD 1 TO W-NBPURGES.
           MOVE PR-ANUPRO TO LC-ANUPRO.
           IF W-DERNIERE-ANNEE = 0
               MOVE 'AUCUNE' TO LC-DERNIERE
           ELSE
               MOVE W-DERNIERE-ANNEE TO LC-DERNIERE
           END-IF.
           IF PR-JCREAT NUMERIC AND PR-JCREAT > 0
               MOVE PR-JCREAT TO LC-JCREAT
           ELSE
               MOVE SPACE TO LC-JCREAT
           END-IF.
           MOVE 0 TO W-NBCOPRO.
           IF W-COPRO-OUVERT
               MOVE 'N' TO W-SW-FINCPT
               MOVE PR-ANUPRO TO CP-ANUPRO
               MOVE 0         TO CP-NORDRE
               START COPRO KEY NOT < CP-CLE
                   INVALID KEY SET W-FIN-COMPTE TO TRUE
               END-START
               PERFORM 4100-PURGER-COREDEV
                   THRU 4100-PURGER-COREDEV-EXIT
                   UNTIL W-FIN-COMPTE
           END-IF.
           MOVE W-NBCOPRO TO LC-NBCOPRO.
           IF W-MODE-PURGE
               DELETE REFPRO
                   INVALID KEY
                       ADD 1 TO W-NBERREURS
                       MOVE 'ERREUR SUPPRESSION' TO LC-SORT
                   NOT INVALID KEY
                       MOVE 'SUPPRIME' TO LC-SORT
               END-DELETE
           ELSE
               MOVE 'A SUPPRIMER' TO LC-SORT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-COMPTE.
       4000-PURGER-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-PURGER-COREDEV.
      *---------------------------------------------------------
           READ COPRO NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 4100-PURGER-COREDEV-EXIT
           END-READ.
           IF CP-ANUPRO NOT = PR-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 4100-PURGER-COREDEV-EXIT
           END-IF.
           ADD 1 TO W-NBCOPRO.
           ADD 1 TO W-NBCOPURG.
           IF W-MODE-PURGE
               DELETE COPRO
                   INVALID KEY ADD 1 TO W-NBERREURS
               END-DELETE
           END-IF.
       4100-PURGER-COREDEV-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-TOTAUX.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'COMPTES LUS' TO LT-LIBELLE.
           MOVE W-NBLUS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'CONSERVES : LIQUIDES DANS LA DUREE DE CONSERVATION'
               TO LT-LIBELLE.
           MOVE W-NBRECENTS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'CONSERVES : CREES DANS LA DUREE DE CONSERVATION'
               TO LT-LIBELLE.
           MOVE W-NBCREES TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'CONSERVES : RECLAMATION EN COURS' TO LT-LIBELLE.
           MOVE W-NBRECL TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'CONSERVES : RESTE A RECOUVRER' TO LT-LIBELLE.
           MOVE W-NBDETTE TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           IF W-MODE-PURGE
               MOVE 'COMPTES SUPPRIMES' TO LT-LIBELLE
           ELSE
               MOVE 'COMPTES A SUPPRIMER (SIMULATION)' TO LT-LIBELLE
           END-IF.
           MOVE W-NBPURGES TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DONT CO-REDEVABLES' TO LT-LIBELLE.
           MOVE W-NBCOPURG TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           IF W-NBERREURS > 0
               MOVE 'ERREURS D''ACCES' TO LT-LIBELLE
               MOVE W-NBERREURS TO LT-NOMBRE
               WRITE ENR-RAPPORT FROM LIGNE-TOTAL
           END-IF.
       8000-TOTAUX-EXIT.
           EXIT.
       END PROGRAM PURGPRO.
