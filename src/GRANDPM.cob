      *********************************************************
      * PROGRAMME GRANDPM                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * VUE NATIONALE DES GRANDS PROPRIETAIRES PERSONNES      *
      * MORALES PAR SIREN, POUR LA CELLULE NATIONALE DES      *
      * GRANDS COMPTES : LES COMPTES PERSONNES MORALES DE     *
      * TOUTES LES DIRECTIONS DE LA LISTE MULTI-DIRECTIONS    *
      * (EXTRAITS EXTRPM CONCATENES SUR REFPMTOU) SONT        *
      * RAPPROCHES DES FICHIERS DE SORTIE DU LOT (SORTLOT     *
      * CONCATENES), DES RESTES A RECOUVRER HELIOS (RETOURS   *
      * RARHELIO CONCATENES, TELS QU'INTEGRES PAR RETRAR) ET  *
      * DES RECLAMATIONS EN COURS (REGISTRES REGRECL          *
      * DECHARGES). L'ETAT DONNE PAR SIREN ET PAR DIRECTION   *
      * LES BASES COMMUNALES, LES COTISATIONS, LE RESTE A     *
      * RECOUVRER ET LES RECLAMATIONS EN COURS, PUIS LE       *
      * CLASSEMENT DES PLUS GROS CONTRIBUABLES PAR COTISATION *
      * DECROISSANTE (NOMBRE DE RANGS PARAMETRE PAR PARMGPM,  *
      * 100 PAR DEFAUT) AVEC LES DIRECTIONS CONCERNEES.       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRANDPM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMGPM     ASSIGN  TO  PARMGPM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PG-FS.
           SELECT  DIRLISTE    ASSIGN  TO  DIRLISTE
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS DL-FS.
           SELECT  REFPMTOU    ASSIGN  TO  REFPMTOU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  RARTOU      ASSIGN  TO  RARTOU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RR-FS.
           SELECT  RECLTOU     ASSIGN  TO  RECLTOU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RG-FS.
           SELECT  CUMPM       ASSIGN  TO  CUMPM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CU-FS.
           SELECT  SYNTPM      ASSIGN  TO  SYNTPM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SY-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL-CPT ASSIGN  TO  TRIPMCPT.
           SELECT  TRAVAIL-SIR ASSIGN  TO  TRIPMSIR.
           SELECT  TRAVAIL-RNG ASSIGN  TO  TRIPMRNG.

       DATA DIVISION.
       FILE SECTION.
      * NOMBRE DE CONTRIBUABLES DU CLASSEMENT (DEFAUT 100)
       FD  PARMGPM.
       01  ENR-PARMGPM.
           05 PG-NBRANG            PIC 9(4).

       FD  DIRLISTE.
       01  ENR-DIRLISTE.
           05 DL-CODEP             PIC X(2).
           05 DL-CODIR             PIC X(1).

      * COMPTES PERSONNES MORALES DE TOUTES LES DIRECTIONS
      * (EXTRAITS EXTRPM CONCATENES)
       FD  REFPMTOU.
       01  ENR-REFPMTOU.
           COPY XCPTPM REPLACING 'X' BY PM.

      * FICHIERS DE SORTIE DU LOT DE TOUTES LES DIRECTIONS
       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

      * RETOURS DES RESTES A RECOUVRER HELIOS DE TOUTES LES
      * DIRECTIONS (MEME FORMAT QUE L'ENTREE DE RETRAR)
       FD  RARTOU.
       01  ENR-RARTOU.
           05 RR-DAN               PIC 9(4).
           05 RR-AC3DIR            PIC X(3).
           05 RR-CCOCOM            PIC X(3).
           05 RR-DSRPAR            PIC X(1).
           05 RR-ANUPRO            PIC X(6).
           05 RR-CCOBNB            PIC X(1).
           05 RR-MRAR              PIC S9(12).

      * DECHARGEMENTS DES REGISTRES DES RECLAMATIONS DE TOUTES LES
      * DIRECTIONS
       FD  RECLTOU.
       01  ENR-RECLTOU.
           COPY XREGRECL REPLACING 'X' BY RG.

      * CUMULS PAR COMPTE PERSONNE MORALE, ENTRE LES DEUX TRIS
       FD  CUMPM.
       01  ENR-CUMPM.
           05 CU-DSIREN            PIC X(9).
           05 CU-AC3DIR            PIC X(3).
           05 CU-ANUPRO            PIC X(6).
           05 CU-DDENOM            PIC X(38).
           05 CU-MBASE             PIC S9(12).
           05 CU-MCOTIS            PIC S9(12).
           05 CU-MRAR              PIC S9(12).
           05 CU-NBRECL            PIC 9(5).
           05 CU-MRECL             PIC S9(12).

      * SYNTHESE PAR SIREN, CLASSEE ENSUITE PAR COTISATION
       FD  SYNTPM.
       01  ENR-SYNTPM.
           05 SY-DSIREN            PIC X(9).
           05 SY-DDENOM            PIC X(38).
           05 SY-NBDIR             PIC 9(3).
           05 SY-NBCPT             PIC 9(5).
           05 SY-MBASE             PIC S9(12).
           05 SY-MCOTIS            PIC S9(12).
           05 SY-MRAR              PIC S9(12).
           05 SY-NBRECL            PIC 9(5).
           05 SY-MRECL             PIC S9(12).
           05 SY-LISDIR            PIC X(48).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * TRI 1 : PAR DIRECTION ET COMPTE, LE COMPTE PERSONNE MORALE
      * (TYPE 0) EN TETE DE SES LIQUIDATIONS (1), RESTES (2) ET
      * RECLAMATIONS (3)
       SD  TRAVAIL-CPT.
       01  ENR-TRAVAIL-CPT.
           05 TA-CLE.
              10 TA-AC3DIR         PIC X(3).
              10 TA-ANUPRO         PIC X(6).
           05 TA-TYPE              PIC X(1).
              88 TA-COMPTE-PM           VALUE '0'.
           05 TA-DSIREN            PIC X(9).
           05 TA-DDENOM            PIC X(38).
           05 TA-MBASE             PIC S9(12).
           05 TA-MCOTIS            PIC S9(12).
           05 TA-MRAR              PIC S9(12).
           05 TA-NBRECL            PIC 9(5).
           05 TA-MRECL             PIC S9(12).

      * TRI 2 : PAR SIREN PUIS DIRECTION
       SD  TRAVAIL-SIR.
       01  ENR-TRAVAIL-SIR.
           05 TB-DSIREN            PIC X(9).
           05 TB-AC3DIR            PIC X(3).
           05 TB-ANUPRO            PIC X(6).
           05 TB-DDENOM            PIC X(38).
           05 TB-MBASE             PIC S9(12).
           05 TB-MCOTIS            PIC S9(12).
           05 TB-MRAR              PIC S9(12).
           05 TB-NBRECL            PIC 9(5).
           05 TB-MRECL             PIC S9(12).

      * TRI 3 : PAR COTISATION DECROISSANTE
       SD  TRAVAIL-RNG.
       01  ENR-TRAVAIL-RNG.
           05 TC-DSIREN            PIC X(9).
           05 TC-DDENOM            PIC X(38).
           05 TC-NBDIR             PIC 9(3).
           05 TC-NBCPT             PIC 9(5).
           05 TC-MBASE             PIC S9(12).
           05 TC-MCOTIS            PIC S9(12).
           05 TC-MRAR              PIC S9(12).
           05 TC-NBRECL            PIC 9(5).
           05 TC-MRECL             PIC S9(12).
           05 TC-LISDIR            PIC X(48).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'GRANDPM 00 DU 15/10/26'.

       01  PG-FS                   PIC X(2).
           88 PG-OK                     VALUE '00'.
       01  DL-FS                   PIC X(2).
           88 DL-OK                     VALUE '00'.
           88 DL-FIN                    VALUE '10'.
       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
           88 PM-FIN                    VALUE '10'.
       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  RR-FS                   PIC X(2).
           88 RR-OK                     VALUE '00'.
           88 RR-FIN                    VALUE '10'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
           88 RG-FIN                    VALUE '10'.
       01  CU-FS                   PIC X(2).
       01  SY-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  W-NBRANG                PIC 9(4) VALUE 100.
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.

      * DIRECTIONS DE LA LISTE : LES ENREGISTREMENTS D'UNE
      * DIRECTION HORS LISTE SONT IGNORES
       01  W-MAXDIR                PIC 9(3) COMP VALUE 050.
       01  W-NBDIR                 PIC 9(3) COMP VALUE 0.
       01  TABLE-DIR.
           05 DIR-AC3DIR           PIC X(3) OCCURS 050.
       01  IX                      PIC 9(3) COMP.
       01  W-AC3DIR                PIC X(3).
       01  W-TROUVE                PIC X(1).
           88 W-DIR-TROUVEE             VALUE 'O'.

      * COMPTE EN COURS (SORTIE DU TRI 1)
       01  W-CPT-CLE               PIC X(9) VALUE HIGH-VALUE.
       01  W-CPT-DSIREN            PIC X(9).
       01  W-CPT-DDENOM            PIC X(38).
       01  W-SW-ACTIF              PIC X(1).
           88 W-CPT-ACTIF               VALUE 'O'.
       01  W-CPT-MBASE             PIC S9(12).
       01  W-CPT-MCOTIS            PIC S9(12).
       01  W-CPT-MRAR              PIC S9(12).
       01  W-CPT-NBRECL            PIC 9(5).
       01  W-CPT-MRECL             PIC S9(12).

      * SIREN ET DIRECTION EN COURS (SORTIE DU TRI 2)
       01  W-SIR-PREC              PIC X(9) VALUE HIGH-VALUE.
       01  W-DIR-PREC              PIC X(3).
       01  W-SIR-DDENOM            PIC X(38).
       01  W-SIR-NBDIR             PIC 9(3).
       01  W-SIR-NBCPT             PIC 9(5).
       01  W-SIR-MBASE             PIC S9(12).
       01  W-SIR-MCOTIS            PIC S9(12).
       01  W-SIR-MRAR              PIC S9(12).
       01  W-SIR-NBRECL            PIC 9(5).
       01  W-SIR-MRECL             PIC S9(12).
       01  W-SIR-LISDIR            PIC X(48).
       01  W-DIR-NBCPT             PIC 9(5).
       01  W-DIR-MBASE             PIC S9(12).
       01  W-DIR-MCOTIS            PIC S9(12).
       01  W-DIR-MRAR              PIC S9(12).
       01  W-DIR-NBRECL            PIC 9(5).
       01  W-DIR-MRECL             PIC S9(12).
       01  W-POSDIR                PIC 9(3) COMP.

       01  W-RANG                  PIC 9(5) VALUE 0.
       01  W-NBLIQ                 PIC 9(9) VALUE 0.
       01  W-NBCPTPM               PIC 9(7) VALUE 0.
       01  W-NBSIREN               PIC 9(7) VALUE 0.
       01  W-NBMULTI               PIC 9(7) VALUE 0.

       01  LIGNE-SAUT              PIC X(132) VALUE SPACE.
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-TITRE-DET         PIC X(132) VALUE
           'VUE NATIONALE DES PROPRIETAIRES PERSONNES MORALES PAR SI
      -    'REN - DETAIL PAR DIRECTION'.
       01  LIGNE-COLONNE-DET       PIC X(132) VALUE
           '        DIR  COMPTES        BASES  COTISATIONS  RESTE A PAYE
      -    'R  RECLAM. DIFFERENTIEL'.
       01  LIGNE-SIREN.
           05 FILLER               PIC X(6)  VALUE 'SIREN '.
           05 LS-DSIREN            PIC X(9).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LS-DDENOM            PIC X(38).
       01  LIGNE-DIRECTION.
           05 LD-LIBELLE           PIC X(8)  VALUE SPACE.
           05 LD-AC3DIR            PIC X(3).
           05 LD-NBCPT             PIC Z(8)9.
           05 LD-MBASE             PIC -(12)9.
           05 LD-MCOTIS            PIC -(12)9.
           05 LD-MRAR              PIC -(14)9.
           05 LD-NBRECL            PIC Z(8)9.
           05 LD-MRECL             PIC -(12)9.
       01  LIGNE-TITRE-RNG         PIC X(132) VALUE
           'CLASSEMENT NATIONAL DES PLUS GROS CONTRIBUABLES PERSONNE
      -    'S MORALES (COTISATIONS DE L''ANNEE)'.
       01  LIGNE-COLONNE-RNG       PIC X(132) VALUE
           'RANG SIREN     RAISON SOCIALE                 DIR   COTISATI
      -    'ONS RESTE A PAYER RECL. DIRECTIONS CONCERNEES'.
       01  LIGNE-RANG.
           05 LR-RANG              PIC ZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LR-DSIREN            PIC X(9).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LR-DDENOM            PIC X(30).
           05 LR-NBDIR             PIC ZZZ9.
           05 LR-MCOTIS            PIC -(13)9.
           05 LR-MRAR              PIC -(13)9.
           05 LR-NBRECL            PIC ZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LR-LISDIR            PIC X(48).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(45).
           05 LG-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.

           SORT TRAVAIL-CPT
               ON ASCENDING KEY TA-CLE
               ON ASCENDING KEY TA-TYPE
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-CUMULER-COMPTE
                   THRU 3000-CUMULER-COMPTE-EXIT.

           WRITE ENR-RAPPORT FROM LIGNE-TITRE-DET.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE-DET.
           SORT TRAVAIL-SIR
               ON ASCENDING KEY TB-DSIREN
               ON ASCENDING KEY TB-AC3DIR
               USING CUMPM
               OUTPUT PROCEDURE 4000-EDITER-SIREN
                   THRU 4000-EDITER-SIREN-EXIT.

           WRITE ENR-RAPPORT FROM LIGNE-SAUT AFTER PAGE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE-RNG.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE-RNG.
           SORT TRAVAIL-RNG
               ON DESCENDING KEY TC-MCOTIS
               ON ASCENDING  KEY TC-DSIREN
               USING SYNTPM
               OUTPUT PROCEDURE 5000-EDITER-CLASSEMENT
                   THRU 5000-EDITER-CLASSEMENT-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-TERMINAISON-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           OPEN INPUT PARMGPM.
           IF PG-OK
               READ PARMGPM
                   AT END MOVE ZERO TO PG-NBRANG
               END-READ
               IF PG-NBRANG NUMERIC AND PG-NBRANG > 0
                   MOVE PG-NBRANG TO W-NBRANG
               END-IF
               CLOSE PARMGPM
           END-IF.
           OPEN INPUT DIRLISTE.
           PERFORM 1100-LIRE-DIRLISTE
               THRU 1100-LIRE-DIRLISTE-EXIT
               UNTIL DL-FIN OR W-NBDIR >= W-MAXDIR.
           CLOSE DIRLISTE.
           OPEN OUTPUT RAPPORT.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-DIRLISTE.
      *---------------------------------------------------------
           READ DIRLISTE
               AT END SET DL-FIN TO TRUE
           END-READ.
           IF DL-OK
               ADD 1 TO W-NBDIR
               MOVE DL-CODEP TO DIR-AC3DIR (W-NBDIR) (1:2)
               MOVE DL-CODIR TO DIR-AC3DIR (W-NBDIR) (3:1)
           END-IF.
       1100-LIRE-DIRLISTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT REFPMTOU SORTIE-LOT RARTOU RECLTOU.
           PERFORM 2100-LIRE-COMPTE-PM
               THRU 2100-LIRE-COMPTE-PM-EXIT
               UNTIL PM-FIN.
           PERFORM 2200-LIRE-SORTLOT
               THRU 2200-LIRE-SORTLOT-EXIT
               UNTIL SL-FIN.
           PERFORM 2300-LIRE-RAR
               THRU 2300-LIRE-RAR-EXIT
               UNTIL RR-FIN.
           PERFORM 2400-LIRE-RECLAMATION
               THRU 2400-LIRE-RECLAMATION-EXIT
               UNTIL RG-FIN.
           CLOSE REFPMTOU SORTIE-LOT RARTOU RECLTOU.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-COMPTE-PM.
      *---------------------------------------------------------
           READ REFPMTOU
               AT END SET PM-FIN TO TRUE
                      GO TO 2100-LIRE-COMPTE-PM-EXIT
           END-READ.
           MOVE PM-AC3DIR TO W-AC3DIR.
           PERFORM 2900-CHERCHER-DIR
               THRU 2900-CHERCHER-DIR-EXIT.
           IF NOT W-DIR-TROUVEE
               GO TO 2100-LIRE-COMPTE-PM-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL-CPT.
           MOVE PM-AC3DIR TO TA-AC3DIR.
           MOVE PM-ANUPRO TO TA-ANUPRO.
           MOVE '0'       TO TA-TYPE.
           MOVE PM-DSIREN TO TA-DSIREN.
           MOVE PM-DDENOM TO TA-DDENOM.
           RELEASE ENR-TRAVAIL-CPT.
       2100-LIRE-COMPTE-PM-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-LIRE-SORTLOT.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 2200-LIRE-SORTLOT-EXIT
           END-READ.
      * ENREGISTREMENTS DE SERVICE ET ARTICLES EN ANOMALIE ECARTES
           IF ENR-SORTIE-LOT (1:1) = '*' OR SL-CR NOT = 0
               GO TO 2200-LIRE-SORTLOT-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETB-VUE.
           MOVE RETB-AC3DIR TO W-AC3DIR.
           PERFORM 2900-CHERCHER-DIR
               THRU 2900-CHERCHER-DIR-EXIT.
           IF NOT W-DIR-TROUVEE
               GO TO 2200-LIRE-SORTLOT-EXIT
           END-IF.
           ADD 1 TO W-NBLIQ.
           INITIALIZE ENR-TRAVAIL-CPT.
           MOVE RETB-AC3DIR TO TA-AC3DIR.
           MOVE RETB-ANUPRO TO TA-ANUPRO.
           MOVE '1'         TO TA-TYPE.
           IF RETB-CCOBNB = '2'
               MOVE RETB-BBCOM  TO TA-MBASE
               MOVE RETB-TCTDU  TO TA-MCOTIS
           ELSE
               MOVE SL-RETOUR   TO RETNB-VUE
               MOVE RETNB-BBCOM TO TA-MBASE
               MOVE RETNB-TCTDU TO TA-MCOTIS
           END-IF.
           RELEASE ENR-TRAVAIL-CPT.
       2200-LIRE-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-LIRE-RAR.
      *---------------------------------------------------------
           READ RARTOU
               AT END SET RR-FIN TO TRUE
                      GO TO 2300-LIRE-RAR-EXIT
           END-READ.
           MOVE RR-AC3DIR TO W-AC3DIR.
           PERFORM 2900-CHERCHER-DIR
               THRU 2900-CHERCHER-DIR-EXIT.
           IF NOT W-DIR-TROUVEE OR RR-MRAR = 0
               GO TO 2300-LIRE-RAR-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL-CPT.
           MOVE RR-AC3DIR TO TA-AC3DIR.
           MOVE RR-ANUPRO TO TA-ANUPRO.
           MOVE '2'       TO TA-TYPE.
           MOVE RR-MRAR   TO TA-MRAR.
           RELEASE ENR-TRAVAIL-CPT.
       2300-LIRE-RAR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-LIRE-RECLAMATION.
      *---------------------------------------------------------
           READ RECLTOU
               AT END SET RG-FIN TO TRUE
                      GO TO 2400-LIRE-RECLAMATION-EXIT
           END-READ.
      * SEULS LES DOSSIERS EN COURS (RECUS OU LIQUIDES, NON ENCORE
      * ACQUITTES NI REJETES) SONT RETENUS
           IF NOT RG-RECU AND NOT RG-LIQUIDE
               GO TO 2400-LIRE-RECLAMATION-EXIT
           END-IF.
           MOVE RG-AC3DIR TO W-AC3DIR.
           PERFORM 2900-CHERCHER-DIR
               THRU 2900-CHERCHER-DIR-EXIT.
           IF NOT W-DIR-TROUVEE
               GO TO 2400-LIRE-RECLAMATION-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL-CPT.
           MOVE RG-AC3DIR TO TA-AC3DIR.
           MOVE RG-ANUPRO TO TA-ANUPRO.
           MOVE '3'       TO TA-TYPE.
           MOVE 1         TO TA-NBRECL.
           MOVE RG-MDIFF  TO TA-MRECL.
           RELEASE ENR-TRAVAIL-CPT.
       2400-LIRE-RECLAMATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2900-CHERCHER-DIR.
      *---------------------------------------------------------
           MOVE 'N' TO W-TROUVE.
           PERFORM 2910-TESTER-DIR
               THRU 2910-TESTER-DIR-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBDIR OR W-DIR-TROUVEE.
       2900-CHERCHER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2910-TESTER-DIR.
      *---------------------------------------------------------
           IF DIR-AC3DIR (IX) = W-AC3DIR
               SET W-DIR-TROUVEE TO TRUE
           END-IF.
       2910-TESTER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CUMULER-COMPTE.
      *---------------------------------------------------------
      * UN COMPTE N'EST RETENU QUE S'IL EST CELUI D'UNE PERSONNE
      * MORALE (TYPE 0 EN TETE DE SA CLE) ET QU'IL PORTE AU MOINS
      * UNE LIQUIDATION, UN RESTE OU UNE RECLAMATION
           OPEN OUTPUT CUMPM.
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 3100-CUMULER-UN-ENREG
               THRU 3100-CUMULER-UN-ENREG-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3200-ECRIRE-COMPTE
               THRU 3200-ECRIRE-COMPTE-EXIT.
           CLOSE CUMPM.
       3000-CUMULER-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CUMULER-UN-ENREG.
      *---------------------------------------------------------
           RETURN TRAVAIL-CPT
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-CUMULER-UN-ENREG-EXIT
           END-RETURN.
           IF TA-CLE NOT = W-CPT-CLE
               PERFORM 3200-ECRIRE-COMPTE
                   THRU 3200-ECRIRE-COMPTE-EXIT
               MOVE TA-CLE TO W-CPT-CLE
               MOVE SPACE  TO W-CPT-DSIREN W-CPT-DDENOM
               MOVE 'N'    TO W-SW-ACTIF
               MOVE 0 TO W-CPT-MBASE W-CPT-MCOTIS W-CPT-MRAR
                         W-CPT-NBRECL W-CPT-MRECL
           END-IF.
           IF TA-COMPTE-PM
               MOVE TA-DSIREN TO W-CPT-DSIREN
               MOVE TA-DDENOM TO W-CPT-DDENOM
               GO TO 3100-CUMULER-UN-ENREG-EXIT
           END-IF.
           IF W-CPT-DSIREN = SPACE
               GO TO 3100-CUMULER-UN-ENREG-EXIT
           END-IF.
           MOVE 'O' TO W-SW-ACTIF.
           ADD TA-MBASE  TO W-CPT-MBASE.
           ADD TA-MCOTIS TO W-CPT-MCOTIS.
           ADD TA-MRAR   TO W-CPT-MRAR.
           ADD TA-NBRECL TO W-CPT-NBRECL.
           ADD TA-MRECL  TO W-CPT-MRECL.
       3100-CUMULER-UN-ENREG-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-ECRIRE-COMPTE.
      *---------------------------------------------------------
           IF W-CPT-CLE = HIGH-VALUE OR NOT W-CPT-ACTIF
               GO TO 3200-ECRIRE-COMPTE-EXIT
           END-IF.
           MOVE W-CPT-DSIREN      TO CU-DSIREN.
           MOVE W-CPT-CLE (1:3)   TO CU-AC3DIR.
           MOVE W-CPT-CLE (4:6)   TO CU-ANUPRO.
           MOVE W-CPT-DDENOM      TO CU-DDENOM.
           MOVE W-CPT-MBASE       TO CU-MBASE.
           MOVE W-CPT-MCOTIS      TO CU-MCOTIS.
           MOVE W-CPT-MRAR        TO CU-MRAR.
           MOVE W-CPT-NBRECL      TO CU-NBRECL.
           MOVE W-CPT-MRECL       TO CU-MRECL.
           WRITE ENR-CUMPM.
           ADD 1 TO W-NBCPTPM.
       3200-ECRIRE-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-SIREN.
      *---------------------------------------------------------
           OPEN OUTPUT SYNTPM.
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 4100-EDITER-UN-COMPTE
               THRU 4100-EDITER-UN-COMPTE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 4300-CLORE-SIREN
               THRU 4300-CLORE-SIREN-EXIT.
           CLOSE SYNTPM.
       4000-EDITER-SIREN-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-EDITER-UN-COMPTE.
      *---------------------------------------------------------
           RETURN TRAVAIL-SIR
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 4100-EDITER-UN-COMPTE-EXIT
           END-RETURN.
           IF TB-DSIREN NOT = W-SIR-PREC
               PERFORM 4300-CLORE-SIREN
                   THRU 4300-CLORE-SIREN-EXIT
               MOVE TB-DSIREN TO W-SIR-PREC
               MOVE TB-DDENOM TO W-SIR-DDENOM
               MOVE SPACE     TO W-SIR-LISDIR W-DIR-PREC
               MOVE 0 TO W-SIR-NBDIR W-SIR-NBCPT W-SIR-MBASE
                         W-SIR-MCOTIS W-SIR-MRAR W-SIR-NBRECL
                         W-SIR-MRECL
               MOVE TB-DSIREN TO LS-DSIREN
               MOVE TB-DDENOM TO LS-DDENOM
               WRITE ENR-RAPPORT FROM LIGNE-SEPARATION
               WRITE ENR-RAPPORT FROM LIGNE-SIREN
           END-IF.
           IF TB-AC3DIR NOT = W-DIR-PREC
               PERFORM 4200-CLORE-DIRECTION
                   THRU 4200-CLORE-DIRECTION-EXIT
               MOVE TB-AC3DIR TO W-DIR-PREC
               MOVE 0 TO W-DIR-NBCPT W-DIR-MBASE W-DIR-MCOTIS
                         W-DIR-MRAR W-DIR-NBRECL W-DIR-MRECL
      * LISTE DES DIRECTIONS CONCERNEES (LES DOUZE PREMIERES)
               IF W-SIR-NBDIR < 12
                   COMPUTE W-POSDIR = W-SIR-NBDIR * 4 + 1
                   MOVE TB-AC3DIR TO W-SIR-LISDIR (W-POSDIR:3)
               END-IF
               ADD 1 TO W-SIR-NBDIR
           END-IF.
           ADD 1         TO W-DIR-NBCPT.
           ADD TB-MBASE  TO W-DIR-MBASE.
           ADD TB-MCOTIS TO W-DIR-MCOTIS.
           ADD TB-MRAR   TO W-DIR-MRAR.
           ADD TB-NBRECL TO W-DIR-NBRECL.
           ADD TB-MRECL  TO W-DIR-MRECL.
       4100-EDITER-UN-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4200-CLORE-DIRECTION.
      *---------------------------------------------------------
           IF W-DIR-PREC = SPACE
               GO TO 4200-CLORE-DIRECTION-EXIT
           END-IF.
           MOVE SPACE        TO LD-LIBELLE.
           MOVE W-DIR-PREC   TO LD-AC3DIR.
           MOVE W-DIR-NBCPT  TO LD-NBCPT.
           MOVE W-DIR-MBASE  TO LD-MBASE.
           MOVE W-DIR-MCOTIS TO LD-MCOTIS.
           MOVE W-DIR-MRAR   TO LD-MRAR.
           MOVE W-DIR-NBRECL TO LD-NBRECL.
           MOVE W-DIR-MRECL  TO LD-MRECL.
           WRITE ENR-RAPPORT FROM LIGNE-DIRECTION.
           ADD W-DIR-NBCPT  TO W-SIR-NBCPT.
           ADD W-DIR-MBASE  TO W-SIR-MBASE.
           ADD W-DIR-MCOTIS TO W-SIR-MCOTIS.
           ADD W-DIR-MRAR   TO W-SIR-MRAR.
           ADD W-DIR-NBRECL TO W-SIR-NBRECL.
           ADD W-DIR-MRECL  TO W-SIR-MRECL.
           MOVE SPACE TO W-DIR-PREC.
       4200-CLORE-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       4300-CLORE-SIREN.
      *---------------------------------------------------------
           IF W-SIR-PREC = HIGH-VALUE
               GO TO 4300-CLORE-SIREN-EXIT
           END-IF.
           PERFORM 4200-CLORE-DIRECTION
               THRU 4200-CLORE-DIRECTION-EXIT.
           MOVE 'TOTAL'      TO LD-LIBELLE.
           MOVE W-SIR-NBDIR  TO LD-AC3DIR.
           MOVE W-SIR-NBCPT  TO LD-NBCPT.
           MOVE W-SIR-MBASE  TO LD-MBASE.
           MOVE W-SIR-MCOTIS TO LD-MCOTIS.
           MOVE W-SIR-MRAR   TO LD-MRAR.
           MOVE W-SIR-NBRECL TO LD-NBRECL.
           MOVE W-SIR-MRECL  TO LD-MRECL.
           WRITE ENR-RAPPORT FROM LIGNE-DIRECTION.
           ADD 1 TO W-NBSIREN.
           IF W-SIR-NBDIR > 1
               ADD 1 TO W-NBMULTI
           END-IF.
           MOVE W-SIR-PREC   TO SY-DSIREN.
           MOVE W-SIR-DDENOM TO SY-DDENOM.
           MOVE W-SIR-NBDIR  TO SY-NBDIR.
           MOVE W-SIR-NBCPT  TO SY-NBCPT.
           MOVE W-SIR-MBASE  TO SY-MBASE.
           MOVE W-SIR-MCOTIS TO SY-MCOTIS.
           MOVE W-SIR-MRAR   TO SY-MRAR.
           MOVE W-SIR-NBRECL TO SY-NBRECL.
           MOVE W-SIR-MRECL  TO SY-MRECL.
           MOVE W-SIR-LISDIR TO SY-LISDIR.
           WRITE ENR-SYNTPM.
           MOVE HIGH-VALUE TO W-SIR-PREC.
       4300-CLORE-SIREN-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-CLASSEMENT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 5100-EDITER-UN-RANG
               THRU 5100-EDITER-UN-RANG-EXIT
               UNTIL W-FIN-TRI.
       5000-EDITER-CLASSEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-EDITER-UN-RANG.
      *---------------------------------------------------------
           RETURN TRAVAIL-RNG
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 5100-EDITER-UN-RANG-EXIT
           END-RETURN.
      * AU-DELA DU NOMBRE DE RANGS DEMANDE, LE TRI EST SIMPLEMENT
      * EPUISE
           IF W-RANG >= W-NBRANG
               GO TO 5100-EDITER-UN-RANG-EXIT
           END-IF.
           ADD 1 TO W-RANG.
           MOVE W-RANG    TO LR-RANG.
           MOVE TC-DSIREN TO LR-DSIREN.
           MOVE TC-DDENOM TO LR-DDENOM.
           MOVE TC-NBDIR  TO LR-NBDIR.
           MOVE TC-MCOTIS TO LR-MCOTIS.
           MOVE TC-MRAR   TO LR-MRAR.
           MOVE TC-NBRECL TO LR-NBRECL.
           MOVE TC-LISDIR TO LR-LISDIR.
           WRITE ENR-RAPPORT FROM LIGNE-RANG.
       5100-EDITER-UN-RANG-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'LIQUIDATIONS DES DIRECTIONS DE LA LISTE'
                                            TO LG-LIBELLE.
           MOVE W-NBLIQ                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'COMPTES PERSONNES MORALES RETENUS'
                                            TO LG-LIBELLE.
           MOVE W-NBCPTPM                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'SIREN DISTINCTS'           TO LG-LIBELLE.
           MOVE W-NBSIREN                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DONT PRESENTS DANS PLUSIEURS DIRECTIONS'
                                            TO LG-LIBELLE.
           MOVE W-NBMULTI                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE RAPPORT.
           DISPLAY 'GRANDPM - DIRECTIONS DE LA LISTE  : ' W-NBDIR.
           DISPLAY 'GRANDPM - COMPTES PM RETENUS      : ' W-NBCPTPM.
           DISPLAY 'GRANDPM - SIREN DISTINCTS         : ' W-NBSIREN.
           DISPLAY 'GRANDPM - SIREN MULTI-DIRECTIONS  : ' W-NBMULTI.
       9000-TERMINAISON-EXIT.
           EXIT.
       END PROGRAM GRANDPM.
