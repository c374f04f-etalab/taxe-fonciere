      *********************************************************
      * PROGRAMME CTLVARBA                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONTROLE PRE-LOT DES VARIATIONS DE BASE ARTICLE PAR   *
      * ARTICLE : CHAQUE ARTICLE D'ENTRLOT EST RAPPROCHE DE   *
      * SON ARCHIVE RETENB/RETENNB DE LA CAMPAGNE PRECEDENTE, *
      * APRES RETRAIT DE LA REVALORISATION FORFAITAIRE        *
      * (CREVAL DU BAREME) LORSQUE LES BASES ONT DEJA ETE     *
      * REVALORISEES. SONT EDITES, PAR COMMUNE PUIS PAR       *
      * AMPLEUR DECROISSANTE, LES ARTICLES DONT LA BASE D'UNE *
      * COLLECTIVITE VARIE AU-DELA DU SEUIL PARAMETRE POUR SA *
      * NATURE, PUIS LES ARTICLES DISPARUS ET NOUVEAUX, A     *
      * VERIFIER PAR LE CDIF AVANT LA SORTIE DU ROLE (CODE    *
      * RETOUR 4).                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLVARBA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMVAR     ASSIGN  TO  PARMVAR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PV-FS.
           SELECT  BAREME      ASSIGN  TO  BAREME
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BA-FS.
           SELECT  ENTREE-LOT  ASSIGN  TO  ENTRLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EL-FS.
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
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIVAR.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION CONTROLEE, ANNEE DE LA CAMPAGNE PRECEDENTE ET
      * SEUILS DE VARIATION EN POUR CENT PAR NATURE (BATI, NON
      * BATI), 10 PAR DEFAUT
       FD  PARMVAR.
       01  ENR-PARMVAR.
           05 PV-CODEP             PIC X(2).
           05 PV-CODIR             PIC X(1).
           05 PV-ANPREC            PIC 9(4).
           05 PV-SEUIL-B           PIC 9(3).
           05 PV-SEUIL-NB          PIC 9(3).

      * BAREME LEGAL PAR MILLESIME ET PAR NATURE, PORTEUR DU
      * COEFFICIENT DE REVALORISATION FORFAITAIRE DES BASES
       FD  BAREME.
       01  ENR-BAREME              PIC X(120).

       FD  ENTREE-LOT.
       01  ENR-ENTREE-LOT          PIC X(600).

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

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : CLE DE L'ARTICLE, ORIGINE
      * ('A' = ARCHIVE DE LA CAMPAGNE PRECEDENTE, 'N' = FICHIER
      * D'ENTREE) ET BASES PAR COLLECTIVITE (COMMUNE,
      * DEPARTEMENT, SYNDICAT, EPCI, TSE, GEMAPI)
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE.
              10 TR-CC2DEP         PIC X(2).
              10 TR-CCODIR         PIC X(1).
              10 TR-CCOCOM         PIC X(3).
              10 TR-DSRPAR         PIC X(1).
              10 TR-ANUPRO         PIC X(6).
              10 TR-CCOBNB         PIC X(1).
           05 TR-ORIGINE           PIC X(1).
              88 TR-ANCIEN              VALUE 'A'.
           05 TR-BASE              PIC S9(12) OCCURS 6.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CTLVARBA 00 DU 15/10/26'.

       01  PV-FS                   PIC X(2).
           88 PV-OK                     VALUE '00'.
       01  BA-FS                   PIC X(2).
           88 BA-OK                     VALUE '00'.
       01  EL-FS                   PIC X(2).
           88 EL-OK                     VALUE '00'.
           88 EL-FIN                    VALUE '10'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  RP-FS                   PIC X(2).

       01  EB-VUE.
           COPY XCOMBAT REPLACING 'X' BY EB.
       01  EN-VUE.
           COPY XCOMNBA REPLACING 'X' BY EN.

       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SEUIL-B               PIC 9(3) VALUE 010.
       01  W-SEUIL-NB              PIC 9(3) VALUE 010.
       01  W-SEUIL                 PIC 9(3).

      * COEFFICIENTS DE REVALORISATION PAR MILLESIME ET NATURE
       01  BAR-ENR.
           COPY XBAREME REPLACING 'X' BY BAR.
       01  W-BARTAB-NB             PIC 9(2) COMP VALUE 0.
       01  W-BARTAB-TABLE.
           05 W-BARTAB OCCURS 20.
              10 W-BARTAB-JAN      PIC 9(4).
              10 W-BARTAB-CCOBNB   PIC X(1).
              10 W-BARTAB-CREVAL   PIC 9V9(6).
       01  IND-BAR                 PIC 9(2) COMP.
       01  W-CREVAL                PIC 9V9(6).
       01  W-DAN                   PIC 9(4).

      * ARTICLE EN COURS DE RAPPROCHEMENT : BASES CUMULEES DE LA
      * CAMPAGNE PRECEDENTE ET DU FICHIER D'ENTREE
       01  W-GRP-CLE               PIC X(14) VALUE HIGH-VALUE.
       01  W-GRP-VUE REDEFINES W-GRP-CLE.
           05 W-GRP-DEPDIR         PIC X(3).
           05 W-GRP-CCOCOM         PIC X(3).
           05 W-GRP-DSRPAR         PIC X(1).
           05 W-GRP-ANUPRO         PIC X(6).
           05 W-GRP-CCOBNB         PIC X(1).
       01  W-GRP-NBA               PIC 9(5) COMP VALUE 0.
       01  W-GRP-NBN               PIC 9(5) COMP VALUE 0.
       01  W-GRP-BASES.
           05 W-GRP-PREC           PIC S9(12) OCCURS 6.
           05 W-GRP-CRT            PIC S9(12) OCCURS 6.
       01  IC                      PIC 9(1) COMP.
       01  W-VARL                  PIC S9(9).
       01  W-VAR                   PIC S9(4) OCCURS 6.
       01  W-AMPLEUR               PIC 9(4).
       01  W-ABSVAR                PIC 9(4).
       01  W-RANG                  PIC 9(1).
       01  W-OBS                   PIC X(30).

      * ARTICLES SIGNALES DE LA COMMUNE EN COURS, EDITES A LA
      * RUPTURE PAR RANG (VARIATIONS, DISPARUS, NOUVEAUX) PUIS
      * PAR AMPLEUR DECROISSANTE
       01  W-COM-CLE               PIC X(6) VALUE HIGH-VALUE.
       01  W-MAXSIG                PIC 9(4) COMP VALUE 5000.
       01  W-NBSIG                 PIC 9(4) COMP VALUE 0.
       01  TABLE-SIG.
           05 SIG-ENTREE OCCURS 5000.
              10 SIG-CLETRI.
                 15 SIG-RANG       PIC 9(1).
                 15 SIG-INVAMP     PIC 9(4).
                 15 SIG-DSRPAR     PIC X(1).
                 15 SIG-ANUPRO     PIC X(6).
                 15 SIG-CCOBNB     PIC X(1).
              10 SIG-BPREC         PIC S9(12).
              10 SIG-BCRT          PIC S9(12).
              10 SIG-VAR           PIC S9(4) OCCURS 6.
              10 SIG-OBS           PIC X(30).
       01  W-ECHANGE               PIC X(91).
       01  IXS                     PIC 9(4) COMP.
       01  IXJ                     PIC 9(4) COMP.
       01  W-SW-TRIE               PIC X(1).
           88 W-TRI-TERMINE             VALUE 'O'.

       01  W-NBCOMPARES            PIC 9(9) COMP VALUE 0.
       01  W-NBVARIA               PIC 9(9) COMP VALUE 0.
       01  W-NBDISPARUS            PIC 9(9) COMP VALUE 0.
       01  W-NBNOUVEAUX            PIC 9(9) COMP VALUE 0.
       01  W-NBNONLISTES           PIC 9(9) COMP VALUE 0.
       01  W-NBHORSDIR             PIC 9(9) COMP VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'VARIATIONS DE BASE PAR ARTICLE CONTRE LA CAMPAGNE PRECED
      -    'ENTE, HORS REVALORISATION FORFAITAIRE (VARIATIONS EN %)'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'DIR COM S COMPTE N     BASE N-1    BASE N HR   COM   DEP   S
      -    'YN  EPCI   TSE   GEM  OBSERVATION'.
       01  LIGNE-DETAIL.
           05 LD-DEPDIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-COM               PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-SR                PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-BNB               PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-BPREC             PIC -(11)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LD-BCRT              PIC -(11)9.
           05 LD-VARIATIONS.
              10 LD-COLVAR OCCURS 6.
                 15 FILLER         PIC X(1).
                 15 LD-VAR         PIC -(4)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LD-OBS               PIC X(30).
           05 FILLER               PIC X(20) VALUE SPACE.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMVAR.
           IF NOT PV-OK
               DISPLAY 'CTLVARBA - PARAMETRE PARMVAR ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARMVAR
               AT END
                   DISPLAY 'CTLVARBA - PARAMETRE PARMVAR VIDE'
                   CLOSE PARMVAR
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARMVAR.
           IF PV-ANPREC NOT NUMERIC
               DISPLAY 'CTLVARBA - ANNEE PRECEDENTE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PV-SEUIL-B NUMERIC AND PV-SEUIL-B > 0
               MOVE PV-SEUIL-B TO W-SEUIL-B
           END-IF.
           IF PV-SEUIL-NB NUMERIC AND PV-SEUIL-NB > 0
               MOVE PV-SEUIL-NB TO W-SEUIL-NB
           END-IF.
           PERFORM 1200-CHARGER-BAREME
               THRU 1200-CHARGER-BAREME-EXIT.

           OPEN INPUT RETENB RETENNB ENTREE-LOT.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE
                                TR-ORIGINE
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 5000-RAPPROCHER
                   THRU 5000-RAPPROCHER-EXIT.

           CLOSE RETENB RETENNB ENTREE-LOT RAPPORT.
           DISPLAY 'CTLVARBA - ARTICLES RAPPROCHES   : ' W-NBCOMPARES.
           DISPLAY 'CTLVARBA - VARIATIONS SIGNALEES  : ' W-NBVARIA.
           DISPLAY 'CTLVARBA - ARTICLES DISPARUS     : ' W-NBDISPARUS.
           DISPLAY 'CTLVARBA - ARTICLES NOUVEAUX     : ' W-NBNOUVEAUX.
           DISPLAY 'CTLVARBA - HORS DIRECTION        : ' W-NBHORSDIR.
           IF W-NBNONLISTES > 0
               DISPLAY 'CTLVARBA - SIGNALES NON EDITES   : '
                   W-NBNONLISTES
           END-IF.
      * ARTICLES A VERIFIER PAR LE CDIF AVANT LA SORTIE DU ROLE
           IF W-NBVARIA > 0 OR W-NBDISPARUS > 0 OR W-NBNOUVEAUX > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 2000-RELACHER-PRECEDENT-B
               THRU 2000-RELACHER-PRECEDENT-B-EXIT.
           PERFORM 2500-RELACHER-PRECEDENT-NB
               THRU 2500-RELACHER-PRECEDENT-NB-EXIT.
           PERFORM 3000-RELACHER-COURANT
               THRU 3000-RELACHER-COURANT-EXIT
               UNTIL EL-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHARGER-BAREME.
      *---------------------------------------------------------
      * L'ABSENCE DU FICHIER N'EST PAS BLOQUANTE : LES BASES SONT
      * ALORS TENUES POUR NON REVALORISEES
           OPEN INPUT BAREME.
           IF NOT BA-OK
               GO TO 1200-CHARGER-BAREME-EXIT
           END-IF.
           PERFORM 1210-LIRE-BAREME
               THRU 1210-LIRE-BAREME-EXIT
               UNTIL NOT BA-OK OR W-BARTAB-NB >= 20.
           CLOSE BAREME.
       1200-CHARGER-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-LIRE-BAREME.
      *---------------------------------------------------------
           READ BAREME INTO BAR-ENR
               AT END GO TO 1210-LIRE-BAREME-EXIT
           END-READ.
           IF BAR-JAN NUMERIC AND BAR-CREVAL NUMERIC
              AND BAR-CREVAL > 0
               ADD 1 TO W-BARTAB-NB
               MOVE BAR-JAN    TO W-BARTAB-JAN (W-BARTAB-NB)
               MOVE BAR-CCOBNB TO W-BARTAB-CCOBNB (W-BARTAB-NB)
               MOVE BAR-CREVAL TO W-BARTAB-CREVAL (W-BARTAB-NB)
           END-IF.
       1210-LIRE-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       1300-TESTER-BAREME.
      *---------------------------------------------------------
           IF W-BARTAB-JAN (IND-BAR) = W-DAN
              AND W-BARTAB-CCOBNB (IND-BAR) = TR-CCOBNB
               MOVE W-BARTAB-CREVAL (IND-BAR) TO W-CREVAL
           END-IF.
       1300-TESTER-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-RELACHER-PRECEDENT-B.
      *---------------------------------------------------------
      * ARTICLES BATIS ARCHIVES DE LA CAMPAGNE PRECEDENTE
           MOVE 'N' TO W-SW-FIN.
           MOVE PV-ANPREC TO RB-JANIPT.
           MOVE PV-CODEP  TO RB-CCODEP.
           MOVE PV-CODIR  TO RB-CCODIR.
           MOVE LOW-VALUE TO RB-CCOCOM RB-DLETSR.
           START RETENB KEY NOT < RB-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2100-RELACHER-UN-B
               THRU 2100-RELACHER-UN-B-EXIT
               UNTIL W-FIN-FICHIER.
       2000-RELACHER-PRECEDENT-B-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-RELACHER-UN-B.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2100-RELACHER-UN-B-EXIT
           END-READ.
           IF RB-JANIPT NOT = PV-ANPREC
              OR RB-CCODEP NOT = PV-CODEP
              OR RB-CCODIR NOT = PV-CODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2100-RELACHER-UN-B-EXIT
           END-IF.
           MOVE RB-CCODEP TO TR-CC2DEP.
           MOVE RB-CCODIR TO TR-CCODIR.
           MOVE RB-CCOCOM TO TR-CCOCOM.
           MOVE RB-DLETSR TO TR-DSRPAR.
           MOVE RB-ANUPRO TO TR-ANUPRO.
           MOVE '2'       TO TR-CCOBNB.
           MOVE 'A'       TO TR-ORIGINE.
           MOVE RB-BBCOM  TO TR-BASE (1).
           MOVE RB-BBDEP  TO TR-BASE (2).
           MOVE RB-BBSYN  TO TR-BASE (3).
           MOVE RB-BBCU   TO TR-BASE (4).
           MOVE RB-BBTSE  TO TR-BASE (5).
           MOVE RB-BBGEM  TO TR-BASE (6).
           RELEASE ENR-TRAVAIL.
       2100-RELACHER-UN-B-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-RELACHER-PRECEDENT-NB.
      *---------------------------------------------------------
      * ARTICLES NON BATIS ARCHIVES : LES BASES DE L'ARTICLE SONT
      * PORTEES PAR LE POSTE 1 DE LA VUE ARCHIVEE
           MOVE 'N' TO W-SW-FIN.
           MOVE PV-ANPREC TO RNB-JANIPT.
           MOVE PV-CODEP  TO RNB-CCODEP.
           MOVE PV-CODIR  TO RNB-CCODIR.
           MOVE LOW-VALUE TO RNB-CCOCOM RNB-DLETSR RNB-ANUPRO.
           START RETENNB KEY NOT < RNB-CLETOT
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2600-RELACHER-UN-NB
               THRU 2600-RELACHER-UN-NB-EXIT
               UNTIL W-FIN-FICHIER.
       2500-RELACHER-PRECEDENT-NB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2600-RELACHER-UN-NB.
      *---------------------------------------------------------
           READ RETENNB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2600-RELACHER-UN-NB-EXIT
           END-READ.
           IF RNB-JANIPT NOT = PV-ANPREC
              OR RNB-CCODEP NOT = PV-CODEP
              OR RNB-CCODIR NOT = PV-CODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2600-RELACHER-UN-NB-EXIT
           END-IF.
           MOVE RNB-CCODEP TO TR-CC2DEP.
           MOVE RNB-CCODIR TO TR-CCODIR.
           MOVE RNB-CCOCOM TO TR-CCOCOM.
           MOVE RNB-DLETSR TO TR-DSRPAR.
           MOVE RNB-ANUPRO TO TR-ANUPRO.
           MOVE '1'        TO TR-CCOBNB.
           MOVE 'A'        TO TR-ORIGINE.
           MOVE RNB-DETAIL-BNBCOM (1) TO TR-BASE (1).
           MOVE RNB-DETAIL-BNBDEP (1) TO TR-BASE (2).
           MOVE RNB-DETAIL-BNBSYN (1) TO TR-BASE (3).
           MOVE RNB-DETAIL-BNBCU (1)  TO TR-BASE (4).
           MOVE RNB-DETAIL-BNBTSE (1) TO TR-BASE (5).
           MOVE RNB-DETAIL-BNBGEM (1) TO TR-BASE (6).
           RELEASE ENR-TRAVAIL.
       2600-RELACHER-UN-NB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-RELACHER-COURANT.
      *---------------------------------------------------------
           READ ENTREE-LOT
               AT END SET EL-FIN TO TRUE
                      GO TO 3000-RELACHER-COURANT-EXIT
           END-READ.
           IF ENR-ENTREE-LOT (1:1) = '*'
               GO TO 3000-RELACHER-COURANT-EXIT
           END-IF.
           MOVE ENR-ENTREE-LOT TO EB-VUE EN-VUE.
           IF EB-CC2DEP NOT = PV-CODEP OR EB-CCODIR NOT = PV-CODIR
               ADD 1 TO W-NBHORSDIR
               GO TO 3000-RELACHER-COURANT-EXIT
           END-IF.
           MOVE EB-CC2DEP TO TR-CC2DEP.
           MOVE EB-CCODIR TO TR-CCODIR.
           MOVE EB-CCOCOM TO TR-CCOCOM.
           MOVE EB-DSRPAR TO TR-DSRPAR.
           MOVE EB-ANUPRO TO TR-ANUPRO.
           MOVE EB-CCOBNB TO TR-CCOBNB.
           MOVE 'N'       TO TR-ORIGINE.
           IF EB-CCOBNB = '2'
               MOVE EB-DAN    TO W-DAN
               MOVE EB-MBACOM TO TR-BASE (1)
               MOVE EB-MBADEP TO TR-BASE (2)
               MOVE EB-MBASYN TO TR-BASE (3)
               MOVE EB-MBACU  TO TR-BASE (4)
               MOVE EB-MBATSE TO TR-BASE (5)
               MOVE EB-MBAGE3 TO TR-BASE (6)
           ELSE
               MOVE EN-DAN    TO W-DAN
               MOVE EN-MBACOM TO TR-BASE (1)
               MOVE EN-MBADEP TO TR-BASE (2)
               MOVE EN-MBASYN TO TR-BASE (3)
               MOVE EN-MBACU  TO TR-BASE (4)
               MOVE EN-MBATSE TO TR-BASE (5)
               MOVE EN-MBAGE3 TO TR-BASE (6)
           END-IF.

      * LES BASES DU FICHIER D'ENTREE SONT AUX VALEURS DE L'ANNEE
      * PRECEDENTE, SAUF SI ELLES ONT DEJA ETE REVALORISEES EN
      * AMONT (GREVAL = 'R') : LE COEFFICIENT DU MILLESIME EST
      * ALORS RETIRE POUR COMPARER A VALEURS CONSTANTES
           IF (EB-CCOBNB = '2' AND EB-REVAL-FAITE)
              OR (EB-CCOBNB NOT = '2' AND EN-REVAL-FAITE)
               MOVE 1 TO W-CREVAL
               PERFORM 1300-TESTER-BAREME
                   THRU 1300-TESTER-BAREME-EXIT
                   VARYING IND-BAR FROM 1 BY 1
                   UNTIL IND-BAR > W-BARTAB-NB
               PERFORM 3100-RETIRER-REVALORISATION
                   THRU 3100-RETIRER-REVALORISATION-EXIT
                   VARYING IC FROM 1 BY 1
                   UNTIL IC > 6
           END-IF.
           RELEASE ENR-TRAVAIL.
       3000-RELACHER-COURANT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-RETIRER-REVALORISATION.
      *---------------------------------------------------------
           COMPUTE TR-BASE (IC) ROUNDED = TR-BASE (IC) / W-CREVAL.
       3100-RETIRER-REVALORISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-RAPPROCHER.
      *---------------------------------------------------------
           PERFORM 5100-LIRE-UN-TRIE
               THRU 5100-LIRE-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           IF W-GRP-CLE NOT = HIGH-VALUE
               PERFORM 6000-COMPARER-ARTICLE
                   THRU 6000-COMPARER-ARTICLE-EXIT
               PERFORM 7000-EDITER-COMMUNE
                   THRU 7000-EDITER-COMMUNE-EXIT
           END-IF.
       5000-RAPPROCHER-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-LIRE-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 5100-LIRE-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CLE NOT = W-GRP-CLE
               IF W-GRP-CLE NOT = HIGH-VALUE
                   PERFORM 6000-COMPARER-ARTICLE
                       THRU 6000-COMPARER-ARTICLE-EXIT
                   IF TR-CLE (1:6) NOT = W-COM-CLE
                       PERFORM 7000-EDITER-COMMUNE
                           THRU 7000-EDITER-COMMUNE-EXIT
                   END-IF
               END-IF
               MOVE TR-CLE TO W-GRP-CLE
               MOVE TR-CLE (1:6) TO W-COM-CLE
               MOVE 0 TO W-GRP-NBA W-GRP-NBN
               INITIALIZE W-GRP-BASES
           END-IF.
           PERFORM 5110-CUMULER-BASE
               THRU 5110-CUMULER-BASE-EXIT
               VARYING IC FROM 1 BY 1
               UNTIL IC > 6.
           IF TR-ANCIEN
               ADD 1 TO W-GRP-NBA
           ELSE
               ADD 1 TO W-GRP-NBN
           END-IF.
       5100-LIRE-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5110-CUMULER-BASE.
      *---------------------------------------------------------
           IF TR-ANCIEN
               ADD TR-BASE (IC) TO W-GRP-PREC (IC)
           ELSE
               ADD TR-BASE (IC) TO W-GRP-CRT (IC)
           END-IF.
       5110-CUMULER-BASE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-COMPARER-ARTICLE.
      *---------------------------------------------------------
      * ARTICLE PRESENT DES DEUX COTES : VARIATION EN POUR CENT
      * PAR COLLECTIVITE, SIGNALEE SI L'UNE D'ELLES DEPASSE LE
      * SEUIL DE LA NATURE. ARTICLE D'UN SEUL COTE : DISPARU OU
      * NOUVEAU, TOUJOURS SIGNALE
           MOVE 0 TO W-AMPLEUR.
           MOVE 0 TO W-VAR (1) W-VAR (2) W-VAR (3)
                     W-VAR (4) W-VAR (5) W-VAR (6).
           EVALUATE TRUE
               WHEN W-GRP-NBN = 0
                   MOVE 2 TO W-RANG
                   MOVE 'ARTICLE DISPARU' TO W-OBS
                   ADD 1 TO W-NBDISPARUS
               WHEN W-GRP-NBA = 0
                   MOVE 3 TO W-RANG
                   MOVE 'ARTICLE NOUVEAU' TO W-OBS
                   ADD 1 TO W-NBNOUVEAUX
               WHEN OTHER
                   ADD 1 TO W-NBCOMPARES
                   PERFORM 6100-VARIATION-COLLECTIVITE
                       THRU 6100-VARIATION-COLLECTIVITE-EXIT
                       VARYING IC FROM 1 BY 1
                       UNTIL IC > 6
                   IF W-GRP-CCOBNB = '2'
                       MOVE W-SEUIL-B  TO W-SEUIL
                   ELSE
                       MOVE W-SEUIL-NB TO W-SEUIL
                   END-IF
                   IF W-AMPLEUR NOT > W-SEUIL
                       GO TO 6000-COMPARER-ARTICLE-EXIT
                   END-IF
                   MOVE 1 TO W-RANG
                   MOVE 'VARIATION AU-DELA DU SEUIL' TO W-OBS
                   ADD 1 TO W-NBVARIA
           END-EVALUATE.

           IF W-NBSIG >= W-MAXSIG
               ADD 1 TO W-NBNONLISTES
               GO TO 6000-COMPARER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBSIG.
           MOVE W-RANG            TO SIG-RANG (W-NBSIG).
           COMPUTE SIG-INVAMP (W-NBSIG) = 9999 - W-AMPLEUR.
           MOVE W-GRP-DSRPAR      TO SIG-DSRPAR (W-NBSIG).
           MOVE W-GRP-ANUPRO      TO SIG-ANUPRO (W-NBSIG).
           MOVE W-GRP-CCOBNB      TO SIG-CCOBNB (W-NBSIG).
           MOVE W-GRP-PREC (1)    TO SIG-BPREC (W-NBSIG).
           MOVE W-GRP-CRT (1)     TO SIG-BCRT (W-NBSIG).
           MOVE W-VAR (1)         TO SIG-VAR (W-NBSIG 1).
           MOVE W-VAR (2)         TO SIG-VAR (W-NBSIG 2).
           MOVE W-VAR (3)         TO SIG-VAR (W-NBSIG 3).
           MOVE W-VAR (4)         TO SIG-VAR (W-NBSIG 4).
           MOVE W-VAR (5)         TO SIG-VAR (W-NBSIG 5).
           MOVE W-VAR (6)         TO SIG-VAR (W-NBSIG 6).
           MOVE W-OBS             TO SIG-OBS (W-NBSIG).
       6000-COMPARER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6100-VARIATION-COLLECTIVITE.
      *---------------------------------------------------------
      * UNE BASE APPARUE POUR LA COLLECTIVITE EST COMPTEE POUR LA
      * VARIATION MAXIMALE EDITABLE (9999 %)
           IF W-GRP-PREC (IC) = 0
               IF W-GRP-CRT (IC) = 0
                   MOVE 0 TO W-VARL
               ELSE
                   MOVE 9999 TO W-VARL
               END-IF
           ELSE
               COMPUTE W-VARL ROUNDED =
                   (W-GRP-CRT (IC) - W-GRP-PREC (IC)) * 100
                   / W-GRP-PREC (IC)
                   ON SIZE ERROR MOVE 9999 TO W-VARL
               END-COMPUTE
           END-IF.
           IF W-VARL > 9999
               MOVE 9999 TO W-VARL
           END-IF.
           IF W-VARL < -9999
               MOVE -9999 TO W-VARL
           END-IF.
           MOVE W-VARL TO W-VAR (IC).
           IF W-VARL < 0
               COMPUTE W-ABSVAR = 0 - W-VARL
           ELSE
               MOVE W-VARL TO W-ABSVAR
           END-IF.
           IF W-ABSVAR > W-AMPLEUR
               MOVE W-ABSVAR TO W-AMPLEUR
           END-IF.
       6100-VARIATION-COLLECTIVITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-EDITER-COMMUNE.
      *---------------------------------------------------------
      * TRI A BULLES DES SIGNALEMENTS DE LA COMMUNE (RANG PUIS
      * AMPLEUR DECROISSANTE) ET EDITION
           IF W-NBSIG = 0
               GO TO 7000-EDITER-COMMUNE-EXIT
           END-IF.
           IF W-NBSIG > 1
               MOVE 'N' TO W-SW-TRIE
               PERFORM 7100-UNE-PASSE
                   THRU 7100-UNE-PASSE-EXIT
                   UNTIL W-TRI-TERMINE
           END-IF.
           PERFORM 7200-EDITER-SIGNALE
               THRU 7200-EDITER-SIGNALE-EXIT
               VARYING IXS FROM 1 BY 1
               UNTIL IXS > W-NBSIG.
           MOVE 0 TO W-NBSIG.
       7000-EDITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7100-UNE-PASSE.
      *---------------------------------------------------------
           SET W-TRI-TERMINE TO TRUE.
           PERFORM 7110-COMPARER-VOISINS
               THRU 7110-COMPARER-VOISINS-EXIT
               VARYING IXJ FROM 1 BY 1
               UNTIL IXJ >= W-NBSIG.
       7100-UNE-PASSE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7110-COMPARER-VOISINS.
      *---------------------------------------------------------
           IF SIG-CLETRI (IXJ) > SIG-CLETRI (IXJ + 1)
               MOVE SIG-ENTREE (IXJ)     TO W-ECHANGE
               MOVE SIG-ENTREE (IXJ + 1) TO SIG-ENTREE (IXJ)
               MOVE W-ECHANGE            TO SIG-ENTREE (IXJ + 1)
               MOVE 'N' TO W-SW-TRIE
           END-IF.
       7110-COMPARER-VOISINS-EXIT.
           EXIT.

      *---------------------------------------------------------
       7200-EDITER-SIGNALE.
      *---------------------------------------------------------
           MOVE W-COM-CLE (1:3)    TO LD-DEPDIR.
           MOVE W-COM-CLE (4:3)    TO LD-COM.
           MOVE SIG-DSRPAR (IXS)   TO LD-SR.
           MOVE SIG-ANUPRO (IXS)   TO LD-ANUPRO.
           MOVE SIG-CCOBNB (IXS)   TO LD-BNB.
           MOVE SIG-BPREC (IXS)    TO LD-BPREC.
           MOVE SIG-BCRT (IXS)     TO LD-BCRT.
           MOVE SIG-VAR (IXS 1)    TO LD-VAR (1).
           MOVE SIG-VAR (IXS 2)    TO LD-VAR (2).
           MOVE SIG-VAR (IXS 3)    TO LD-VAR (3).
           MOVE SIG-VAR (IXS 4)    TO LD-VAR (4).
           MOVE SIG-VAR (IXS 5)    TO LD-VAR (5).
           MOVE SIG-VAR (IXS 6)    TO LD-VAR (6).
      * PAS DE VARIATION POUR UN ARTICLE DISPARU OU NOUVEAU
           IF SIG-RANG (IXS) NOT = 1
               MOVE SPACE TO LD-VARIATIONS
           END-IF.
           MOVE SIG-OBS (IXS)      TO LD-OBS.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       7200-EDITER-SIGNALE-EXIT.
           EXIT.
       END PROGRAM CTLVARBA.
