      *********************************************************
      * PROGRAMME PREVPROD                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PREVISION PLURIANNUELLE DU PRODUIT DE TAXE FONCIERE   *
      * PAR COMMUNE, POUR LE PLAN BUDGETAIRE DES COMMUNES :   *
      * POUR CHAQUE COMMUNE DE LA DIRECTION DEMANDEE, LES     *
      * BASES ARCHIVEES (RETENB/RETENNB) DES CINQ DERNIERES   *
      * ANNEES AU MOINS DONNENT L'EVOLUTION PHYSIQUE ANNUELLE *
      * MOYENNE DES BASES COMMUNALES, NETTE DE LA             *
      * REVALORISATION FORFAITAIRE DE CHAQUE MILLESIME        *
      * (FICHIER BAREME). LES BASES DE LA DERNIERE ANNEE      *
      * ARCHIVEE (N) SONT PROJETEES SUR N+1 A N+3 PAR CETTE   *
      * EVOLUTION ET PAR LE COEFFICIENT DE REVALORISATION     *
      * CHOISI, PUIS VALORISEES AUX TAUX DE L'ANNEE N LUS     *
      * DANS LE REFERENTIEL TAUDIS HISTORISE (LIRTHIS),       *
      * CONSTANTS, SAUF INTEGRATION FISCALE PROGRESSIVE DE    *
      * COMMUNE NOUVELLE OU LISSAGE DE TAUX EPCI POST-FUSION  *
      * EN COURS, POURSUIVIS ANNEE APRES ANNEE (MEMES         *
      * FORMULES QUE EFITAUX2). EDITION PAR COMMUNE           *
      * (HISTORIQUE DE LA PART COMMUNALE PUIS PREVISION PAR   *
      * COLLECTIVITE) ET FICHIER PREVPRO (COPY XPREVPRO)      *
      * CHARGEABLE.                                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVPROD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMPRV    ASSIGN  TO  PARAMPRV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PV-FS.
           SELECT  BAREME      ASSIGN  TO  BAREME
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BA-FS.
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
           SELECT  PREVPRO     ASSIGN  TO  PREVPRO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PP-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION A TRAITER, DERNIERE ANNEE ARCHIVEE, PROFONDEUR
      * D'HISTORIQUE (5 A 10 ANS, 5 A DEFAUT) ET COEFFICIENT DE
      * REVALORISATION RETENU POUR N+1 A N+3 (MEME CADRAGE QUE
      * CREVAL DU BAREME, 1,000000 A DEFAUT)
       FD  PARAMPRV.
       01  ENR-PARAMPRV.
           05 PV-CODEP             PIC X(2).
           05 PV-CODIR             PIC X(1).
           05 PV-ANNEE             PIC 9(4).
           05 PV-NBANH             PIC 9(2).
           05 PV-CREVAL            PIC 9V9(6).

       FD  BAREME.
       01  ENR-BAREME              PIC X(120).

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

       FD  PREVPRO.
       01  ENR-PREVPRO.
           COPY XPREVPRO REPLACING 'X' BY PP.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'PREVPROD 00 DU 15/10/26'.

       01  PV-FS                   PIC X(2).
       01  BA-FS                   PIC X(2).
           88 BA-OK                     VALUE '00'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  PP-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.

      * PARAMETRES RETENUS
       01  W-DIR                   PIC X(3).
       01  W-NBANH                 PIC 9(2) COMP.
       01  W-NBANH-MIN             PIC 9(2) COMP VALUE 5.
       01  W-NBANH-MAX             PIC 9(2) COMP VALUE 10.
       01  W-ANDEB                 PIC 9(4).
       01  W-ANNEE-LUE             PIC 9(4).
       01  W-CREVAL                PIC 9V9(6).

      * BAREME : COEFFICIENTS DE REVALORISATION PAR MILLESIME ET
      * NATURE. UN MILLESIME ABSENT EST TENU POUR NON REVALORISE
       01  BAR-ENR.
           COPY XBAREME REPLACING 'X' BY BAR.
       01  W-BARTAB-NB             PIC 9(2) COMP VALUE 0.
       01  W-BARTAB-TABLE.
           05 W-BARTAB OCCURS 20.
              10 W-BARTAB-JAN      PIC 9(4).
              10 W-BARTAB-CCOBNB   PIC X(1).
              10 W-BARTAB-CREVAL   PIC 9V9(6).
       01  IND-BAR                 PIC 9(2) COMP.
      * REVALORISATION DE CHAQUE ANNEE DE L'HISTORIQUE
       01  W-REVAL-TABLE.
           05 W-REVAL-B            PIC 9V9(6) OCCURS 10.
           05 W-REVAL-NB           PIC 9V9(6) OCCURS 10.

      * CUMULS PAR COMMUNE : BASES COMMUNALES DE CHAQUE ANNEE DE
      * L'HISTORIQUE, BASES DE L'ANNEE N PAR COLLECTIVITE (1
      * COMMUNE, 2 SYNDICATS, 3 EPCI, 4 GEMAPI) ET CLE DE
      * L'ARTICLE R DU TAUDIS PORTEE PAR LES ARCHIVES DE N
       01  W-MAXCOM                PIC 9(4) COMP VALUE 1000.
       01  W-NBCOM                 PIC 9(4) COMP VALUE 0.
       01  TABLE-COM.
           05 COM-ENTREE OCCURS 1000.
              10 COM-CCOCOM        PIC X(3).
              10 COM-CCOIFP        PIC X(3).
              10 COM-CCPPER        PIC X(3).
              10 COM-HISTB         PIC S9(12) OCCURS 10.
              10 COM-HISTNB        PIC S9(12) OCCURS 10.
              10 COM-BASEB         PIC S9(12) OCCURS 4.
              10 COM-BASENB        PIC S9(12) OCCURS 4.
       01  IX                      PIC 9(4) COMP.
       01  IX-COM                  PIC 9(4) COMP.
       01  IXA                     PIC 9(2) COMP.
       01  IXJ                     PIC 9(1) COMP.
       01  IND                     PIC 9(1) COMP.
       01  W-SW-COM                PIC X(1).
           88 COM-TROUVEE               VALUE 'O'.
       01  W-COM-CHERCHEE          PIC X(3).
       01  W-BASE-LUE-B            PIC S9(12) OCCURS 4.
       01  W-BASE-LUE-NB           PIC S9(12) OCCURS 4.
       01  W-CCOIFP-LU             PIC X(3).
       01  W-CCPPER-LU             PIC X(3).

      * EVOLUTION PHYSIQUE MOYENNE DE LA COMMUNE EN COURS : AU
      * MOINS QUATRE VARIATIONS ANNUELLES (CINQ ANNEES DE BASES
      * CONSECUTIVES) SONT EXIGEES
       01  W-NBVAR-MIN             PIC 9(2) COMP VALUE 4.
       01  W-NBVAR-B               PIC 9(2) COMP.
       01  W-NBVAR-NB              PIC 9(2) COMP.
       01  W-SOMVAR-B              PIC S9(5)V9(8).
       01  W-SOMVAR-NB             PIC S9(5)V9(8).
       01  W-VARIATION             PIC S9(5)V9(8).
       01  W-EVOLB                 PIC S9V9(6).
       01  W-EVOLNB                PIC S9V9(6).

      * TAUX DE LA COMMUNE EN COURS : TAUX DE L'ANNEE N (RANG DE
      * COLLECTIVITE) ET PARAMETRES D'INTEGRATION ET DE LISSAGE
       01  W-TAUXN-B               PIC 9(4)V9(6) OCCURS 4.
       01  W-TAUXN-NB              PIC 9(4)V9(6) OCCURS 4.
       01  W-TAUX-B                PIC 9(4)V9(6) OCCURS 4.
       01  W-TAUX-NB               PIC 9(4)V9(6) OCCURS 4.
       01  W-SW-TAUX               PIC X(1).
           88 W-TAUX-TROUVES            VALUE 'O'.
       01  W-SW-ICN                PIC X(1).
           88 W-INTEGRATION-EN-COURS    VALUE 'O'.
       01  W-JDBICN-N              PIC 9(4).
       01  W-NBAICN                PIC 9(2).
       01  W-ANNEESICN             PIC S9(4).
       01  W-PTBANC                PIC 9(4)V9(6).
       01  W-PNBANC                PIC 9(4)V9(6).
       01  W-SW-LISS               PIC X(1).
           88 W-LISSAGE-EN-COURS        VALUE 'O'.
       01  W-JANCRE-N              PIC 9(4).
       01  W-NBANLISS              PIC 9(2).
       01  W-ANNEESLISS            PIC S9(4).
       01  W-PTBGRB                PIC 9(4)V9(6).
       01  W-PTNGRN                PIC 9(4)V9(6).
       01  W-PTBGRB2               PIC 9(4)V9(6).
       01  W-PTNGRN2               PIC 9(4)V9(6).

      * BASES ET PRODUITS DE L'ANNEE EN COURS DE PREVISION
       01  W-ANPREV                PIC 9(4).
       01  W-BASE-B                PIC S9(12) OCCURS 4.
       01  W-BASE-NB               PIC S9(12) OCCURS 4.
       01  W-PROD-B                PIC S9(12).
       01  W-PROD-NB               PIC S9(12).
       01  W-TOTPROD-B             PIC S9(12).
       01  W-TOTPROD-NB            PIC S9(12).
      * PRODUIT TOTAL DE LA DIRECTION PAR ANNEE (N A N+3)
       01  W-TOTDIR-TABLE.
           05 W-TOTDIR-B           PIC S9(14) OCCURS 4.
           05 W-TOTDIR-NB          PIC S9(14) OCCURS 4.

       01  W-NBPREV                PIC 9(5) VALUE 0.
       01  W-NBINSUF               PIC 9(5) VALUE 0.
       01  W-NBSSTAUX              PIC 9(5) VALUE 0.
       01  W-NBHORS                PIC 9(5) VALUE 0.

      * CONSULTATION DU REFERENTIEL TAUDIS HISTORISE
       01  W-THIS-JAN              PIC 9(4).
       01  W-THIS-CLE.
           05 W-THIS-DIR           PIC X(3).
           05 W-THIS-COM           PIC X(3).
           05 W-THIS-IFP           PIC X(3).
           05 W-THIS-PER           PIC X(3).
       01  W-THIS-CR               PIC 9(2).
       01  W-THIS-RC               PIC 9(2).
       01  W-THIS-ARTICLE          PIC X(3000).
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.
       01  TAUDIS-EPCI.
           COPY T800 REPLACING 'X' BY T-G.
           COPY T84G REPLACING 'X' BY T-G.

       01  W-LIBCOLL-TABLE.
           05 FILLER               PIC X(12) VALUE 'COMMUNE     '.
           05 FILLER               PIC X(12) VALUE 'SYNDICATS   '.
           05 FILLER               PIC X(12) VALUE 'EPCI        '.
           05 FILLER               PIC X(12) VALUE 'GEMAPI      '.
       01  W-LIBCOLL REDEFINES W-LIBCOLL-TABLE.
           05 W-LIBCOL             PIC X(12) OCCURS 4.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'PREVISION PLURIANNUELLE DU PRODUIT DE TAXE FONCIERE PAR C
      -    'OMMUNE'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(17) VALUE
              '  ANNEE DE REF.  '.
           05 LP-ANNEE             PIC 9(4).
           05 FILLER               PIC X(14) VALUE
              '  HISTORIQUE  '.
           05 LP-NBANH             PIC Z9.
           05 FILLER               PIC X(22) VALUE
              ' ANS  REVALORISATION  '.
           05 LP-CREVAL            PIC 9,9(6).
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(8)  VALUE 'COMMUNE '.
           05 LO-COM               PIC X(3).
           05 FILLER               PIC X(24) VALUE
              '  EVOLUTION PHYSIQUE B  '.
           05 LO-EVOLB             PIC -9,9(6).
           05 FILLER               PIC X(5)  VALUE '  NB '.
           05 LO-EVOLNB            PIC -9,9(6).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LO-MENTION           PIC X(40).
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(36) VALUE
              'COLLECTIVITE ANNEE      BASE B      '.
           05 FILLER               PIC X(36) VALUE
              'TAUX B    PRODUIT B      BASE NB    '.
           05 FILLER               PIC X(21) VALUE
              ' TAUX NB   PRODUIT NB'.
       01  LIGNE-DETAIL.
           05 LD-COLL              PIC X(12).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ANNEE             PIC 9(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-BASEB             PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TAUXB             PIC Z(3)9,9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PRODB             PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-BASENB            PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TAUXNB            PIC Z(3)9,9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PRODNB            PIC -(11)9.
       01  LIGNE-TOTAL.
           05 LT-LIB               PIC X(12).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-ANNEE             PIC 9(4).
           05 FILLER               PIC X(26) VALUE SPACE.
           05 LT-PRODB             PIC -(11)9.
           05 FILLER               PIC X(26) VALUE SPACE.
           05 LT-PRODNB            PIC -(11)9.
       01  LIGNE-DIRECTION         PIC X(132) VALUE
           'TOTAL DE LA DIRECTION'.
       01  LIGNE-ANOMALIE.
           05 FILLER               PIC X(8)  VALUE 'COMMUNE '.
           05 LA-COM               PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LA-MOTIF             PIC X(60).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 2000-CUMULER-ANNEE
               THRU 2000-CUMULER-ANNEE-EXIT
               VARYING IXA FROM 1 BY 1
               UNTIL IXA > W-NBANH.
           PERFORM 5000-PREVOIR-COMMUNE
               THRU 5000-PREVOIR-COMMUNE-EXIT
               VARYING IX-COM FROM 1 BY 1
               UNTIL IX-COM > W-NBCOM.
           PERFORM 6000-EDITER-DIRECTION
               THRU 6000-EDITER-DIRECTION-EXIT.

           CLOSE RETENB RETENNB PREVPRO RAPPORT.
           DISPLAY 'PREVPROD - COMMUNES PREVUES       : ' W-NBPREV.
           DISPLAY 'PREVPROD - HISTORIQUES INSUFFISANTS : '
                   W-NBINSUF.
           DISPLAY 'PREVPROD - COMMUNES SANS TAUX     : ' W-NBSSTAUX.
           DISPLAY 'PREVPROD - COMMUNES HORS TABLE    : ' W-NBHORS.
           IF W-NBINSUF > 0 OR W-NBSSTAUX > 0 OR W-NBHORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           OPEN INPUT PARAMPRV.
           READ PARAMPRV
               AT END CONTINUE
           END-READ.
           CLOSE PARAMPRV.
           MOVE PV-CODEP TO W-DIR (1:2).
           MOVE PV-CODIR TO W-DIR (3:1).
           IF PV-NBANH NUMERIC AND PV-NBANH >= W-NBANH-MIN
               MOVE PV-NBANH TO W-NBANH
           ELSE
               MOVE W-NBANH-MIN TO W-NBANH
           END-IF.
           IF W-NBANH > W-NBANH-MAX
               MOVE W-NBANH-MAX TO W-NBANH
           END-IF.
           COMPUTE W-ANDEB = PV-ANNEE - W-NBANH + 1.
           IF PV-CREVAL NUMERIC AND PV-CREVAL > 0
               MOVE PV-CREVAL TO W-CREVAL
           ELSE
               MOVE 1 TO W-CREVAL
           END-IF.
           INITIALIZE W-TOTDIR-TABLE.

           PERFORM 1200-CHARGER-BAREME
               THRU 1200-CHARGER-BAREME-EXIT.
           PERFORM 1300-REVALORISATION-ANNEE
               THRU 1300-REVALORISATION-ANNEE-EXIT
               VARYING IXA FROM 1 BY 1
               UNTIL IXA > W-NBANH.

           OPEN INPUT RETENB RETENNB.
           OPEN OUTPUT PREVPRO RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DIR    TO LP-DIR.
           MOVE PV-ANNEE TO LP-ANNEE.
           MOVE W-NBANH  TO LP-NBANH.
           MOVE W-CREVAL TO LP-CREVAL.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHARGER-BAREME.
      *---------------------------------------------------------
      * L'ABSENCE DU FICHIER N'EST PAS BLOQUANTE : LES BASES DE
      * L'HISTORIQUE SONT ALORS TENUES POUR NON REVALORISEES
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
       1300-REVALORISATION-ANNEE.
      *---------------------------------------------------------
           MOVE 1 TO W-REVAL-B (IXA) W-REVAL-NB (IXA).
           COMPUTE W-ANNEE-LUE = W-ANDEB + IXA - 1.
           PERFORM 1310-TESTER-BAREME
               THRU 1310-TESTER-BAREME-EXIT
               VARYING IND-BAR FROM 1 BY 1
               UNTIL IND-BAR > W-BARTAB-NB.
       1300-REVALORISATION-ANNEE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1310-TESTER-BAREME.
      *---------------------------------------------------------
           IF W-BARTAB-JAN (IND-BAR) NOT = W-ANNEE-LUE
               GO TO 1310-TESTER-BAREME-EXIT
           END-IF.
           IF W-BARTAB-CCOBNB (IND-BAR) = '2'
               MOVE W-BARTAB-CREVAL (IND-BAR) TO W-REVAL-B (IXA)
           END-IF.
           IF W-BARTAB-CCOBNB (IND-BAR) = '1'
               MOVE W-BARTAB-CREVAL (IND-BAR) TO W-REVAL-NB (IXA)
           END-IF.
       1310-TESTER-BAREME-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CUMULER-ANNEE.
      *---------------------------------------------------------
      * BASES ARCHIVEES D'UNE ANNEE DE L'HISTORIQUE, BATI PUIS
      * NON BATI
           COMPUTE W-ANNEE-LUE = W-ANDEB + IXA - 1.
           PERFORM 3000-CUMULER-BATI
               THRU 3000-CUMULER-BATI-EXIT.
           PERFORM 3500-CUMULER-NONBATI
               THRU 3500-CUMULER-NONBATI-EXIT.
       2000-CUMULER-ANNEE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CUMULER-BATI.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FIN.
           MOVE W-ANNEE-LUE TO RB-JANIPT.
           MOVE PV-CODEP    TO RB-CCODEP.
           MOVE PV-CODIR    TO RB-CCODIR.
           MOVE LOW-VALUE   TO RB-CCOCOM RB-DLETSR.
           START RETENB KEY NOT < RB-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 3100-CUMULER-UN-BATI
               THRU 3100-CUMULER-UN-BATI-EXIT
               UNTIL W-FIN-FICHIER.
       3000-CUMULER-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CUMULER-UN-BATI.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 3100-CUMULER-UN-BATI-EXIT
           END-READ.
           IF RB-JANIPT NOT = W-ANNEE-LUE
              OR RB-CCODEP NOT = PV-CODEP
              OR RB-CCODIR NOT = PV-CODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 3100-CUMULER-UN-BATI-EXIT
           END-IF.
           MOVE RB-CCOCOM TO W-COM-CHERCHEE.
           MOVE RB-BBCOM  TO W-BASE-LUE-B (1).
           MOVE RB-BBSYN  TO W-BASE-LUE-B (2).
           MOVE RB-BBCU   TO W-BASE-LUE-B (3).
           MOVE RB-BBGEM  TO W-BASE-LUE-B (4).
           MOVE 0 TO W-BASE-LUE-NB (1) W-BASE-LUE-NB (2)
                     W-BASE-LUE-NB (3) W-BASE-LUE-NB (4).
           MOVE RB-CCOIFP (1) TO W-CCOIFP-LU.
           MOVE RB-CCPPER (1) TO W-CCPPER-LU.
           PERFORM 4000-CUMULER-COMMUNE
               THRU 4000-CUMULER-COMMUNE-EXIT.
       3100-CUMULER-UN-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-CUMULER-NONBATI.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FIN.
           MOVE W-ANNEE-LUE TO RNB-JANIPT.
           MOVE PV-CODEP    TO RNB-CCODEP.
           MOVE PV-CODIR    TO RNB-CCODIR.
           MOVE LOW-VALUE   TO RNB-CCOCOM RNB-DLETSR RNB-ANUPRO.
           START RETENNB KEY NOT < RNB-CLETOT
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 3600-CUMULER-UN-NONBATI
               THRU 3600-CUMULER-UN-NONBATI-EXIT
               UNTIL W-FIN-FICHIER.
       3500-CUMULER-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3600-CUMULER-UN-NONBATI.
      *---------------------------------------------------------
           READ RETENNB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 3600-CUMULER-UN-NONBATI-EXIT
           END-READ.
           IF RNB-JANIPT NOT = W-ANNEE-LUE
              OR RNB-CCODEP NOT = PV-CODEP
              OR RNB-CCODIR NOT = PV-CODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 3600-CUMULER-UN-NONBATI-EXIT
           END-IF.
           MOVE RNB-CCOCOM TO W-COM-CHERCHEE.
           MOVE 0 TO W-BASE-LUE-B (1) W-BASE-LUE-B (2)
                     W-BASE-LUE-B (3) W-BASE-LUE-B (4).
           MOVE RNB-DETAIL-BNBCOM (1) TO W-BASE-LUE-NB (1).
           MOVE RNB-DETAIL-BNBSYN (1) TO W-BASE-LUE-NB (2).
           MOVE RNB-DETAIL-BNBCU (1)  TO W-BASE-LUE-NB (3).
           MOVE RNB-DETAIL-BNBGEM (1) TO W-BASE-LUE-NB (4).
           MOVE RNB-DETAIL-CCOIFP (1) TO W-CCOIFP-LU.
           MOVE RNB-DETAIL-CCPPER (1) TO W-CCPPER-LU.
           PERFORM 4000-CUMULER-COMMUNE
               THRU 4000-CUMULER-COMMUNE-EXIT.
       3600-CUMULER-UN-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-CUMULER-COMMUNE.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-COM.
           PERFORM 4100-TESTER-COMMUNE
               THRU 4100-TESTER-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF NOT COM-TROUVEE
               IF W-NBCOM >= W-MAXCOM
                   ADD 1 TO W-NBHORS
                   GO TO 4000-CUMULER-COMMUNE-EXIT
               END-IF
               ADD 1 TO W-NBCOM
               MOVE W-NBCOM TO IX-COM
               INITIALIZE COM-ENTREE (IX-COM)
               MOVE W-COM-CHERCHEE TO COM-CCOCOM (IX-COM)
           END-IF.
           ADD W-BASE-LUE-B (1)  TO COM-HISTB (IX-COM IXA).
           ADD W-BASE-LUE-NB (1) TO COM-HISTNB (IX-COM IXA).
      * DERNIERE ANNEE : BASES DE DEPART DE LA PREVISION ET CLE DE
      * L'ARTICLE R (PREMIERE CLE SERVIE RENCONTREE)
           IF IXA NOT = W-NBANH
               GO TO 4000-CUMULER-COMMUNE-EXIT
           END-IF.
           ADD W-BASE-LUE-B (1)  TO COM-BASEB (IX-COM 1).
           ADD W-BASE-LUE-B (2)  TO COM-BASEB (IX-COM 2).
           ADD W-BASE-LUE-B (3)  TO COM-BASEB (IX-COM 3).
           ADD W-BASE-LUE-B (4)  TO COM-BASEB (IX-COM 4).
           ADD W-BASE-LUE-NB (1) TO COM-BASENB (IX-COM 1).
           ADD W-BASE-LUE-NB (2) TO COM-BASENB (IX-COM 2).
           ADD W-BASE-LUE-NB (3) TO COM-BASENB (IX-COM 3).
           ADD W-BASE-LUE-NB (4) TO COM-BASENB (IX-COM 4).
           IF COM-CCOIFP (IX-COM) = SPACE
              AND W-CCOIFP-LU NOT = SPACE
               MOVE W-CCOIFP-LU TO COM-CCOIFP (IX-COM)
               MOVE W-CCPPER-LU TO COM-CCPPER (IX-COM)
           END-IF.
       4000-CUMULER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-TESTER-COMMUNE.
      *---------------------------------------------------------
           IF COM-CCOCOM (IX) = W-COM-CHERCHEE
               SET COM-TROUVEE TO TRUE
               MOVE IX TO IX-COM
           END-IF.
       4100-TESTER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-PREVOIR-COMMUNE.
      *---------------------------------------------------------
           MOVE COM-CCOCOM (IX-COM) TO LO-COM LA-COM.
      * COMMUNE DISPARUE AVANT L'ANNEE DE REFERENCE : PAS DE
      * PREVISION
           IF COM-CCOIFP (IX-COM) = SPACE
               MOVE 'ABSENTE DES BASES DE L''ANNEE DE REFERENCE'
                   TO LA-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE
               GO TO 5000-PREVOIR-COMMUNE-EXIT
           END-IF.
           PERFORM 5100-CALCULER-EVOLUTION
               THRU 5100-CALCULER-EVOLUTION-EXIT.
           PERFORM 5200-LIRE-TAUX
               THRU 5200-LIRE-TAUX-EXIT.
           IF NOT W-TAUX-TROUVES
               ADD 1 TO W-NBSSTAUX
               MOVE 'TAUX DE L''ANNEE DE REFERENCE ABSENTS DE TAUHIST'
                   TO LA-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE
               GO TO 5000-PREVOIR-COMMUNE-EXIT
           END-IF.

           ADD 1 TO W-NBPREV.
           MOVE W-EVOLB  TO LO-EVOLB.
           MOVE W-EVOLNB TO LO-EVOLNB.
           MOVE SPACE    TO LO-MENTION.
           IF W-NBVAR-B < W-NBVAR-MIN OR W-NBVAR-NB < W-NBVAR-MIN
               MOVE 'HISTORIQUE INSUFFISANT, BASES STABLES'
                   TO LO-MENTION
           ELSE
               IF W-INTEGRATION-EN-COURS
                   MOVE 'INTEGRATION DE COMMUNE NOUVELLE EN COURS'
                       TO LO-MENTION
               END-IF
               IF W-LISSAGE-EN-COURS
                   MOVE 'LISSAGE DE TAUX EPCI EN COURS'
                       TO LO-MENTION
               END-IF
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.

      * HISTORIQUE DE LA PART COMMUNALE AUX TAUX DE CHAQUE ANNEE
           PERFORM 5400-EDITER-HISTORIQUE
               THRU 5400-EDITER-HISTORIQUE-EXIT
               VARYING IXA FROM 1 BY 1
               UNTIL IXA >= W-NBANH.

      * ANNEE DE REFERENCE PUIS LES TROIS ANNEES PREVUES
           MOVE COM-BASEB (IX-COM 1)  TO W-BASE-B (1).
           MOVE COM-BASEB (IX-COM 2)  TO W-BASE-B (2).
           MOVE COM-BASEB (IX-COM 3)  TO W-BASE-B (3).
           MOVE COM-BASEB (IX-COM 4)  TO W-BASE-B (4).
           MOVE COM-BASENB (IX-COM 1) TO W-BASE-NB (1).
           MOVE COM-BASENB (IX-COM 2) TO W-BASE-NB (2).
           MOVE COM-BASENB (IX-COM 3) TO W-BASE-NB (3).
           MOVE COM-BASENB (IX-COM 4) TO W-BASE-NB (4).
           PERFORM 5500-PREVOIR-ANNEE
               THRU 5500-PREVOIR-ANNEE-EXIT
               VARYING IXJ FROM 0 BY 1
               UNTIL IXJ > 3.
       5000-PREVOIR-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-CALCULER-EVOLUTION.
      *---------------------------------------------------------
      * MOYENNE DES VARIATIONS ANNUELLES DES BASES COMMUNALES,
      * CHAQUE BASE ETANT RAMENEE AUX VALEURS DE L'ANNEE
      * PRECEDENTE PAR LE COEFFICIENT DE REVALORISATION DE SON
      * MILLESIME. UNE ANNEE SANS BASE N'ENTRE PAS DANS LA MOYENNE
           MOVE 0 TO W-NBVAR-B W-NBVAR-NB W-SOMVAR-B W-SOMVAR-NB
                     W-EVOLB W-EVOLNB.
           PERFORM 5110-VARIATION-ANNUELLE
               THRU 5110-VARIATION-ANNUELLE-EXIT
               VARYING IXA FROM 2 BY 1
               UNTIL IXA > W-NBANH.
           IF W-NBVAR-B < W-NBVAR-MIN OR W-NBVAR-NB < W-NBVAR-MIN
               ADD 1 TO W-NBINSUF
           END-IF.
           IF W-NBVAR-B >= W-NBVAR-MIN
               COMPUTE W-EVOLB ROUNDED = W-SOMVAR-B / W-NBVAR-B
           END-IF.
           IF W-NBVAR-NB >= W-NBVAR-MIN
               COMPUTE W-EVOLNB ROUNDED = W-SOMVAR-NB / W-NBVAR-NB
           END-IF.
       5100-CALCULER-EVOLUTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       5110-VARIATION-ANNUELLE.
      *---------------------------------------------------------
           IF COM-HISTB (IX-COM IXA - 1) > 0
              AND COM-HISTB (IX-COM IXA) > 0
               COMPUTE W-VARIATION ROUNDED =
                   COM-HISTB (IX-COM IXA)
                 / (COM-HISTB (IX-COM IXA - 1) * W-REVAL-B (IXA))
                 - 1
               ADD W-VARIATION TO W-SOMVAR-B
               ADD 1 TO W-NBVAR-B
           END-IF.
           IF COM-HISTNB (IX-COM IXA - 1) > 0
              AND COM-HISTNB (IX-COM IXA) > 0
               COMPUTE W-VARIATION ROUNDED =
                   COM-HISTNB (IX-COM IXA)
                 / (COM-HISTNB (IX-COM IXA - 1) * W-REVAL-NB (IXA))
                 - 1
               ADD W-VARIATION TO W-SOMVAR-NB
               ADD 1 TO W-NBVAR-NB
           END-IF.
       5110-VARIATION-ANNUELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-LIRE-TAUX.
      *---------------------------------------------------------
      * ARTICLES R, C ET E DE LA COMMUNE TELS QU'ILS ETAIENT
      * L'ANNEE DE REFERENCE
           MOVE 'N' TO W-SW-TAUX W-SW-ICN W-SW-LISS.
           MOVE 0 TO W-TAUXN-B (1) W-TAUXN-B (2)
                     W-TAUXN-B (3) W-TAUXN-B (4)
                     W-TAUXN-NB (1) W-TAUXN-NB (2)
                     W-TAUXN-NB (3) W-TAUXN-NB (4).
           MOVE PV-ANNEE            TO W-THIS-JAN.
           MOVE W-DIR               TO W-THIS-DIR.
           MOVE COM-CCOCOM (IX-COM) TO W-THIS-COM.
           MOVE COM-CCOIFP (IX-COM) TO W-THIS-IFP.
           MOVE COM-CCPPER (IX-COM) TO W-THIS-PER.
           PERFORM 5210-APPELER-LIRTHIS
               THRU 5210-APPELER-LIRTHIS-EXIT.
           IF W-THIS-CR NOT = 0
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.
           MOVE W-THIS-ARTICLE TO TAUDIS-IFP.
           IF T-R-DLETAR NOT = 'R'
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.
           SET W-TAUX-TROUVES TO TRUE.
           IF T-R-PTBCOM NUMERIC
               MOVE T-R-PTBCOM TO W-TAUXN-B (1)
           END-IF.
           IF T-R-PNBCOM NUMERIC
               MOVE T-R-PNBCOM TO W-TAUXN-NB (1)
           END-IF.
           IF T-R-PTBSYN NUMERIC
               MOVE T-R-PTBSYN TO W-TAUXN-B (2)
           END-IF.
           IF T-R-PNBSYN NUMERIC
               MOVE T-R-PNBSYN TO W-TAUXN-NB (2)
           END-IF.
           IF T-R-PTBCU NUMERIC
               MOVE T-R-PTBCU TO W-TAUXN-B (3)
           END-IF.
           IF T-R-PNBCU NUMERIC
               MOVE T-R-PNBCU TO W-TAUXN-NB (3)
           END-IF.
           IF T-R-PTBGEM NUMERIC
               MOVE T-R-PTBGEM TO W-TAUXN-B (4)
           END-IF.
           IF T-R-PNBGEM NUMERIC
               MOVE T-R-PNBGEM TO W-TAUXN-NB (4)
           END-IF.
           MOVE 0 TO W-PTBANC W-PNBANC.
           IF T-R-PTBANC NUMERIC AND T-R-PNBANC NUMERIC
               MOVE T-R-PTBANC TO W-PTBANC
               MOVE T-R-PNBANC TO W-PNBANC
           END-IF.

      * ARTICLE COMMUNE : INTEGRATION FISCALE PROGRESSIVE ET
      * RATTACHEMENT A L'EPCI
           MOVE LOW-VALUE TO W-THIS-IFP W-THIS-PER.
           PERFORM 5210-APPELER-LIRTHIS
               THRU 5210-APPELER-LIRTHIS-EXIT.
           IF W-THIS-CR NOT = 0
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.
           MOVE W-THIS-ARTICLE TO TAUDIS-COM.
           IF T-C-DLETAR NOT = 'C'
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.
           IF T-C-NBAICN NUMERIC AND T-C-NBAICN > 0
              AND T-C-JDBICN NUMERIC
              AND (W-PTBANC NOT = 0 OR W-PNBANC NOT = 0)
               MOVE T-C-JDBICN TO W-JDBICN-N
               MOVE T-C-NBAICN TO W-NBAICN
               IF PV-ANNEE + 3 > W-JDBICN-N
                  AND PV-ANNEE < W-JDBICN-N + W-NBAICN
                   SET W-INTEGRATION-EN-COURS TO TRUE
               END-IF
           END-IF.
           IF T-C-ACOGC = SPACE OR T-C-ACOGC = LOW-VALUE
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.

      * ARTICLE EPCI : LISSAGE DE TAUX POST-FUSION
           MOVE T-C-ACOGC (1:3) TO W-THIS-COM.
           MOVE LOW-VALUE       TO W-THIS-IFP W-THIS-PER.
           MOVE T-C-ACOGC (4:1) TO W-THIS-IFP (1:1).
           PERFORM 5210-APPELER-LIRTHIS
               THRU 5210-APPELER-LIRTHIS-EXIT.
           IF W-THIS-CR NOT = 0
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.
           MOVE W-THIS-ARTICLE TO TAUDIS-EPCI.
           IF T-G-DLETAR NOT = 'E' OR T-G-GTOFUS NOT = 'O'
              OR T-G-JANCRE NOT NUMERIC
               GO TO 5200-LIRE-TAUX-EXIT
           END-IF.
           MOVE T-G-JANCRE TO W-JANCRE-N.
      * DUREE LEGALE PAR DEFAUT, COMME DANS EFITAUX2
           MOVE 5 TO W-NBANLISS.
           IF T-G-NBANLIS NUMERIC AND T-G-NBANLIS > 0
               MOVE T-G-NBANLIS TO W-NBANLISS
           END-IF.
           MOVE T-G-PTBGRB  TO W-PTBGRB.
           MOVE T-G-PTNGRN  TO W-PTNGRN.
           MOVE T-G-PTBGRB2 TO W-PTBGRB2.
           MOVE T-G-PTNGRN2 TO W-PTNGRN2.
           IF PV-ANNEE < W-JANCRE-N + W-NBANLISS
               SET W-LISSAGE-EN-COURS TO TRUE
           END-IF.
       5200-LIRE-TAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       5210-APPELER-LIRTHIS.
      *---------------------------------------------------------
           CALL 'LIRTHIS' USING W-THIS-JAN W-THIS-CLE
                                W-THIS-CR W-THIS-RC
                                W-THIS-ARTICLE
               ON EXCEPTION MOVE 24 TO W-THIS-CR
           END-CALL.
       5210-APPELER-LIRTHIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       5400-EDITER-HISTORIQUE.
      *---------------------------------------------------------
      * BASES COMMUNALES D'UNE ANNEE PASSEE AUX TAUX COMMUNAUX
      * VOTES CETTE ANNEE-LA (ZERO SI LE MILLESIME EST ABSENT DU
      * REFERENTIEL HISTORISE)
           COMPUTE W-THIS-JAN = W-ANDEB + IXA - 1.
           MOVE W-DIR               TO W-THIS-DIR.
           MOVE COM-CCOCOM (IX-COM) TO W-THIS-COM.
           MOVE COM-CCOIFP (IX-COM) TO W-THIS-IFP.
           MOVE COM-CCPPER (IX-COM) TO W-THIS-PER.
           PERFORM 5210-APPELER-LIRTHIS
               THRU 5210-APPELER-LIRTHIS-EXIT.
           MOVE 0 TO W-TAUX-B (1) W-TAUX-NB (1).
           IF W-THIS-CR = 0
               MOVE W-THIS-ARTICLE TO TAUDIS-IFP
               IF T-R-DLETAR = 'R' AND T-R-PTBCOM NUMERIC
                  AND T-R-PNBCOM NUMERIC
                   MOVE T-R-PTBCOM TO W-TAUX-B (1)
                   MOVE T-R-PNBCOM TO W-TAUX-NB (1)
               END-IF
           END-IF.
           COMPUTE W-PROD-B ROUNDED =
               COM-HISTB (IX-COM IXA) * W-TAUX-B (1) / 100.
           COMPUTE W-PROD-NB ROUNDED =
               COM-HISTNB (IX-COM IXA) * W-TAUX-NB (1) / 100.
           MOVE 'HISTORIQUE'            TO LD-COLL.
           MOVE W-THIS-JAN              TO LD-ANNEE.
           MOVE COM-HISTB (IX-COM IXA)  TO LD-BASEB.
           MOVE W-TAUX-B (1)            TO LD-TAUXB.
           MOVE W-PROD-B                TO LD-PRODB.
           MOVE COM-HISTNB (IX-COM IXA) TO LD-BASENB.
           MOVE W-TAUX-NB (1)           TO LD-TAUXNB.
           MOVE W-PROD-NB               TO LD-PRODNB.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       5400-EDITER-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5500-PREVOIR-ANNEE.
      *---------------------------------------------------------
           COMPUTE W-ANPREV = PV-ANNEE + IXJ.
           IF IXJ > 0
               PERFORM 5510-PROJETER-BASES
                   THRU 5510-PROJETER-BASES-EXIT
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > 4
           END-IF.
           PERFORM 5300-TAUX-ANNEE
               THRU 5300-TAUX-ANNEE-EXIT.
           MOVE 0 TO W-TOTPROD-B W-TOTPROD-NB.
           PERFORM 5600-PREVOIR-COLLECTIVITE
               THRU 5600-PREVOIR-COLLECTIVITE-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 4.
           MOVE 'TOTAL'      TO LT-LIB.
           MOVE W-ANPREV     TO LT-ANNEE.
           MOVE W-TOTPROD-B  TO LT-PRODB.
           MOVE W-TOTPROD-NB TO LT-PRODNB.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           ADD W-TOTPROD-B  TO W-TOTDIR-B (IXJ + 1).
           ADD W-TOTPROD-NB TO W-TOTDIR-NB (IXJ + 1).
       5500-PREVOIR-ANNEE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5510-PROJETER-BASES.
      *---------------------------------------------------------
      * BASE DE L'ANNEE = BASE PRECEDENTE X (1 + EVOLUTION
      * PHYSIQUE) X COEFFICIENT DE REVALORISATION RETENU
           COMPUTE W-BASE-B (IND) ROUNDED =
               W-BASE-B (IND) * (1 + W-EVOLB) * W-CREVAL.
           COMPUTE W-BASE-NB (IND) ROUNDED =
               W-BASE-NB (IND) * (1 + W-EVOLNB) * W-CREVAL.
       5510-PROJETER-BASES-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-TAUX-ANNEE.
      *---------------------------------------------------------
      * TAUX DE L'ANNEE N CONSTANTS, SAUF INTEGRATION ET LISSAGE
      * EN COURS (INTERPOLATION DE EFITAUX2 ENTRE TAUX 1 ET TAUX 2
      * SELON LE NOMBRE D'ANNEES ECOULEES)
           PERFORM 5310-COPIER-TAUX
               THRU 5310-COPIER-TAUX-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 4.
           IF W-INTEGRATION-EN-COURS
               COMPUTE W-ANNEESICN = W-ANPREV - W-JDBICN-N
               IF W-ANNEESICN <= 0
                   MOVE W-PTBANC TO W-TAUX-B (1)
                   MOVE W-PNBANC TO W-TAUX-NB (1)
               ELSE
                   IF W-ANNEESICN < W-NBAICN
                       COMPUTE W-TAUX-B (1) ROUNDED =
                               W-PTBANC +
                               ((W-TAUXN-B (1) - W-PTBANC) *
                                W-ANNEESICN / W-NBAICN)
                       COMPUTE W-TAUX-NB (1) ROUNDED =
                               W-PNBANC +
                               ((W-TAUXN-NB (1) - W-PNBANC) *
                                W-ANNEESICN / W-NBAICN)
                   END-IF
               END-IF
           END-IF.
           IF W-LISSAGE-EN-COURS
               COMPUTE W-ANNEESLISS = W-ANPREV - W-JANCRE-N
               IF W-ANNEESLISS <= 0
                   MOVE W-PTBGRB  TO W-TAUX-B (3)
                   MOVE W-PTNGRN  TO W-TAUX-NB (3)
               ELSE
                   IF W-ANNEESLISS >= W-NBANLISS
                       MOVE W-PTBGRB2 TO W-TAUX-B (3)
                       MOVE W-PTNGRN2 TO W-TAUX-NB (3)
                   ELSE
                       COMPUTE W-TAUX-B (3) ROUNDED =
                               W-PTBGRB +
                               ((W-PTBGRB2 - W-PTBGRB) *
                                W-ANNEESLISS / W-NBANLISS)
                       COMPUTE W-TAUX-NB (3) ROUNDED =
                               W-PTNGRN +
                               ((W-PTNGRN2 - W-PTNGRN) *
                                W-ANNEESLISS / W-NBANLISS)
                   END-IF
               END-IF
           END-IF.
       5300-TAUX-ANNEE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5310-COPIER-TAUX.
      *---------------------------------------------------------
           MOVE W-TAUXN-B (IND)  TO W-TAUX-B (IND).
           MOVE W-TAUXN-NB (IND) TO W-TAUX-NB (IND).
       5310-COPIER-TAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       5600-PREVOIR-COLLECTIVITE.
      *---------------------------------------------------------
           COMPUTE W-PROD-B ROUNDED =
               W-BASE-B (IND) * W-TAUX-B (IND) / 100.
           COMPUTE W-PROD-NB ROUNDED =
               W-BASE-NB (IND) * W-TAUX-NB (IND) / 100.
           ADD W-PROD-B  TO W-TOTPROD-B.
           ADD W-PROD-NB TO W-TOTPROD-NB.

           MOVE W-LIBCOL (IND)   TO LD-COLL.
           MOVE W-ANPREV         TO LD-ANNEE.
           MOVE W-BASE-B (IND)   TO LD-BASEB.
           MOVE W-TAUX-B (IND)   TO LD-TAUXB.
           MOVE W-PROD-B         TO LD-PRODB.
           MOVE W-BASE-NB (IND)  TO LD-BASENB.
           MOVE W-TAUX-NB (IND)  TO LD-TAUXNB.
           MOVE W-PROD-NB        TO LD-PRODNB.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.

           MOVE PV-ANNEE            TO PP-DAN.
           MOVE W-DIR               TO PP-DIR.
           MOVE COM-CCOCOM (IX-COM) TO PP-CCOCOM.
           MOVE W-ANPREV            TO PP-ANPREV.
           MOVE IND                 TO PP-RANG.
           MOVE W-BASE-B (IND)      TO PP-BASEB.
           MOVE W-TAUX-B (IND)      TO PP-TAUXB.
           MOVE W-PROD-B            TO PP-PRODB.
           MOVE W-BASE-NB (IND)     TO PP-BASENB.
           MOVE W-TAUX-NB (IND)     TO PP-TAUXNB.
           MOVE W-PROD-NB           TO PP-PRODNB.
           MOVE W-CREVAL            TO PP-CREVAL.
           MOVE W-EVOLB             TO PP-EVOLB.
           MOVE W-EVOLNB            TO PP-EVOLNB.
           WRITE ENR-PREVPRO.
       5600-PREVOIR-COLLECTIVITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-DIRECTION.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-DIRECTION.
           PERFORM 6100-EDITER-ANNEE-DIRECTION
               THRU 6100-EDITER-ANNEE-DIRECTION-EXIT
               VARYING IXJ FROM 0 BY 1
               UNTIL IXJ > 3.
       6000-EDITER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       6100-EDITER-ANNEE-DIRECTION.
      *---------------------------------------------------------
           MOVE 'TOTAL'                 TO LT-LIB.
           COMPUTE LT-ANNEE = PV-ANNEE + IXJ.
           MOVE W-TOTDIR-B (IXJ + 1)    TO LT-PRODB.
           MOVE W-TOTDIR-NB (IXJ + 1)   TO LT-PRODNB.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
       6100-EDITER-ANNEE-DIRECTION-EXIT.
           EXIT.
       END PROGRAM PREVPROD.
