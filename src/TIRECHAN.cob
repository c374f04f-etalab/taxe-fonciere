      *********************************************************
      * PROGRAMME TIRECHAN                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * TIRAGE D'UN ECHANTILLON ALEATOIRE, STRATIFIE ET       *
      * REPRODUCTIBLE D'ARTICLES DU ROLE EMIS (SORTLOT) POUR  *
      * LE CONTROLE INTERNE. STRATES : NATURE BATI/NON BATI,  *
      * TRANCHE DU TOTAL DU (BORNES PARAMETRABLES) ET         *
      * PRESENCE D'UN ALLEGEMENT (EXONERATION, ABATTEMENT,    *
      * DEGREVEMENT), SUR-PONDEREE. LE GENERATEUR EST         *
      * INITIALISE PAR LA SEMENCE DE PARMECH (DEFAUT : DATE   *
      * DU JOUR, REPORTEE AU RAPPORT) : MEME SEMENCE, MEME    *
      * SORTLOT, MEME ECHANTILLON. POUR CHAQUE ARTICLE TIRE : *
      * UN ENREGISTREMENT ECHCTL (XECHCTL) A COMPLETER DU     *
      * VERDICT ET UNE FICHE DE CONTROLE (BASES, TAUX DU      *
      * TAUDIS, COTISATIONS PAR COLLECTIVITE, FRAIS,          *
      * ALLEGEMENTS, ZONES DE VERDICT). LES VERDICTS SONT     *
      * EXPLOITES PAR ERRECHAN. CODE RETOUR 4 SI AUCUN        *
      * ARTICLE TIRE.                                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIRECHAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMECH     ASSIGN  TO  PARMECH
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PE-FS.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  ECHCTL      ASSIGN  TO  ECHCTL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  FICHCTL     ASSIGN  TO  FICHCTL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS FC-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * SEMENCE DU TIRAGE (DEFAUT : DATE DU JOUR), TAUX DE BASE
      * POUR MILLE (DEFAUT 5), POIDS DES ARTICLES AVEC ALLEGEMENT
      * (DEFAUT 3), BORNES DES TRANCHES DE TCTDU (DEFAUT 500,
      * 2000 ET 10000) ET POIDS DES QUATRE TRANCHES (DEFAUT 1, 1,
      * 2 ET 4)
       FD  PARMECH.
       01  ENR-PARMECH.
           05 PE-SEMENCE           PIC X(9).
           05 PE-SEMENCE9 REDEFINES PE-SEMENCE PIC 9(9).
           05 PE-TAUX              PIC X(3).
           05 PE-TAUX9 REDEFINES PE-TAUX PIC 9(3).
           05 PE-POIDS-ALG         PIC X(2).
           05 PE-POIDS-ALG9 REDEFINES PE-POIDS-ALG PIC 9(2).
           05 PE-SEUILS.
              10 PE-SEUIL          PIC X(9) OCCURS 3.
           05 PE-SEUILS9 REDEFINES PE-SEUILS.
              10 PE-SEUIL9         PIC 9(9) OCCURS 3.
           05 PE-POIDS.
              10 PE-POIDS-TRA      PIC X(2) OCCURS 4.
           05 PE-POIDS9 REDEFINES PE-POIDS.
              10 PE-POIDS-TRA9     PIC 9(2) OCCURS 4.

       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

      * ARTICLES TIRES, A COMPLETER DES VERDICTS (VUE XECHCTL)
       FD  ECHCTL.
       01  ENR-ECHCTL.
           COPY XECHCTL REPLACING 'X' BY EC.

      * FICHES DE CONTROLE, UNE PAGE PAR ARTICLE TIRE
       FD  FICHCTL.
       01  ENR-FICHCTL             PIC X(132).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'TIRECHAN 00 DU 15/10/26'.

       01  PE-FS                   PIC X(2).
           88 PE-OK                     VALUE '00'.
       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  EC-FS                   PIC X(2).
       01  FC-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.
       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.
       01  W-SW-IFP                PIC X(1).
           88 W-IFP-LU                  VALUE 'O'.
       01  W-SW-DIR                PIC X(1) VALUE 'N'.
           88 W-DIR-LU                  VALUE 'O'.
       01  W-DIR-LUE               PIC X(3) VALUE SPACE.

      * PARAMETRES DU TIRAGE
       01  W-SEMENCE               PIC 9(9).
       01  W-TAUX                  PIC 9(3) VALUE 5.
       01  W-POIDS-ALG             PIC 9(2) VALUE 3.
       01  W-SEUILS.
           05 W-SEUIL              PIC 9(9) OCCURS 3.
       01  W-POIDS.
           05 W-POIDS-TRA          PIC 9(2) OCCURS 4.
       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-R REDEFINES W-DATJOU.
           05 W-DJ-AAAA            PIC 9(4).
           05 W-DJ-MM              PIC 9(2).
           05 W-DJ-JJ              PIC 9(2).

      * GENERATEUR PSEUDO-ALEATOIRE CONGRUENTIEL MULTIPLICATIF
      * (MULTIPLICATEUR 16807, MODULE 2**31 - 1) : A SEMENCE ET
      * SORTLOT IDENTIQUES, LE TIRAGE EST IDENTIQUE
       01  W-ALEA                  PIC 9(10) COMP.
       01  W-PRODUIT               PIC 9(15) COMP.
       01  W-QUOTIENT              PIC 9(15) COMP.
       01  W-MODULE                PIC 9(10) COMP VALUE 2147483647.
       01  W-TIRAGE                PIC 9(7) COMP.
      * PROBABILITE DE TIRAGE DE L'ARTICLE, EN PARTIES PAR MILLION
       01  W-PROBA                 PIC 9(9) COMP.

      * STRATES : 2 NATURES X 4 TRANCHES X 2 (SANS/AVEC ALLEGEMENT)
       01  W-TAB-STRATES.
           05 W-STRATE OCCURS 16.
              10 W-ST-POPUL        PIC 9(9) COMP.
              10 W-ST-TIRES        PIC 9(7) COMP.
              10 W-ST-PROBA        PIC 9(9) COMP.
       01  IST                     PIC 9(2) COMP.
       01  ITR                     PIC 9(1) COMP.
       01  IND                     PIC 9(1) COMP.
       01  W-RANG                  PIC 9(1).
       01  W-RESTE                 PIC 9(2) COMP.
       01  W-QUOT                  PIC 9(2) COMP.
       01  W-ALG-ST                PIC 9(1) COMP.
       01  W-NATURE                PIC 9(1).
       01  W-TRANCHE               PIC 9(1).
       01  W-SW-ALG                PIC X(1).
           88 W-AVEC-ALLEGEMENT         VALUE 'O'.
       01  W-TCTDU                 PIC S9(12).
       01  W-TCTDU-ABS             PIC 9(12).

       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBELIG                PIC 9(9) COMP VALUE 0.
       01  W-NBTIRES               PIC 9(5) VALUE 0.
       01  W-MONTANT               PIC S9(12).

      * FICHE DE CONTROLE
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '='.
       01  LIGNE-TIRET             PIC X(132) VALUE ALL '-'.
       01  LIGNE-FICHE-TITRE.
           05 FILLER               PIC X(28) VALUE
              'FICHE DE CONTROLE INTERNE N '.
           05 LF-NUFICH            PIC 9(5).
           05 FILLER               PIC X(18) VALUE
              '   SEMENCE TIRAGE '.
           05 LF-SEMENCE           PIC 9(9).
           05 FILLER               PIC X(10) VALUE '  STRATE '.
           05 LF-STNAT             PIC X(1).
           05 FILLER               PIC X(1)  VALUE '-'.
           05 LF-STTRA             PIC 9(1).
           05 FILLER               PIC X(1)  VALUE '-'.
           05 LF-STALG             PIC X(1).
       01  LIGNE-FICHE-ARTICLE.
           05 FILLER               PIC X(8)  VALUE 'ARTICLE '.
           05 LA-DAN               PIC 9(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-DSRPAR            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-ANUPRO            PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LA-NATURE            PIC X(8).
           05 FILLER               PIC X(8)  VALUE '  ROLE '.
           05 LA-DNURO             PIC 9(3).
           05 FILLER               PIC X(14) VALUE '  TRESORERIE '.
           05 LA-CCPPER            PIC X(3).
           05 FILLER               PIC X(10) VALUE '  COM.ABS '.
           05 LA-CCOIFP            PIC X(3).
       01  LIGNE-FICHE-COLONNE.
           05 FILLER               PIC X(30) VALUE 'POSTE'.
           05 FILLER               PIC X(13) VALUE '         BASE'.
           05 FILLER               PIC X(13) VALUE '  TAUX TAUDIS'.
           05 FILLER               PIC X(13) VALUE '   COTISATION'.
           05 FILLER               PIC X(12) VALUE '   CONTROLE'.
       01  LIGNE-FICHE-POSTE.
           05 LP-LIBELLE           PIC X(30).
           05 LP-BASE              PIC -(11)9 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LP-TAUX              PIC ZZZ9.999999 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LP-COTIS             PIC -(11)9.
           05 FILLER               PIC X(6)  VALUE '   [ ]'.
       01  LIGNE-FICHE-TOTAL.
           05 LG-LIBELLE           PIC X(56).
           05 LG-MONTANT           PIC -(11)9.
           05 FILLER               PIC X(6)  VALUE '   [ ]'.
       01  LIGNE-FICHE-VERDICT1    PIC X(132) VALUE
           'VERDICT (C = CONFORME, E = ERREUR) : ___   ECART SUR LE TO
      -    'TAL DU : ______________   MOTIF (BA/TX/AL/FR/AU) : __'.
       01  LIGNE-FICHE-VERDICT2    PIC X(132) VALUE
           'CONTROLEUR (MATRICULE) : ________   DATE DU CONTROLE : __/
      -    '__/____   VISA :'.

      * RAPPORT DE TIRAGE
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(46) VALUE
              'TIRAGE DE L''ECHANTILLON DE CONTROLE INTERNE - '.
           05 FILLER               PIC X(9)  VALUE 'SEMENCE '.
           05 LE-SEMENCE           PIC 9(9).
           05 FILLER               PIC X(14) VALUE '  TAUX (PM) : '.
           05 LE-TAUX              PIC ZZ9.
           05 FILLER               PIC X(18) VALUE
              '  POIDS ALLEG. : '.
           05 LE-POIDS-ALG         PIC Z9.
       01  LIGNE-TRANCHES.
           05 FILLER               PIC X(21) VALUE
              'BORNES DES TRANCHES :'.
           05 LB-BORNE OCCURS 3.
              10 FILLER            PIC X(1) VALUE SPACE.
              10 LB-SEUIL          PIC Z(8)9.
           05 FILLER               PIC X(11) VALUE '   POIDS : '.
           05 LB-PDS OCCURS 4.
              10 FILLER            PIC X(1) VALUE SPACE.
              10 LB-POIDS          PIC Z9.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(30) VALUE
              'NATURE   TRANCHE ALLEGEMENT'.
           05 FILLER               PIC X(40) VALUE
              '  POPULATION  PROBA (PPM)   TIRES'.
       01  LIGNE-STRATE.
           05 LS-NATURE            PIC X(8).
           05 FILLER               PIC X(5) VALUE SPACE.
           05 LS-TRANCHE           PIC 9(1).
           05 FILLER               PIC X(10) VALUE SPACE.
           05 LS-ALG               PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LS-POPUL             PIC Z(9)9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LS-PROBA             PIC Z(8)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LS-TIRES             PIC Z(6)9.
       01  LIGNE-TOTAL.
           05 LT-LIBELLE           PIC X(40).
           05 LT-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.
           OPEN INPUT SORTIE-LOT TAUDIS.
           OPEN OUTPUT ECHCTL FICHCTL.
           PERFORM 2000-TRAITER-ARTICLE
               THRU 2000-TRAITER-ARTICLE-EXIT
               UNTIL SL-FIN.
           CLOSE SORTIE-LOT TAUDIS ECHCTL FICHCTL.
           PERFORM 8000-RAPPORT
               THRU 8000-RAPPORT-EXIT.
           DISPLAY 'TIRECHAN - ARTICLES ELIGIBLES : ' W-NBELIG.
           DISPLAY 'TIRECHAN - ARTICLES TIRES     : ' W-NBTIRES.
           DISPLAY 'TIRECHAN - SEMENCE            : ' W-SEMENCE.
           IF W-NBTIRES = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DATJOU TO W-SEMENCE.
           MOVE 500   TO W-SEUIL (1).
           MOVE 2000  TO W-SEUIL (2).
           MOVE 10000 TO W-SEUIL (3).
           MOVE 1 TO W-POIDS-TRA (1) W-POIDS-TRA (2).
           MOVE 2 TO W-POIDS-TRA (3).
           MOVE 4 TO W-POIDS-TRA (4).
           OPEN INPUT PARMECH.
           IF PE-OK
               READ PARMECH
                   AT END MOVE SPACE TO ENR-PARMECH
               END-READ
               PERFORM 1100-PRENDRE-PARAMETRES
                   THRU 1100-PRENDRE-PARAMETRES-EXIT
               CLOSE PARMECH
           END-IF.
      * LA SEMENCE NE PEUT ETRE NULLE NI MULTIPLE DU MODULE
           DIVIDE W-SEMENCE BY W-MODULE GIVING W-QUOTIENT
               REMAINDER W-ALEA.
           IF W-ALEA = 0
               MOVE 1 TO W-ALEA
           END-IF.

      * PROBABILITE DE CHAQUE STRATE, PLAFONNEE A UN MILLION
           PERFORM 1200-CALCULER-STRATE
               THRU 1200-CALCULER-STRATE-EXIT
               VARYING IST FROM 1 BY 1 UNTIL IST > 16.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-PRENDRE-PARAMETRES.
      *---------------------------------------------------------
           IF PE-SEMENCE NUMERIC AND PE-SEMENCE9 > 0
               MOVE PE-SEMENCE9 TO W-SEMENCE
           END-IF.
           IF PE-TAUX NUMERIC AND PE-TAUX9 > 0
               MOVE PE-TAUX9 TO W-TAUX
           END-IF.
           IF PE-POIDS-ALG NUMERIC AND PE-POIDS-ALG9 > 0
               MOVE PE-POIDS-ALG9 TO W-POIDS-ALG
           END-IF.
           PERFORM 1110-PRENDRE-SEUIL
               THRU 1110-PRENDRE-SEUIL-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 3.
           PERFORM 1120-PRENDRE-POIDS
               THRU 1120-PRENDRE-POIDS-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 4.
       1100-PRENDRE-PARAMETRES-EXIT.
           EXIT.

      *---------------------------------------------------------
       1110-PRENDRE-SEUIL.
      *---------------------------------------------------------
           IF PE-SEUIL (IND) NUMERIC AND PE-SEUIL9 (IND) > 0
               MOVE PE-SEUIL9 (IND) TO W-SEUIL (IND)
           END-IF.
       1110-PRENDRE-SEUIL-EXIT.
           EXIT.

      *---------------------------------------------------------
       1120-PRENDRE-POIDS.
      *---------------------------------------------------------
           IF PE-POIDS-TRA (IND) NUMERIC
              AND PE-POIDS-TRA9 (IND) > 0
               MOVE PE-POIDS-TRA9 (IND) TO W-POIDS-TRA (IND)
           END-IF.
       1120-PRENDRE-POIDS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CALCULER-STRATE.
      *---------------------------------------------------------
      * RANG DE LA STRATE = (NATURE - 1) * 8 + (TRANCHE - 1) * 2
      * + 1 SANS ALLEGEMENT, + 2 AVEC ALLEGEMENT
           MOVE 0 TO W-ST-POPUL (IST) W-ST-TIRES (IST).
           PERFORM 1210-DECOMPOSER-STRATE
               THRU 1210-DECOMPOSER-STRATE-EXIT.
           COMPUTE W-ST-PROBA (IST) =
                   W-TAUX * 1000 * W-POIDS-TRA (ITR).
           IF W-ALG-ST = 1
               COMPUTE W-ST-PROBA (IST) =
                       W-ST-PROBA (IST) * W-POIDS-ALG
           END-IF.
           IF W-ST-PROBA (IST) > 1000000
               MOVE 1000000 TO W-ST-PROBA (IST)
           END-IF.
       1200-CALCULER-STRATE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-DECOMPOSER-STRATE.
      *---------------------------------------------------------
      * TRANCHE (ITR) ET INDICATEUR D'ALLEGEMENT (W-ALG-ST) DE LA
      * STRATE DE RANG IST
           COMPUTE W-RESTE = IST - 1.
           DIVIDE W-RESTE BY 8 GIVING W-QUOT REMAINDER W-RESTE.
           DIVIDE W-RESTE BY 2 GIVING W-QUOT REMAINDER W-ALG-ST.
           COMPUTE ITR = W-QUOT + 1.
       1210-DECOMPOSER-STRATE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-ARTICLE.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 2000-TRAITER-ARTICLE-EXIT
           END-READ.
           IF ENR-SORTIE-LOT (1:1) = '*'
               GO TO 2000-TRAITER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
      * SEULS LES ARTICLES LIQUIDES SANS ANOMALIE ET EMIS AU ROLE
      * SONT ELIGIBLES (NI EXTOURNE NI CALCUL EN MODE TEST)
           IF SL-CR NOT = 0 OR SL-EXTOURNE
               GO TO 2000-TRAITER-ARTICLE-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETB-VUE RETNB-VUE.
           IF RETB-GMODE = 'T'
               GO TO 2000-TRAITER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBELIG.

      * STRATE DE L'ARTICLE
           MOVE 'N' TO W-SW-ALG.
           IF RETB-CCOBNB = '2'
               MOVE 1 TO W-NATURE
               MOVE RETB-TCTDU TO W-TCTDU
               IF RETB-TMEXON NOT = 0 OR RETB-MDG65A NOT = 0
                  OR RETB-MEXRES NOT = 0 OR RETB-MPLRFR NOT = 0
                  OR RETB-MAQCOM NOT = 0 OR RETB-EXONERE-DOM
                   SET W-AVEC-ALLEGEMENT TO TRUE
               END-IF
           ELSE
               MOVE 2 TO W-NATURE
               MOVE RETNB-TCTDU TO W-TCTDU
               IF RETNB-MDGPLA NOT = 0 OR RETNB-MDJCOM NOT = 0
                  OR RETNB-MDJDEP NOT = 0 OR RETNB-MDKCOM NOT = 0
                  OR RETNB-MDBIOT NOT = 0 OR RETNB-GEXDOM = 'D'
                   SET W-AVEC-ALLEGEMENT TO TRUE
               END-IF
           END-IF.
           MOVE W-TCTDU TO W-TCTDU-ABS.
           MOVE 4 TO W-TRANCHE.
           IF W-TCTDU-ABS < W-SEUIL (3)
               MOVE 3 TO W-TRANCHE
           END-IF.
           IF W-TCTDU-ABS < W-SEUIL (2)
               MOVE 2 TO W-TRANCHE
           END-IF.
           IF W-TCTDU-ABS < W-SEUIL (1)
               MOVE 1 TO W-TRANCHE
           END-IF.
           COMPUTE IST = (W-NATURE - 1) * 8 + (W-TRANCHE - 1) * 2
                       + 1.
           IF W-AVEC-ALLEGEMENT
               ADD 1 TO IST
           END-IF.
           ADD 1 TO W-ST-POPUL (IST).

      * TIRAGE : UN NOMBRE PSEUDO-ALEATOIRE PAR ARTICLE ELIGIBLE
           COMPUTE W-PRODUIT = W-ALEA * 16807.
           DIVIDE W-PRODUIT BY W-MODULE GIVING W-QUOTIENT
               REMAINDER W-ALEA.
           COMPUTE W-TIRAGE = W-ALEA * 1000000 / W-MODULE.
           IF W-TIRAGE NOT < W-ST-PROBA (IST)
               GO TO 2000-TRAITER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-ST-TIRES (IST).
           ADD 1 TO W-NBTIRES.
           PERFORM 3000-ECRIRE-ECHANTILLON
               THRU 3000-ECRIRE-ECHANTILLON-EXIT.
           PERFORM 4000-EDITER-FICHE
               THRU 4000-EDITER-FICHE-EXIT.
       2000-TRAITER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-ECRIRE-ECHANTILLON.
      *---------------------------------------------------------
           MOVE SPACE          TO ENR-ECHCTL.
           MOVE RETB-DAN       TO EC-DAN.
           MOVE RETB-AC3DIR    TO EC-AC3DIR.
           MOVE RETB-CCOCOM    TO EC-CCOCOM.
           MOVE RETB-DSRPAR    TO EC-DSRPAR.
           MOVE RETB-ANUPRO    TO EC-ANUPRO.
           MOVE RETB-CCOBNB    TO EC-CCOBNB.
           IF W-NATURE = 1
               MOVE 'B' TO EC-STNAT
           ELSE
               MOVE 'N' TO EC-STNAT
           END-IF.
           MOVE W-TRANCHE      TO EC-STTRA.
           MOVE W-SW-ALG       TO EC-STALG.
           MOVE W-TCTDU        TO EC-TCTDU.
           MOVE W-NBTIRES      TO EC-NUFICH.
           MOVE W-SEMENCE      TO EC-SEMENC.
           MOVE 0 TO EC-MECART EC-JCONTR.
           WRITE ENR-ECHCTL.
       3000-ECRIRE-ECHANTILLON-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-FICHE.
      *---------------------------------------------------------
      * TAUX DE L'ARTICLE COMMUNE/IFP ET DE L'ARTICLE DIRECTION
      * DU TAUDIS DE LA CAMPAGNE
           MOVE 'N' TO W-SW-IFP.
           MOVE RETB-AC3DIR TO T-DIR.
           MOVE RETB-CCOCOM TO T-COM.
           IF W-NATURE = 1
               MOVE RETB-CCOIFP  TO T-CCOIFP
           ELSE
               MOVE RETNB-CCOIFP TO T-CCOIFP
           END-IF.
           MOVE LOW-VALUE   TO T-CCPPER.
           READ TAUDIS INTO TAUDIS-IFP
               INVALID KEY CONTINUE
               NOT INVALID KEY SET W-IFP-LU TO TRUE
           END-READ.
           IF RETB-AC3DIR NOT = W-DIR-LUE
               MOVE 'N' TO W-SW-DIR
               MOVE RETB-AC3DIR TO W-DIR-LUE T-DIR
               MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER
               READ TAUDIS INTO TAUDIS-DIR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET W-DIR-LU TO TRUE
               END-READ
           END-IF.
           IF NOT W-IFP-LU
               INITIALIZE TAUDIS-IFP
           END-IF.
           IF NOT W-DIR-LU
               INITIALIZE TAUDIS-DIR
           END-IF.

           WRITE ENR-FICHCTL FROM LIGNE-SEPARATION.
           MOVE W-NBTIRES TO LF-NUFICH.
           MOVE W-SEMENCE TO LF-SEMENCE.
           MOVE EC-STNAT  TO LF-STNAT.
           MOVE EC-STTRA  TO LF-STTRA.
           MOVE EC-STALG  TO LF-STALG.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TITRE.
           MOVE RETB-DAN    TO LA-DAN.
           MOVE RETB-AC3DIR TO LA-AC3DIR.
           MOVE RETB-CCOCOM TO LA-CCOCOM.
           MOVE RETB-DSRPAR TO LA-DSRPAR.
           MOVE RETB-ANUPRO TO LA-ANUPRO.
           MOVE SL-DNURO    TO LA-DNURO.
           IF W-NATURE = 1
               MOVE 'BATI'        TO LA-NATURE
               MOVE RETB-CCPPER   TO LA-CCPPER
               MOVE RETB-CCOIFP   TO LA-CCOIFP
           ELSE
               MOVE 'NON BATI'    TO LA-NATURE
               MOVE RETNB-CCPPER  TO LA-CCPPER
               MOVE RETNB-CCOIFP  TO LA-CCOIFP
           END-IF.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-ARTICLE.
           IF NOT W-IFP-LU
               MOVE SPACE TO ENR-FICHCTL
               MOVE '** ARTICLE IFP ABSENT DU TAUDIS : TAUX A RELEVER'
                   TO ENR-FICHCTL (1:49)
               WRITE ENR-FICHCTL
           END-IF.
           WRITE ENR-FICHCTL FROM LIGNE-TIRET.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-COLONNE.
           IF W-NATURE = 1
               PERFORM 4100-POSTES-BATI
                   THRU 4100-POSTES-BATI-EXIT
           ELSE
               PERFORM 4200-POSTES-NONBATI
                   THRU 4200-POSTES-NONBATI-EXIT
           END-IF.
           WRITE ENR-FICHCTL FROM LIGNE-TIRET.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-VERDICT1.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-VERDICT2.
       4000-EDITER-FICHE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-POSTES-BATI.
      *---------------------------------------------------------
           MOVE 'COMMUNE'       TO LP-LIBELLE.
           MOVE RETB-BBCOM      TO LP-BASE.
           MOVE T-R-PTBCOM      TO LP-TAUX.
           MOVE RETB-MCTCOM     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'DEPARTEMENT'   TO LP-LIBELLE.
           MOVE RETB-BBDEP      TO LP-BASE.
           MOVE T-D-PTBDEP      TO LP-TAUX.
           MOVE RETB-MCTDEP     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'SYNDICATS DE COMMUNES' TO LP-LIBELLE.
           MOVE RETB-BBSYN      TO LP-BASE.
           MOVE T-R-PTBSYN      TO LP-TAUX.
           MOVE RETB-MCTSYN     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'GROUPEMENT A FISCALITE PROPRE' TO LP-LIBELLE.
           MOVE RETB-BBCU       TO LP-BASE.
           MOVE T-R-PTBCU       TO LP-TAUX.
           MOVE RETB-MCTCU      TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 0 TO LP-BASE LP-TAUX.
           MOVE 'REGION'        TO LP-LIBELLE.
           MOVE RETB-MCTREG     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'TAXE SPECIALE D''EQUIPEMENT' TO LP-LIBELLE.
           MOVE RETB-MCTTSE     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           PERFORM 4110-POSTE-TSE-BATI
               THRU 4110-POSTE-TSE-BATI-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 3.
           MOVE 0 TO LP-BASE.
           MOVE 'TAXE GEMAPI'   TO LP-LIBELLE.
           MOVE T-R-PTBGEM      TO LP-TAUX.
           MOVE RETB-MCOGE3     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 0 TO LP-TAUX.
           MOVE 'TASA'          TO LP-LIBELLE.
           MOVE RETB-MCOTA3     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'ORDURES MENAGERES' TO LP-LIBELLE.
           MOVE RETB-TCTOM      TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.

           MOVE 'TOTAL DES COTISATIONS HORS FRAIS' TO LG-LIBELLE.
           MOVE RETB-TCTHFR TO LG-MONTANT.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL.
           MOVE 'FRAIS DE GESTION DE LA FISCALITE' TO LG-LIBELLE.
           MOVE RETB-TCTFRA TO LG-MONTANT.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL.
           MOVE 'TOTAL DU' TO LG-LIBELLE.
           MOVE RETB-TCTDU TO LG-MONTANT.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL.

      * ALLEGEMENTS PORTES PAR L'ARTICLE
           MOVE RETB-TMEXON TO W-MONTANT.
           MOVE 'EXONERATION CONSTRUCTIONS NOUVELLES' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           COMPUTE W-MONTANT = RETB-MAQCOM + RETB-MAQSYN
                             + RETB-MAQCU + RETB-MAQTSE.
           MOVE 'ABATTEMENT QPV' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           MOVE RETB-MDG65A TO W-MONTANT.
           MOVE 'DEGREVEMENT PLUS DE 65 ANS' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           MOVE RETB-MEXRES TO W-MONTANT.
           MOVE 'EXONERATION SOUS CONDITION DE RESSOURCES'
               TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           MOVE RETB-MPLRFR TO W-MONTANT.
           MOVE 'PLAFONNEMENT SUR LE REVENU' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           IF RETB-EXONERE-DOM
               MOVE SPACE TO ENR-FICHCTL
               MOVE 'ARTICLE EXONERE (DOM, BASE SOUS LE SEUIL)'
                   TO ENR-FICHCTL (1:42)
               WRITE ENR-FICHCTL
           END-IF.
       4100-POSTES-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       4110-POSTE-TSE-BATI.
      *---------------------------------------------------------
           MOVE SPACE TO LP-LIBELLE.
           MOVE IND TO W-RANG.
           STRING 'TSE ETABLISSEMENT FONCIER ' W-RANG
               DELIMITED BY SIZE INTO LP-LIBELLE.
           MOVE T-R-PTBTSN (IND) TO LP-TAUX.
           MOVE RETB-MCBT13 (IND) TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
       4110-POSTE-TSE-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       4200-POSTES-NONBATI.
      *---------------------------------------------------------
           MOVE 'COMMUNE'       TO LP-LIBELLE.
           MOVE RETNB-BBCOM     TO LP-BASE.
           MOVE T-R-PNBCOM      TO LP-TAUX.
           MOVE RETNB-MCTCOM    TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'SYNDICATS DE COMMUNES' TO LP-LIBELLE.
           MOVE RETNB-BBSYN     TO LP-BASE.
           MOVE T-R-PNBSYN      TO LP-TAUX.
           MOVE RETNB-MCTSYN    TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'GROUPEMENT A FISCALITE PROPRE' TO LP-LIBELLE.
           MOVE RETNB-BBCU      TO LP-BASE.
           MOVE T-R-PNBCU       TO LP-TAUX.
           MOVE RETNB-MCTCU     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'TAXE ADDITIONNELLE'  TO LP-LIBELLE.
           MOVE RETNB-BBDEP     TO LP-BASE.
           MOVE T-R-PNBTXA      TO LP-TAUX.
           MOVE RETNB-MCTDEP    TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 0 TO LP-BASE LP-TAUX.
           MOVE 'REGION'        TO LP-LIBELLE.
           MOVE RETNB-MCTREG    TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'TAXE SPECIALE D''EQUIPEMENT' TO LP-LIBELLE.
           MOVE RETNB-MCTTSE    TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           PERFORM 4210-POSTE-TSE-NONBATI
               THRU 4210-POSTE-TSE-NONBATI-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 3.
           MOVE 'TAXE GEMAPI'   TO LP-LIBELLE.
           MOVE T-R-PNBGEM      TO LP-TAUX.
           MOVE RETNB-MCOGE3    TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 'CHAMBRE D''AGRICULTURE' TO LP-LIBELLE.
           MOVE T-R-PNBCAA      TO LP-TAUX.
           MOVE RETNB-MCTCA     TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
           MOVE 0 TO LP-TAUX.
           MOVE 'CAISSE ACCIDENTS AGRICOLES' TO LP-LIBELLE.
           COMPUTE W-MONTANT = RETNB-MCTCAP + RETNB-MCTCAD.
           MOVE W-MONTANT       TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.

           MOVE 'TOTAL DES COTISATIONS HORS FRAIS' TO LG-LIBELLE.
           MOVE RETNB-TCTHFR TO LG-MONTANT.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL.
           MOVE 'FRAIS DE GESTION DE LA FISCALITE' TO LG-LIBELLE.
           MOVE RETNB-TCTFRA TO LG-MONTANT.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL.
           MOVE 'TOTAL DU' TO LG-LIBELLE.
           MOVE RETNB-TCTDU TO LG-MONTANT.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL.

      * ALLEGEMENTS PORTES PAR L'ARTICLE
           MOVE RETNB-MDGPLA TO W-MONTANT.
           MOVE 'DEGREVEMENT PRES ET LANDES' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           COMPUTE W-MONTANT = RETNB-MDJCOM + RETNB-MDJSYN
                             + RETNB-MDJCU + RETNB-MDJDEP.
           MOVE 'DEGREVEMENT JEUNES AGRICULTEURS' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           COMPUTE W-MONTANT = RETNB-MDKCOM + RETNB-MDKSYN
                             + RETNB-MDKCU.
           MOVE 'DEGREVEMENT CALAMITES AGRICOLES' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           MOVE RETNB-MDBIOT TO W-MONTANT.
           MOVE 'EXONERATION AGRICULTURE BIOLOGIQUE' TO LG-LIBELLE.
           PERFORM 4900-EDITER-ALLEGEMENT
               THRU 4900-EDITER-ALLEGEMENT-EXIT.
           IF RETNB-GEXDOM = 'D'
               MOVE SPACE TO ENR-FICHCTL
               MOVE 'ARTICLE EXONERE (DOM, BASE SOUS LE SEUIL)'
                   TO ENR-FICHCTL (1:42)
               WRITE ENR-FICHCTL
           END-IF.
       4200-POSTES-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       4210-POSTE-TSE-NONBATI.
      *---------------------------------------------------------
           MOVE SPACE TO LP-LIBELLE.
           MOVE IND TO W-RANG.
           STRING 'TSE ETABLISSEMENT FONCIER ' W-RANG
               DELIMITED BY SIZE INTO LP-LIBELLE.
           MOVE T-R-PNBTSN (IND) TO LP-TAUX.
           MOVE RETNB-MCNT13 (IND) TO LP-COTIS.
           WRITE ENR-FICHCTL FROM LIGNE-FICHE-POSTE.
       4210-POSTE-TSE-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       4900-EDITER-ALLEGEMENT.
      *---------------------------------------------------------
           IF W-MONTANT NOT = 0
               MOVE W-MONTANT TO LG-MONTANT
               WRITE ENR-FICHCTL FROM LIGNE-FICHE-TOTAL
           END-IF.
       4900-EDITER-ALLEGEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-RAPPORT.
      *---------------------------------------------------------
           OPEN OUTPUT RAPPORT.
           MOVE W-SEMENCE   TO LE-SEMENCE.
           MOVE W-TAUX      TO LE-TAUX.
           MOVE W-POIDS-ALG TO LE-POIDS-ALG.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           PERFORM 8100-GARNIR-TRANCHE
               THRU 8100-GARNIR-TRANCHE-EXIT
               VARYING IND FROM 1 BY 1 UNTIL IND > 4.
           WRITE ENR-RAPPORT FROM LIGNE-TRANCHES.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           PERFORM 8200-EDITER-STRATE
               THRU 8200-EDITER-STRATE-EXIT
               VARYING IST FROM 1 BY 1 UNTIL IST > 16.
           WRITE ENR-RAPPORT FROM LIGNE-TIRET.
           MOVE 'ARTICLES LUS SUR SORTLOT' TO LT-LIBELLE.
           MOVE W-NBLUS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ARTICLES ELIGIBLES' TO LT-LIBELLE.
           MOVE W-NBELIG TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ARTICLES TIRES (FICHES EDITEES)' TO LT-LIBELLE.
           MOVE W-NBTIRES TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE RAPPORT.
       8000-RAPPORT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-GARNIR-TRANCHE.
      *---------------------------------------------------------
           IF IND < 4
               MOVE W-SEUIL (IND) TO LB-SEUIL (IND)
           END-IF.
           MOVE W-POIDS-TRA (IND) TO LB-POIDS (IND).
       8100-GARNIR-TRANCHE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8200-EDITER-STRATE.
      *---------------------------------------------------------
           IF IST > 8
               MOVE 'NON BATI' TO LS-NATURE
           ELSE
               MOVE 'BATI'     TO LS-NATURE
           END-IF.
           PERFORM 1210-DECOMPOSER-STRATE
               THRU 1210-DECOMPOSER-STRATE-EXIT.
           MOVE ITR TO LS-TRANCHE.
           IF W-ALG-ST = 1
               MOVE 'OUI' TO LS-ALG
           ELSE
               MOVE 'NON' TO LS-ALG
           END-IF.
           MOVE W-ST-POPUL (IST) TO LS-POPUL.
           MOVE W-ST-PROBA (IST) TO LS-PROBA.
           MOVE W-ST-TIRES (IST) TO LS-TIRES.
           WRITE ENR-RAPPORT FROM LIGNE-STRATE.
       8200-EDITER-STRATE-EXIT.
           EXIT.
       END PROGRAM TIRECHAN.
