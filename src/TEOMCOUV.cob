      *********************************************************
      * PROGRAMME TEOMCOUV                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONTROLE DE PROPORTIONNALITE DU PRODUIT DE TEOM AU    *
      * COUT DU SERVICE D'ENLEVEMENT DES ORDURES MENAGERES.   *
      * LE PRODUIT DE TEOM LIQUIDE DU MILLESIME (ZONES OM ET  *
      * TEOMI, TCTOM DE LA SYNTHESE SYNTCOM) EST CUMULE PAR   *
      * COMMUNE PUIS RATTACHE A SON BENEFICIAIRE SELON        *
      * CCOBOM, COMME DANS TEOMZONE (COMMUNE, EPCI OU         *
      * SYNDICAT OM). IL EST RAPPROCHE DU COUT NET DU SERVICE *
      * DECLARE PAR LE BENEFICIAIRE (FICHIER COUTOM, CHARGE   *
      * PAR CHARGCOU) : L'ETAT DONNE LE TAUX DE COUVERTURE    *
      * PAR BENEFICIAIRE ET LA PART DE CHAQUE COMMUNE, AVEC   *
      * L'HISTORIQUE DES DEUX MILLESIMES PRECEDENTS. LE       *
      * PRODUIT ET LE TAUX DU MILLESIME SONT HISTORISES DANS  *
      * COUTOM. LES BENEFICIAIRES DONT LA COUVERTURE DEPASSE  *
      * LE SEUIL (FICHIER PARMCOUV, FACULTATIF, 110 % PAR     *
      * DEFAUT) SONT SIGNALES EN FIN D'ETAT POUR EXAMEN AVANT *
      * LE PROCHAIN VOTE DES TAUX (CODE RETOUR 4).            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEOMCOUV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SYNTCOM     ASSIGN  TO  SYNTCOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  PARMCOUV    ASSIGN  TO  PARMCOUV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PC-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.
           SELECT  COUTOM      ASSIGN  TO  COUTOM
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CO-CLE
                               FILE STATUS  CO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNTCOM.
       01  ENR-SYNTCOM.
           COPY XSYNTCOM REPLACING 'X' BY SY.

      * SEUIL DE COUVERTURE AU-DELA DUQUEL LE BENEFICIAIRE EST
      * SIGNALE, EN POUR CENT DU COUT NET (FICHIER FACULTATIF,
      * VALEUR PAR DEFAUT SINON)
       FD  PARMCOUV.
       01  ENR-PARMCOUV.
           05 PC-SEUIL             PIC 9(3)V9(2).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  COUTOM.
       01  ENR-COUTOM.
           COPY XCOUTOM REPLACING 'X' BY CO.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'TEOMCOUV 00 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  PC-FS                   PIC X(2).
           88 PC-OK                     VALUE '00'.
       01  RP-FS                   PIC X(2).
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  CO-FS                   PIC X(2).
           88 CO-OK                     VALUE '00'.
           88 CO-ABSENT                 VALUES '23' '35'.

       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  W-SEUIL                 PIC 9(3)V9(2) VALUE 110.00.
       01  W-DATJOU                PIC 9(8).
       01  W-JAN                   PIC 9(4) VALUE 0.
       01  W-JAN-HISTO             PIC 9(4).
       01  IH                      PIC 9(1) COMP.

       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.
       01  W-CLE-COURANTE.
           05 WC-CODEP             PIC X(2).
           05 WC-CODIR             PIC X(1).
           05 WC-COCOM             PIC X(3).
       01  W-CLE-ENREG.
           05 WE-CODEP             PIC X(2).
           05 WE-CODIR             PIC X(1).
           05 WE-COCOM             PIC X(3).

      * PRODUIT DE TEOM LIQUIDE DE LA COMMUNE EN COURS (ZONES OM
      * ET TEOMI, TOUS CONTEXTES DE ROLE ET TOUTES IFP)
       01  W-PROD-COM              PIC S9(12).
       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-TAUX-TROUVES            VALUE 'O'.
       01  W-CCOBOM                PIC 9(2).

      * IDENTITE DU BENEFICIAIRE DE LA TEOM DE LA COMMUNE, SELON
      * CCOBOM COMME DANS TEOMZONE : LA COMMUNE ELLE-MEME (22) OU
      * LE GROUPEMENT DE RATTACHEMENT ACOGC (23 EPCI, 34 SYNDICAT
      * OM), LIBELLE RESOLU PAR LE MODULE COMMUN RESLIB. LA CLE
      * EST CELLE DU FICHIER DES COUTS (XCOUTOM)
       01  W-COM-ACOGC             PIC X(4).
       01  W-COM-DLICOM            PIC X(30).
       01  W-BENEF-CLE.
           05 W-BENEF-TYPE         PIC X(1).
           05 W-BENEF-DIR          PIC X(3).
           05 W-BENEF-IDENT        PIC X(7).
       01  W-BENEF-LIB             PIC X(30).
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-CR                PIC 9(2).

      * TABLE DES BENEFICIAIRES : PRODUIT CUMULE, COUT NET ET
      * TAUX DE COUVERTURE DU MILLESIME
       01  W-MAXBEN                PIC 9(3) COMP VALUE 100.
       01  W-NBBEN                 PIC 9(3) COMP VALUE 0.
       01  TABLE-BENEF.
           05 BEN-ENTREE OCCURS 100.
              10 BEN-CLE           PIC X(11).
              10 BEN-LIB           PIC X(30).
              10 BEN-PRODUIT       PIC S9(14).
              10 BEN-COUNET        PIC S9(12).
              10 BEN-PCOUV         PIC 9(4)V9(2).
              10 BEN-GCOUT         PIC X(1).
              10 BEN-ALERTE        PIC X(1).
       01  IX                      PIC 9(3) COMP.
       01  IX-BEN                  PIC 9(3) COMP.
       01  W-SW-BEN                PIC X(1).
           88 BEN-TROUVE                VALUE 'O'.

      * TABLE DES COMMUNES, RATTACHEES A LEUR BENEFICIAIRE
       01  W-MAXCOM                PIC 9(4) COMP VALUE 3000.
       01  W-NBCOM                 PIC 9(4) COMP VALUE 0.
       01  TABLE-COMMUNE.
           05 COM-ENTREE OCCURS 3000.
              10 COM-DEPDIR        PIC X(3).
              10 COM-CCOCOM        PIC X(3).
              10 COM-LIB           PIC X(30).
              10 COM-IXBEN         PIC 9(3) COMP.
              10 COM-PRODUIT       PIC S9(12).
       01  IC                      PIC 9(4) COMP.

       01  W-TAUX-CALC             PIC 9(7)V9(2).
       01  W-PCOUV                 PIC 9(4)V9(2).
       01  W-NBALERTES             PIC 9(5) VALUE 0.
       01  W-NBSANSCOUT            PIC 9(5) VALUE 0.

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(48) VALUE
              'CONTROLE DE PROPORTIONNALITE DU PRODUIT DE TEOM '.
           05 FILLER               PIC X(32) VALUE
              'AU COUT DU SERVICE - MILLESIME '.
           05 LE-JAN               PIC 9(4).
       01  LIGNE-SEUIL.
           05 FILLER               PIC X(40) VALUE
              'SEUIL DE COUVERTURE SIGNALE (EN %)    : '.
           05 LS-SEUIL             PIC ZZ9.99.
       01  LIGNE-BENEF.
           05 FILLER               PIC X(13) VALUE 'BENEFICIAIRE '.
           05 LB-TYPE              PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LB-DIR               PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LB-IDENT             PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LB-LIB               PIC X(30).
           05 FILLER               PIC X(9) VALUE ' PRODUIT '.
           05 LB-PRODUIT           PIC -(13)9.
           05 FILLER               PIC X(10) VALUE ' COUT NET '.
           05 LB-COUNET            PIC -(11)9.
           05 FILLER               PIC X(6) VALUE ' TAUX '.
           05 LB-PCOUV             PIC ZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LB-MARQUE            PIC X(20).
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(10) VALUE '  COMMUNE '.
           05 LC-DEPDIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-COM               PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-LIB               PIC X(30).
           05 FILLER               PIC X(9) VALUE ' PRODUIT '.
           05 LC-PRODUIT           PIC -(11)9.
           05 FILLER               PIC X(22) VALUE
              ' PART DE COUVERTURE '.
           05 LC-PCOUV             PIC ZZZ9.99.
       01  LIGNE-HISTO.
           05 FILLER               PIC X(20) VALUE
              '  HISTORIQUE ANNEE '.
           05 LH-JAN               PIC 9(4).
           05 FILLER               PIC X(9) VALUE ' PRODUIT '.
           05 LH-PRODUIT           PIC -(11)9.
           05 FILLER               PIC X(10) VALUE ' COUT NET '.
           05 LH-COUNET            PIC -(11)9.
           05 FILLER               PIC X(6) VALUE ' TAUX '.
           05 LH-PCOUV             PIC ZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LH-MARQUE            PIC X(20).
       01  LIGNE-ENTETE-ALERTE     PIC X(132) VALUE
           'BENEFICIAIRES DONT LA COUVERTURE DEPASSE LE SEUIL - A EXAMIN
      -    'ER AVANT LE VOTE DES TAUX'.
       01  LIGNE-AUCUNE-ALERTE     PIC X(132) VALUE
           '  AUCUN BENEFICIAIRE AU-DELA DU SEUIL'.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 2100-LIRE-SYNTHESE
               THRU 2100-LIRE-SYNTHESE-EXIT.
           PERFORM 2000-TRAITER-SYNTHESE
               THRU 2000-TRAITER-SYNTHESE-EXIT
               UNTIL SL-FIN.
           PERFORM 3000-CLORE-COMMUNE
               THRU 3000-CLORE-COMMUNE-EXIT.

           MOVE W-JAN TO LE-JAN.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-SEUIL TO LS-SEUIL.
           WRITE ENR-RAPPORT FROM LIGNE-SEUIL.
           PERFORM 5000-EDITER-BENEFICIAIRE
               THRU 5000-EDITER-BENEFICIAIRE-EXIT
               VARYING IX-BEN FROM 1 BY 1
               UNTIL IX-BEN > W-NBBEN.

           WRITE ENR-RAPPORT FROM LIGNE-ENTETE-ALERTE.
           PERFORM 6000-EDITER-ALERTE
               THRU 6000-EDITER-ALERTE-EXIT
               VARYING IX-BEN FROM 1 BY 1
               UNTIL IX-BEN > W-NBBEN.
           IF W-NBALERTES = 0
               WRITE ENR-RAPPORT FROM LIGNE-AUCUNE-ALERTE
           END-IF.

           CLOSE SYNTCOM TAUDIS COUTOM RAPPORT.
           DISPLAY 'TEOMCOUV - BENEFICIAIRES EDITES   : ' W-NBBEN.
           DISPLAY 'TEOMCOUV - COMMUNES EDITEES       : ' W-NBCOM.
           DISPLAY 'TEOMCOUV - COUTS NON FOURNIS      : '
               W-NBSANSCOUT.
           DISPLAY 'TEOMCOUV - BENEFICIAIRES SIGNALES : '
               W-NBALERTES.
           IF W-NBALERTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
      * SEUIL DE COUVERTURE (FICHIER FACULTATIF)
           OPEN INPUT PARMCOUV.
           IF PC-OK
               READ PARMCOUV
                   AT END CONTINUE
               END-READ
               IF PC-OK AND PC-SEUIL NUMERIC AND PC-SEUIL > 0
                   MOVE PC-SEUIL TO W-SEUIL
               END-IF
               CLOSE PARMCOUV
           END-IF.
           OPEN INPUT SYNTCOM TAUDIS.
           OPEN I-O COUTOM.
      * AUCUN COUT ENCORE CHARGE : LE CLUSTER EST CREE POUR Y
      * HISTORISER LE PRODUIT
           IF CO-ABSENT
               OPEN OUTPUT COUTOM
               CLOSE COUTOM
               OPEN I-O COUTOM
           END-IF.
           OPEN OUTPUT RAPPORT.
           MOVE 0 TO W-PROD-COM.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-SYNTHESE.
      *---------------------------------------------------------
           MOVE SY-AC3DIR (1:2) TO WE-CODEP.
           MOVE SY-AC3DIR (3:1) TO WE-CODIR.
           MOVE SY-CCOCOM TO WE-COCOM.

           IF W-1ER-ENREG
               MOVE 'N' TO W-PREMIER
               MOVE SY-DAN TO W-JAN
               MOVE W-CLE-ENREG TO W-CLE-COURANTE
           ELSE
               IF W-CLE-ENREG NOT = W-CLE-COURANTE
                   PERFORM 3000-CLORE-COMMUNE
                       THRU 3000-CLORE-COMMUNE-EXIT
                   MOVE 0 TO W-PROD-COM
                   MOVE W-CLE-ENREG TO W-CLE-COURANTE
               END-IF
           END-IF.
      * PRODUIT TEOM LIQUIDE : TOTAL DES ZONES OM ET DE LA TEOMI
           ADD SY-TCTOM TO W-PROD-COM.

           PERFORM 2100-LIRE-SYNTHESE
               THRU 2100-LIRE-SYNTHESE-EXIT.
       2000-TRAITER-SYNTHESE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-SYNTHESE.
      *---------------------------------------------------------
           READ SYNTCOM
               AT END SET SL-FIN TO TRUE
           END-READ.
           IF SL-OK
               IF ENR-SYNTCOM (1:1) = '*'
                   GO TO 2100-LIRE-SYNTHESE
               END-IF
           END-IF.
       2100-LIRE-SYNTHESE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLORE-COMMUNE.
      *---------------------------------------------------------
      * RATTACHE LE PRODUIT DE LA COMMUNE QUITTEE A SON
      * BENEFICIAIRE, PUIS REINITIALISE LE CUMUL
           IF W-1ER-ENREG
               GO TO 3000-CLORE-COMMUNE-EXIT
           END-IF.
           IF W-PROD-COM = 0
               GO TO 3000-CLORE-COMMUNE-EXIT
           END-IF.
           PERFORM 3100-RESOUDRE-BENEFICIAIRE
               THRU 3100-RESOUDRE-BENEFICIAIRE-EXIT.
           PERFORM 4000-CUMULER-BENEFICIAIRE
               THRU 4000-CUMULER-BENEFICIAIRE-EXIT.
           IF IX-BEN = 0
               GO TO 3000-CLORE-COMMUNE-EXIT
           END-IF.
           IF W-NBCOM >= W-MAXCOM
               DISPLAY 'TEOMCOUV - CAPACITE DE LA TABLE DES '
                       'COMMUNES DEPASSEE'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-CLORE-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBCOM.
           MOVE WC-CODEP     TO COM-DEPDIR (W-NBCOM) (1:2).
           MOVE WC-CODIR     TO COM-DEPDIR (W-NBCOM) (3:1).
           MOVE WC-COCOM     TO COM-CCOCOM (W-NBCOM).
           MOVE W-COM-DLICOM TO COM-LIB (W-NBCOM).
           MOVE IX-BEN       TO COM-IXBEN (W-NBCOM).
           MOVE W-PROD-COM   TO COM-PRODUIT (W-NBCOM).
       3000-CLORE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-RESOUDRE-BENEFICIAIRE.
      *---------------------------------------------------------
      * PREMIER ARTICLE R DE LA COMMUNE : CODE BENEFICIAIRE
      * (CCOBOM) ; ARTICLE C : GROUPEMENT DE RATTACHEMENT ET
      * LIBELLE DE LA COMMUNE
           MOVE 'N' TO W-SW-TROUVE W-SW-FIN.
           MOVE 0 TO W-CCOBOM.
           MOVE SPACE TO W-COM-ACOGC W-COM-DLICOM.
           MOVE WC-CODEP TO T-DIR (1:2).
           MOVE WC-CODIR TO T-DIR (3:1).
           MOVE WC-COCOM TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY GO TO 3100-RESOUDRE-SUITE
           END-START.
           PERFORM 3110-LIRE-UN-ARTICLE
               THRU 3110-LIRE-UN-ARTICLE-EXIT
               UNTIL W-TAUX-TROUVES OR W-FIN-FICHIER.
       3100-RESOUDRE-SUITE.
      * LIBELLE DU GROUPEMENT RESOLU HORS DE TOUT PARCOURS
      * SEQUENTIEL DU TAUDIS
           MOVE SPACE TO W-BENEF-CLE W-BENEF-LIB.
           MOVE WC-CODEP TO W-BENEF-DIR (1:2).
           MOVE WC-CODIR TO W-BENEF-DIR (3:1).
           EVALUATE W-CCOBOM
               WHEN 22
                   MOVE 'C' TO W-BENEF-TYPE
                   MOVE WC-COCOM TO W-BENEF-IDENT (1:3)
                   MOVE W-COM-DLICOM TO W-BENEF-LIB
               WHEN 23
               WHEN 34
                   IF W-COM-ACOGC NOT = SPACE
                       IF W-CCOBOM = 23
                           MOVE 'E' TO W-BENEF-TYPE
                       ELSE
                           MOVE 'O' TO W-BENEF-TYPE
                       END-IF
                       MOVE W-COM-ACOGC TO W-BENEF-IDENT (1:4)
                       MOVE 'G' TO W-LIB-TYPE
                       MOVE W-BENEF-DIR TO W-LIB-DIR
                       MOVE SPACE TO W-LIB-CODE
                       MOVE W-COM-ACOGC TO W-LIB-CODE (1:4)
                       CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR
                                           W-LIB-CODE W-BENEF-LIB
                                           W-LIB-CR
                           ON EXCEPTION
                               MOVE 'GROUPEMENT SANS LIBELLE'
                                   TO W-BENEF-LIB
                       END-CALL
                   ELSE
                       MOVE 'C' TO W-BENEF-TYPE
                       MOVE WC-COCOM TO W-BENEF-IDENT (1:3)
                       MOVE W-COM-DLICOM TO W-BENEF-LIB
                   END-IF
               WHEN OTHER
                   MOVE '?' TO W-BENEF-TYPE
                   MOVE WC-COCOM TO W-BENEF-IDENT (1:3)
                   MOVE 'BENEFICIAIRE INDETERMINE' TO W-BENEF-LIB
           END-EVALUATE.
       3100-RESOUDRE-BENEFICIAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR (1:2) NOT = WC-CODEP
              OR T-DIR (3:1) NOT = WC-CODIR
              OR T-COM NOT = WC-COCOM
               SET W-FIN-FICHIER TO TRUE
               GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'C'
               MOVE ENR-TAUDIS  TO TAUDIS-COM
               MOVE T-C-ACOGC   TO W-COM-ACOGC
               MOVE T-C-DLICOM  TO W-COM-DLICOM
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'R'
               MOVE ENR-TAUDIS TO TAUDIS-IFP
               MOVE T-R-CCOBOM TO W-CCOBOM
               SET W-TAUX-TROUVES TO TRUE
           END-IF.
       3110-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-CUMULER-BENEFICIAIRE.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-BEN.
           PERFORM 4100-TESTER-BENEF
               THRU 4100-TESTER-BENEF-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBBEN OR BEN-TROUVE.
           IF NOT BEN-TROUVE
               IF W-NBBEN >= W-MAXBEN
                   DISPLAY 'TEOMCOUV - CAPACITE DE LA TABLE DES '
                           'BENEFICIAIRES DEPASSEE'
                   MOVE 12 TO RETURN-CODE
                   MOVE 0 TO IX-BEN
                   GO TO 4000-CUMULER-BENEFICIAIRE-EXIT
               END-IF
               ADD 1 TO W-NBBEN
               MOVE W-NBBEN TO IX-BEN
               MOVE W-BENEF-CLE TO BEN-CLE (IX-BEN)
               MOVE W-BENEF-LIB TO BEN-LIB (IX-BEN)
               MOVE 0 TO BEN-PRODUIT (IX-BEN) BEN-COUNET (IX-BEN)
                         BEN-PCOUV (IX-BEN)
               MOVE SPACE TO BEN-GCOUT (IX-BEN) BEN-ALERTE (IX-BEN)
           END-IF.
           ADD W-PROD-COM TO BEN-PRODUIT (IX-BEN).
       4000-CUMULER-BENEFICIAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-TESTER-BENEF.
      *---------------------------------------------------------
           IF BEN-CLE (IX) = W-BENEF-CLE
               SET BEN-TROUVE TO TRUE
               MOVE IX TO IX-BEN
           END-IF.
       4100-TESTER-BENEF-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-BENEFICIAIRE.
      *---------------------------------------------------------
      * RAPPROCHEMENT DU PRODUIT DU MILLESIME ET DU COUT NET
      * DECLARE, HISTORISATION DANS COUTOM, PUIS DETAIL PAR
      * COMMUNE ET HISTORIQUE DES DEUX MILLESIMES PRECEDENTS
           MOVE BEN-CLE (IX-BEN) TO W-BENEF-CLE.
           MOVE SPACE TO LB-MARQUE.
           IF W-BENEF-TYPE = '?'
               MOVE 'NON RATTACHABLE' TO LB-MARQUE
               GO TO 5000-EDITER-LIGNE
           END-IF.
           PERFORM 5100-RAPPROCHER-COUT
               THRU 5100-RAPPROCHER-COUT-EXIT.
           IF BEN-GCOUT (IX-BEN) NOT = 'O'
               ADD 1 TO W-NBSANSCOUT
               MOVE 'COUT NON FOURNI' TO LB-MARQUE
           ELSE
               IF BEN-ALERTE (IX-BEN) = 'A'
                   ADD 1 TO W-NBALERTES
                   MOVE '*** AU-DELA DU SEUIL' TO LB-MARQUE
               END-IF
           END-IF.
       5000-EDITER-LIGNE.
           MOVE W-BENEF-TYPE          TO LB-TYPE.
           MOVE W-BENEF-DIR           TO LB-DIR.
           MOVE W-BENEF-IDENT         TO LB-IDENT.
           MOVE BEN-LIB (IX-BEN)      TO LB-LIB.
           MOVE BEN-PRODUIT (IX-BEN)  TO LB-PRODUIT.
           MOVE BEN-COUNET (IX-BEN)   TO LB-COUNET.
           MOVE BEN-PCOUV (IX-BEN)    TO LB-PCOUV.
           WRITE ENR-RAPPORT FROM LIGNE-BENEF.
           PERFORM 5200-EDITER-COMMUNE
               THRU 5200-EDITER-COMMUNE-EXIT
               VARYING IC FROM 1 BY 1
               UNTIL IC > W-NBCOM.
           IF W-BENEF-TYPE NOT = '?'
               PERFORM 5300-EDITER-HISTORIQUE
                   THRU 5300-EDITER-HISTORIQUE-EXIT
                   VARYING IH FROM 1 BY 1
                   UNTIL IH > 2
           END-IF.
       5000-EDITER-BENEFICIAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-RAPPROCHER-COUT.
      *---------------------------------------------------------
      * LE PRODUIT ET LE TAUX DU MILLESIME SONT PORTES DANS
      * COUTOM, MEME SANS COUT DECLARE, POUR CONSTITUER
      * L'HISTORIQUE
           MOVE W-JAN       TO CO-JAN.
           MOVE W-BENEF-CLE TO CO-BENEF.
           READ COUTOM
               INVALID KEY
                   INITIALIZE ENR-COUTOM
                   MOVE W-JAN       TO CO-JAN
                   MOVE W-BENEF-CLE TO CO-BENEF
           END-READ.
           MOVE BEN-PRODUIT (IX-BEN) TO CO-MPRTEO.
           MOVE 0     TO CO-PCOUV.
           MOVE SPACE TO CO-GALERTE.
           IF CO-COUT-DECLARE AND CO-MCOUNET > 0
               COMPUTE W-TAUX-CALC ROUNDED =
                   BEN-PRODUIT (IX-BEN) * 100 / CO-MCOUNET
               IF W-TAUX-CALC > 9999.99
                   MOVE 9999.99 TO CO-PCOUV
               ELSE
                   MOVE W-TAUX-CALC TO CO-PCOUV
               END-IF
               IF CO-PCOUV > W-SEUIL
                   MOVE 'A' TO CO-GALERTE
               END-IF
               MOVE 'O'        TO BEN-GCOUT (IX-BEN)
               MOVE CO-MCOUNET TO BEN-COUNET (IX-BEN)
           END-IF.
           MOVE CO-PCOUV   TO BEN-PCOUV (IX-BEN).
           MOVE CO-GALERTE TO BEN-ALERTE (IX-BEN).
           MOVE W-DATJOU   TO CO-JDAEDI.
           IF CO-OK
               REWRITE ENR-COUTOM
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE ENR-COUTOM
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       5100-RAPPROCHER-COUT-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-EDITER-COMMUNE.
      *---------------------------------------------------------
      * PART DE LA COMMUNE DANS LA COUVERTURE DU COUT NET DU
      * BENEFICIAIRE (LA SOMME DES PARTS DONNE SON TAUX)
           IF COM-IXBEN (IC) NOT = IX-BEN
               GO TO 5200-EDITER-COMMUNE-EXIT
           END-IF.
           MOVE 0 TO W-PCOUV.
           IF BEN-COUNET (IX-BEN) > 0
               COMPUTE W-TAUX-CALC ROUNDED =
                   COM-PRODUIT (IC) * 100 / BEN-COUNET (IX-BEN)
               IF W-TAUX-CALC > 9999.99
                   MOVE 9999.99 TO W-PCOUV
               ELSE
                   MOVE W-TAUX-CALC TO W-PCOUV
               END-IF
           END-IF.
           MOVE COM-DEPDIR (IC)  TO LC-DEPDIR.
           MOVE COM-CCOCOM (IC)  TO LC-COM.
           MOVE COM-LIB (IC)     TO LC-LIB.
           MOVE COM-PRODUIT (IC) TO LC-PRODUIT.
           MOVE W-PCOUV          TO LC-PCOUV.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
       5200-EDITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-EDITER-HISTORIQUE.
      *---------------------------------------------------------
      * MILLESIMES N-1 ET N-2 DU BENEFICIAIRE, TELS QU'HISTORISES
      * PAR LES EDITIONS PRECEDENTES
           COMPUTE W-JAN-HISTO = W-JAN - IH.
           MOVE W-JAN-HISTO TO CO-JAN LH-JAN.
           MOVE W-BENEF-CLE TO CO-BENEF.
           MOVE 0     TO LH-PRODUIT LH-COUNET LH-PCOUV.
           MOVE SPACE TO LH-MARQUE.
           READ COUTOM
               INVALID KEY
                   MOVE 'NON HISTORISE' TO LH-MARQUE
                   GO TO 5300-ECRIRE
           END-READ.
           MOVE CO-MPRTEO  TO LH-PRODUIT.
           MOVE CO-MCOUNET TO LH-COUNET.
           MOVE CO-PCOUV   TO LH-PCOUV.
           IF NOT CO-COUT-DECLARE
               MOVE 'COUT NON FOURNI' TO LH-MARQUE
           ELSE
               IF CO-GALERTE = 'A'
                   MOVE '*** AU-DELA DU SEUIL' TO LH-MARQUE
               END-IF
           END-IF.
       5300-ECRIRE.
           WRITE ENR-RAPPORT FROM LIGNE-HISTO.
       5300-EDITER-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-ALERTE.
      *---------------------------------------------------------
      * RAPPEL DES BENEFICIAIRES SIGNALES, A EXAMINER AVANT LE
      * PROCHAIN VOTE DES TAUX
           IF BEN-ALERTE (IX-BEN) NOT = 'A'
               GO TO 6000-EDITER-ALERTE-EXIT
           END-IF.
           MOVE BEN-CLE (IX-BEN)     TO W-BENEF-CLE.
           MOVE W-BENEF-TYPE         TO LB-TYPE.
           MOVE W-BENEF-DIR          TO LB-DIR.
           MOVE W-BENEF-IDENT        TO LB-IDENT.
           MOVE BEN-LIB (IX-BEN)     TO LB-LIB.
           MOVE BEN-PRODUIT (IX-BEN) TO LB-PRODUIT.
           MOVE BEN-COUNET (IX-BEN)  TO LB-COUNET.
           MOVE BEN-PCOUV (IX-BEN)   TO LB-PCOUV.
           MOVE SPACE                TO LB-MARQUE.
           WRITE ENR-RAPPORT FROM LIGNE-BENEF.
       6000-EDITER-ALERTE-EXIT.
           EXIT.
       END PROGRAM TEOMCOUV.
