      *********************************************************
      * PROGRAMME POTFISC                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CALCUL DU POTENTIEL FISCAL ET DE L'EFFORT FISCAL DES  *
      * COMMUNES AU TITRE DES TAXES FONCIERES :               *
      *  - POUR CHAQUE DIRECTION DE LA LISTE PARAMLST, LES    *
      *    BASES COMMUNALES DE L'ANNEE (ARCHIVES RETENB ET    *
      *    RETENNB, COMME NOTIFBAS) SONT CUMULEES PAR COMMUNE,*
      *    LA POPULATION NPOCOM EST LUE SUR L'ARTICLE C ET    *
      *    LES TAUX COMMUNAUX PTBCOM/PNBCOM SUR LE PREMIER    *
      *    ARTICLE R DU TAUDIS ;                              *
      *  - LES TAUX MOYENS (PRODUITS / BASES) SONT CALCULES   *
      *    PAR TAXE ET PAR STRATE DE POPULATION, AU NIVEAU    *
      *    NATIONAL ET PAR DEPARTEMENT, TOUTES STRATES        *
      *    CONFONDUES EN DERNIERE LIGNE ;                     *
      *  - POUR CHAQUE COMMUNE : POTENTIEL FISCAL = BASES X   *
      *    TAUX MOYENS NATIONAUX, EFFORT FISCAL = PRODUIT     *
      *    REEL / POTENTIEL FISCAL, EDITES AVEC LES TAUX      *
      *    MOYENS DE LA STRATE (ETAT ET FICHIER POTFIC, COPY  *
      *    XPOTFIC) ;                                         *
      *  - LES TAUX MOYENS NATIONAUX SONT ECRITS AU FORMAT    *
      *    PARMMOY LU PAR CTLLIEN POUR LE CONTROLE DU PLAFOND,*
      *    AVEC LE MULTIPLICATEUR DE PARMPOT (2,50 A DEFAUT). *
      * UNE COMMUNE SANS ARTICLE R N'ENTRE PAS DANS LES       *
      * MOYENNES ; SON POTENTIEL EST CALCULE, SON EFFORT NUL. *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POTFISC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMPOT     ASSIGN  TO  PARMPOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PT-FS.
           SELECT  PARAMLST    ASSIGN  TO  PARAMLST
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
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
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.
           SELECT  POTFIC      ASSIGN  TO  POTFIC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PF-FS.
           SELECT  PARMMOY     ASSIGN  TO  PARMMOY
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE DES BASES ARCHIVEES ET MULTIPLICATEUR DE PLAFOND
      * A REPORTER DANS PARMMOY (ZERO OU NON NUMERIQUE = 2,50)
       FD  PARMPOT.
       01  ENR-PARMPOT.
           05 PT-ANNEE             PIC 9(4).
           05 PT-COEF              PIC 9(1)V9(2).

       FD  PARAMLST.
       01  ENR-PARAMLST.
           05 PL-CODEP             PIC X(2).
           05 PL-CODIR             PIC X(1).

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

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  POTFIC.
       01  ENR-POTFIC.
           COPY XPOTFIC REPLACING 'X' BY PF.

      * MEME FORMAT QUE LE PARAMETRE LU PAR CTLLIEN
       FD  PARMMOY.
       01  ENR-PARMMOY.
           05 PM-MOYTB             PIC 9(4)V9(6).
           05 PM-MOYNB             PIC 9(4)V9(6).
           05 PM-COEF              PIC 9(1)V9(2).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
           VALUE 'POTFISC 00 DU 15/10/26'.

       01  PT-FS                   PIC X(2).
           88 PT-OK                     VALUE '00'.
       01  PL-FS                   PIC X(2).
           88 PL-OK                     VALUE '00'.
           88 PL-FIN                    VALUE '10'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  PF-FS                   PIC X(2).
       01  PM-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.

       01  W-DATJOU                PIC 9(8).
       01  W-ANNEE                 PIC 9(4).
       01  W-COEF                  PIC 9(1)V9(2) VALUE 2.50.

       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-TAUX-TROUVES            VALUE 'O'.

      * STRATES DE POPULATION : SEUIL BAS DE CHAQUE STRATE ; LA
      * ONZIEME POSITION DES CUMULS REGROUPE TOUTES LES STRATES
       01  TABLE-SEUILS-VAL.
           05 FILLER               PIC 9(7) VALUE 0000000.
           05 FILLER               PIC 9(7) VALUE 0000500.
           05 FILLER               PIC 9(7) VALUE 0001000.
           05 FILLER               PIC 9(7) VALUE 0002000.
           05 FILLER               PIC 9(7) VALUE 0003500.
           05 FILLER               PIC 9(7) VALUE 0005000.
           05 FILLER               PIC 9(7) VALUE 0010000.
           05 FILLER               PIC 9(7) VALUE 0020000.
           05 FILLER               PIC 9(7) VALUE 0050000.
           05 FILLER               PIC 9(7) VALUE 0100000.
       01  TABLE-SEUILS REDEFINES TABLE-SEUILS-VAL.
           05 STR-SEUIL            PIC 9(7) OCCURS 10.
       01  W-NBSTR                 PIC 9(2) COMP VALUE 10.
       01  W-STR-TOUTES            PIC 9(2) COMP VALUE 11.
       01  IX-STR                  PIC 9(2) COMP.

      * COMMUNES DE TOUTES LES DIRECTIONS TRAITEES : LES CUMULS
      * D'UNE DIRECTION OCCUPENT LES POSTES W-DEBDIR A W-NBCOM
       01  W-MAXCOM                PIC 9(5) COMP VALUE 40000.
       01  W-NBCOM                 PIC 9(5) COMP VALUE 0.
       01  W-DEBDIR                PIC 9(5) COMP VALUE 1.
       01  TABLE-COM.
           05 COM-ENTREE OCCURS 40000.
              10 COM-DIR           PIC X(3).
              10 COM-CCOCOM        PIC X(3).
              10 COM-IXDEP         PIC 9(3) COMP.
              10 COM-STRATE        PIC 9(2).
              10 COM-NPOCOM        PIC 9(7).
              10 COM-BASEB         PIC S9(12).
              10 COM-BASENB        PIC S9(12).
              10 COM-TAUXB         PIC 9(4)V9(6).
              10 COM-TAUXNB        PIC 9(4)V9(6).
              10 COM-SW-TAUX       PIC X(1).
                 88 COM-AVEC-TAUX       VALUE 'O'.
       01  IX                      PIC 9(5) COMP.
       01  IX-COM                  PIC 9(5) COMP.
       01  W-SW-COM                PIC X(1).
           88 COM-TROUVEE               VALUE 'O'.
       01  W-COM-CHERCHEE          PIC X(3).
       01  W-BASE-B                PIC S9(12).
       01  W-BASE-NB               PIC S9(12).

      * CUMULS DES BASES ET PRODUITS PAR STRATE : NATIONAL ET
      * PAR DEPARTEMENT
       01  TABLE-NAT.
           05 NAT-STR OCCURS 11.
              10 NAT-NBCOM         PIC 9(5) COMP.
              10 NAT-BASEB         PIC S9(14).
              10 NAT-PRODB         PIC S9(14)V9(4).
              10 NAT-BASENB        PIC S9(14).
              10 NAT-PRODNB        PIC S9(14)V9(4).
       01  W-MAXDEP                PIC 9(3) COMP VALUE 150.
       01  W-NBDEP                 PIC 9(3) COMP VALUE 0.
       01  TABLE-DEP.
           05 DEP-ENTREE OCCURS 150.
              10 DEP-CODEP         PIC X(2).
              10 DEP-STR OCCURS 11.
                 15 DEP-NBCOM      PIC 9(5) COMP.
                 15 DEP-BASEB      PIC S9(14).
                 15 DEP-PRODB      PIC S9(14)V9(4).
                 15 DEP-BASENB     PIC S9(14).
                 15 DEP-PRODNB     PIC S9(14)V9(4).
       01  IX-DEP                  PIC 9(3) COMP.
       01  W-IXDEP                 PIC 9(3) COMP.
       01  W-SW-DEP                PIC X(1).
           88 DEP-TROUVE                VALUE 'O'.

      * CALCUL D'UN TAUX MOYEN : PRODUITS X 100 / BASES
       01  W-CUM-BASE              PIC S9(14).
       01  W-CUM-PROD              PIC S9(14)V9(4).
       01  W-MOYENNE               PIC 9(4)V9(6).
       01  W-MOYNAT-TB             PIC 9(4)V9(6) VALUE 0.
       01  W-MOYNAT-NB             PIC 9(4)V9(6) VALUE 0.
       01  W-PROD-B                PIC S9(14)V9(4).
       01  W-PROD-NB               PIC S9(14)V9(4).

       01  W-NBDIR                 PIC 9(5) VALUE 0.
       01  W-NBSANSTX              PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'POTENTIEL FISCAL ET EFFORT FISCAL DES COMMUNES - TAXES F
      -    'ONCIERES'.
       01  LIGNE-ANNEE.
           05 FILLER               PIC X(27) VALUE
              'BASES ARCHIVEES DE L''ANNEE '.
           05 LA-ANNEE             PIC 9(4).
       01  LIGNE-TITRE-MOY.
           05 FILLER               PIC X(48) VALUE
              'TAUX MOYENS PAR STRATE   STR POP. MINI   NB COM '.
           05 FILLER               PIC X(55) VALUE
              '     BASE BATIE TAUX MOY B   BASE NON BATIE TAUX MOY NB'.
       01  LIGNE-MOYENNE.
           05 LM-PORTEE            PIC X(24).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-STRATE            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-SEUIL             PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-NBCOM             PIC Z(6)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-BASEB             PIC -(14)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-MOYTB             PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-BASENB            PIC -(14)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LM-MOYNB             PIC 9(4),9(6).
       01  W-SEUIL-ED              PIC Z(6)9.
       01  W-STRATE-ED             PIC Z9.
       01  LIGNE-TITRE-COM.
           05 FILLER               PIC X(43) VALUE
              'DIR COM ST     POP TAUX B      MOY NAT STR '.
           05 FILLER               PIC X(48) VALUE
              'MOY DEP STR TAUX NB     MOY NAT STR MOY DEP STR '.
           05 FILLER               PIC X(34) VALUE
              '  POTENTIEL  PRODUIT REEL   EFFORT'.
       01  LIGNE-COMMUNE.
           05 LC-DIR               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-STRATE            PIC Z9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-POP               PIC Z(6)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-TAUXB             PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MSTRTB            PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MDSTTB            PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-TAUXNB            PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MSTRNB            PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MDSTNB            PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-POTENT            PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-PRODUIT           PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-EFFORT            PIC ZZ9,9999.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MOTIF             PIC X(6).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 2000-TRAITER-DIRECTION
               THRU 2000-TRAITER-DIRECTION-EXIT
               UNTIL PL-FIN.

           PERFORM 4000-EDITER-MOYENNES
               THRU 4000-EDITER-MOYENNES-EXIT.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE-COM.
           PERFORM 5000-TRAITER-COMMUNE
               THRU 5000-TRAITER-COMMUNE-EXIT
               VARYING IX-COM FROM 1 BY 1
               UNTIL IX-COM > W-NBCOM.
           PERFORM 6000-ECRIRE-PARMMOY
               THRU 6000-ECRIRE-PARMMOY-EXIT.

           CLOSE PARAMLST RETENB RETENNB TAUDIS POTFIC RAPPORT.
           DISPLAY 'POTFISC - DIRECTIONS TRAITEES    : ' W-NBDIR.
           DISPLAY 'POTFISC - COMMUNES TRAITEES      : ' W-NBCOM.
           DISPLAY 'POTFISC - COMMUNES SANS ARTICLE R : ' W-NBSANSTX.
           DISPLAY 'POTFISC - TAUX MOYEN NATIONAL TB : ' W-MOYNAT-TB.
           DISPLAY 'POTFISC - TAUX MOYEN NATIONAL NB : ' W-MOYNAT-NB.
           IF W-NBSANSTX > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
      * ANNEE DES BASES : PARMPOT, A DEFAUT L'ANNEE PRECEDENTE
      * (DERNIERES BASES ARCHIVEES PAR ARCHBASE)
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DATJOU (1:4) TO W-ANNEE.
           SUBTRACT 1 FROM W-ANNEE.
           OPEN INPUT PARMPOT.
           IF PT-OK
               READ PARMPOT
                   AT END CONTINUE
               END-READ
               IF PT-OK
                   IF PT-ANNEE NUMERIC AND PT-ANNEE > 0
                       MOVE PT-ANNEE TO W-ANNEE
                   END-IF
                   IF PT-COEF NUMERIC AND PT-COEF > 0
                       MOVE PT-COEF TO W-COEF
                   END-IF
               END-IF
               CLOSE PARMPOT
           END-IF.
           INITIALIZE TABLE-NAT.
           OPEN INPUT PARAMLST RETENB RETENNB TAUDIS.
           OPEN OUTPUT POTFIC RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-ANNEE TO LA-ANNEE.
           WRITE ENR-RAPPORT FROM LIGNE-ANNEE.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-DIRECTION.
      *---------------------------------------------------------
           READ PARAMLST
               AT END SET PL-FIN TO TRUE
                      GO TO 2000-TRAITER-DIRECTION-EXIT
           END-READ.
           ADD 1 TO W-NBDIR.
           COMPUTE W-DEBDIR = W-NBCOM + 1.
           PERFORM 2600-CHERCHER-DEP
               THRU 2600-CHERCHER-DEP-EXIT.
           PERFORM 2100-CUMULER-BATI
               THRU 2100-CUMULER-BATI-EXIT.
           PERFORM 2200-CUMULER-NONBATI
               THRU 2200-CUMULER-NONBATI-EXIT.
           PERFORM 2500-VALORISER-COMMUNE
               THRU 2500-VALORISER-COMMUNE-EXIT
               VARYING IX-COM FROM W-DEBDIR BY 1
               UNTIL IX-COM > W-NBCOM.
       2000-TRAITER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CUMULER-BATI.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FIN.
           MOVE W-ANNEE  TO RB-JANIPT.
           MOVE PL-CODEP TO RB-CCODEP.
           MOVE PL-CODIR TO RB-CCODIR.
           MOVE LOW-VALUE TO RB-CCOCOM RB-DLETSR.
           START RETENB KEY NOT < RB-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2110-CUMULER-UN-BATI
               THRU 2110-CUMULER-UN-BATI-EXIT
               UNTIL W-FIN-FICHIER.
       2100-CUMULER-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2110-CUMULER-UN-BATI.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2110-CUMULER-UN-BATI-EXIT
           END-READ.
           IF RB-JANIPT NOT = W-ANNEE
              OR RB-CCODEP NOT = PL-CODEP
              OR RB-CCODIR NOT = PL-CODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2110-CUMULER-UN-BATI-EXIT
           END-IF.
           MOVE RB-CCOCOM TO W-COM-CHERCHEE.
           MOVE RB-BBCOM  TO W-BASE-B.
           MOVE 0         TO W-BASE-NB.
           PERFORM 2400-CUMULER-COMMUNE
               THRU 2400-CUMULER-COMMUNE-EXIT.
       2110-CUMULER-UN-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CUMULER-NONBATI.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FIN.
           MOVE W-ANNEE  TO RNB-JANIPT.
           MOVE PL-CODEP TO RNB-CCODEP.
           MOVE PL-CODIR TO RNB-CCODIR.
           MOVE LOW-VALUE TO RNB-CCOCOM RNB-DLETSR RNB-ANUPRO.
           START RETENNB KEY NOT < RNB-CLETOT
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2210-CUMULER-UN-NONBATI
               THRU 2210-CUMULER-UN-NONBATI-EXIT
               UNTIL W-FIN-FICHIER.
       2200-CUMULER-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2210-CUMULER-UN-NONBATI.
      *---------------------------------------------------------
           READ RETENNB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2210-CUMULER-UN-NONBATI-EXIT
           END-READ.
           IF RNB-JANIPT NOT = W-ANNEE
              OR RNB-CCODEP NOT = PL-CODEP
              OR RNB-CCODIR NOT = PL-CODIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2210-CUMULER-UN-NONBATI-EXIT
           END-IF.
           MOVE RNB-CCOCOM TO W-COM-CHERCHEE.
           MOVE 0          TO W-BASE-B.
      * LA BASE COMMUNALE NON BATIE EST PORTEE PAR LE POSTE 1 DE
      * LA VUE ARCHIVEE
           MOVE RNB-DETAIL-BNBCOM (1) TO W-BASE-NB.
           PERFORM 2400-CUMULER-COMMUNE
               THRU 2400-CUMULER-COMMUNE-EXIT.
       2210-CUMULER-UN-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-CUMULER-COMMUNE.
      *---------------------------------------------------------
      * RECHERCHE LIMITEE AUX COMMUNES DE LA DIRECTION EN COURS
           MOVE 'N' TO W-SW-COM.
           PERFORM 2410-TESTER-COMMUNE
               THRU 2410-TESTER-COMMUNE-EXIT
               VARYING IX FROM W-DEBDIR BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF NOT COM-TROUVEE
      * TABLE PLEINE : LES MOYENNES SERAIENT FAUSSEES EN SILENCE
      * - ARRET EN ANOMALIE
               IF W-NBCOM >= W-MAXCOM
                   DISPLAY 'POTFISC - CAPACITE DE LA TABLE DES '
                           'COMMUNES DEPASSEE (' W-MAXCOM
                           '), TRAITEMENT ABANDONNE'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO W-NBCOM
               MOVE W-NBCOM TO IX-COM
               MOVE PL-CODEP TO COM-DIR (IX-COM) (1:2)
               MOVE PL-CODIR TO COM-DIR (IX-COM) (3:1)
               MOVE W-COM-CHERCHEE TO COM-CCOCOM (IX-COM)
               MOVE W-IXDEP TO COM-IXDEP (IX-COM)
               MOVE 1 TO COM-STRATE (IX-COM)
               MOVE 0 TO COM-NPOCOM (IX-COM)
                         COM-BASEB (IX-COM) COM-BASENB (IX-COM)
                         COM-TAUXB (IX-COM) COM-TAUXNB (IX-COM)
               MOVE 'N' TO COM-SW-TAUX (IX-COM)
           END-IF.
           ADD W-BASE-B  TO COM-BASEB (IX-COM).
           ADD W-BASE-NB TO COM-BASENB (IX-COM).
       2400-CUMULER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2410-TESTER-COMMUNE.
      *---------------------------------------------------------
           IF COM-CCOCOM (IX) = W-COM-CHERCHEE
               SET COM-TROUVEE TO TRUE
               MOVE IX TO IX-COM
           END-IF.
       2410-TESTER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-VALORISER-COMMUNE.
      *---------------------------------------------------------
      * POPULATION DE L'ARTICLE C ET STRATE DE LA COMMUNE
           MOVE COM-DIR (IX-COM)    TO T-DIR.
           MOVE COM-CCOCOM (IX-COM) TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           READ TAUDIS
               INVALID KEY MOVE SPACE TO TAUDIS-SUITE
           END-READ.
           IF TAUDIS-OK AND TAUDIS-SUITE (2:1) = 'C'
               MOVE ENR-TAUDIS TO TAUDIS-COM
               IF T-C-NPOCOM NUMERIC
                   MOVE T-C-NPOCOM TO COM-NPOCOM (IX-COM)
               END-IF
           END-IF.
           PERFORM 2510-TESTER-STRATE
               THRU 2510-TESTER-STRATE-EXIT
               VARYING IX-STR FROM 1 BY 1
               UNTIL IX-STR > W-NBSTR.

      * TAUX EN VIGUEUR : PREMIER ARTICLE R DE LA COMMUNE (TAUX
      * COMMUNAL UNIFORME HORS IFP)
           PERFORM 2700-LIRE-TAUX
               THRU 2700-LIRE-TAUX-EXIT.
           IF NOT W-TAUX-TROUVES
               ADD 1 TO W-NBSANSTX
               GO TO 2500-VALORISER-COMMUNE-EXIT
           END-IF.
           SET COM-AVEC-TAUX (IX-COM) TO TRUE.

           COMPUTE W-PROD-B ROUNDED =
               COM-BASEB (IX-COM) * COM-TAUXB (IX-COM) / 100.
           COMPUTE W-PROD-NB ROUNDED =
               COM-BASENB (IX-COM) * COM-TAUXNB (IX-COM) / 100.
           MOVE COM-STRATE (IX-COM) TO IX-STR.
           PERFORM 2550-CUMULER-STRATE
               THRU 2550-CUMULER-STRATE-EXIT.
           MOVE W-STR-TOUTES TO IX-STR.
           PERFORM 2550-CUMULER-STRATE
               THRU 2550-CUMULER-STRATE-EXIT.
       2500-VALORISER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2510-TESTER-STRATE.
      *---------------------------------------------------------
           IF COM-NPOCOM (IX-COM) >= STR-SEUIL (IX-STR)
               MOVE IX-STR TO COM-STRATE (IX-COM)
           END-IF.
       2510-TESTER-STRATE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2550-CUMULER-STRATE.
      *---------------------------------------------------------
           ADD 1                  TO NAT-NBCOM (IX-STR).
           ADD COM-BASEB (IX-COM) TO NAT-BASEB (IX-STR).
           ADD W-PROD-B           TO NAT-PRODB (IX-STR).
           ADD COM-BASENB (IX-COM) TO NAT-BASENB (IX-STR).
           ADD W-PROD-NB          TO NAT-PRODNB (IX-STR).
           MOVE COM-IXDEP (IX-COM) TO IX-DEP.
           ADD 1                  TO DEP-NBCOM (IX-DEP IX-STR).
           ADD COM-BASEB (IX-COM) TO DEP-BASEB (IX-DEP IX-STR).
           ADD W-PROD-B           TO DEP-PRODB (IX-DEP IX-STR).
           ADD COM-BASENB (IX-COM) TO DEP-BASENB (IX-DEP IX-STR).
           ADD W-PROD-NB          TO DEP-PRODNB (IX-DEP IX-STR).
       2550-CUMULER-STRATE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2600-CHERCHER-DEP.
      *---------------------------------------------------------
      * UN DEPARTEMENT PEUT COMPTER PLUSIEURS DIRECTIONS : LEURS
      * COMMUNES SONT CUMULEES SOUS LE MEME POSTE
           MOVE 'N' TO W-SW-DEP.
           PERFORM 2610-TESTER-DEP
               THRU 2610-TESTER-DEP-EXIT
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > W-NBDEP OR DEP-TROUVE.
           IF DEP-TROUVE
               GO TO 2600-CHERCHER-DEP-EXIT
           END-IF.
           IF W-NBDEP >= W-MAXDEP
               DISPLAY 'POTFISC - CAPACITE DE LA TABLE DES '
                       'DEPARTEMENTS DEPASSEE (' W-MAXDEP
                       '), TRAITEMENT ABANDONNE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO W-NBDEP.
           MOVE W-NBDEP TO W-IXDEP.
           INITIALIZE DEP-ENTREE (W-IXDEP).
           MOVE PL-CODEP TO DEP-CODEP (W-IXDEP).
       2600-CHERCHER-DEP-EXIT.
           EXIT.

      *---------------------------------------------------------
       2610-TESTER-DEP.
      *---------------------------------------------------------
           IF DEP-CODEP (IX-DEP) = PL-CODEP
               SET DEP-TROUVE TO TRUE
               MOVE IX-DEP TO W-IXDEP
           END-IF.
       2610-TESTER-DEP-EXIT.
           EXIT.

      *---------------------------------------------------------
       2700-LIRE-TAUX.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-TROUVE.
           MOVE 'N' TO W-SW-FIN.
           MOVE COM-DIR (IX-COM)    TO T-DIR.
           MOVE COM-CCOCOM (IX-COM) TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY GO TO 2700-LIRE-TAUX-EXIT
           END-START.
           PERFORM 2710-LIRE-UN-ARTICLE
               THRU 2710-LIRE-UN-ARTICLE-EXIT
               UNTIL W-TAUX-TROUVES OR W-FIN-FICHIER.
       2700-LIRE-TAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       2710-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2710-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR NOT = COM-DIR (IX-COM)
              OR T-COM NOT = COM-CCOCOM (IX-COM)
               SET W-FIN-FICHIER TO TRUE
               GO TO 2710-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'R'
               MOVE ENR-TAUDIS TO TAUDIS-IFP
               IF T-R-PTBCOM NUMERIC
                   MOVE T-R-PTBCOM TO COM-TAUXB (IX-COM)
               END-IF
               IF T-R-PNBCOM NUMERIC
                   MOVE T-R-PNBCOM TO COM-TAUXNB (IX-COM)
               END-IF
               SET W-TAUX-TROUVES TO TRUE
           END-IF.
       2710-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-MOYENNES.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-TITRE-MOY.
           MOVE 0 TO IX-DEP.
           PERFORM 4100-EDITER-STRATE
               THRU 4100-EDITER-STRATE-EXIT
               VARYING IX-STR FROM 1 BY 1
               UNTIL IX-STR > W-STR-TOUTES.
      * LES TAUX MOYENS NATIONAUX TOUTES STRATES SERVENT AU
      * POTENTIEL FISCAL ET AU PARAMETRE DE CTLLIEN
           MOVE NAT-BASEB (W-STR-TOUTES) TO W-CUM-BASE.
           MOVE NAT-PRODB (W-STR-TOUTES) TO W-CUM-PROD.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO W-MOYNAT-TB.
           MOVE NAT-BASENB (W-STR-TOUTES) TO W-CUM-BASE.
           MOVE NAT-PRODNB (W-STR-TOUTES) TO W-CUM-PROD.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO W-MOYNAT-NB.

           PERFORM 4200-EDITER-DEPARTEMENT
               THRU 4200-EDITER-DEPARTEMENT-EXIT
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > W-NBDEP.
       4000-EDITER-MOYENNES-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-EDITER-STRATE.
      *---------------------------------------------------------
      * IX-DEP A ZERO : LIGNE NATIONALE, SINON DEPARTEMENTALE
           MOVE SPACE TO LIGNE-MOYENNE.
           IF IX-DEP = 0
               MOVE 'NATIONAL' TO LM-PORTEE
               MOVE NAT-NBCOM (IX-STR)  TO LM-NBCOM
               MOVE NAT-BASEB (IX-STR)  TO LM-BASEB
               MOVE NAT-BASENB (IX-STR) TO LM-BASENB
               MOVE NAT-BASEB (IX-STR)  TO W-CUM-BASE
               MOVE NAT-PRODB (IX-STR)  TO W-CUM-PROD
           ELSE
               MOVE 'DEPARTEMENT' TO LM-PORTEE
               MOVE DEP-CODEP (IX-DEP) TO LM-PORTEE (13:2)
               MOVE DEP-NBCOM (IX-DEP IX-STR)  TO LM-NBCOM
               MOVE DEP-BASEB (IX-DEP IX-STR)  TO LM-BASEB
               MOVE DEP-BASENB (IX-DEP IX-STR) TO LM-BASENB
               MOVE DEP-BASEB (IX-DEP IX-STR)  TO W-CUM-BASE
               MOVE DEP-PRODB (IX-DEP IX-STR)  TO W-CUM-PROD
           END-IF.
           IF IX-STR = W-STR-TOUTES
               MOVE 'TOUTES' TO LM-SEUIL
           ELSE
               MOVE IX-STR TO W-STRATE-ED
               MOVE W-STRATE-ED TO LM-STRATE
               MOVE STR-SEUIL (IX-STR) TO W-SEUIL-ED
               MOVE W-SEUIL-ED TO LM-SEUIL
           END-IF.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO LM-MOYTB.
           IF IX-DEP = 0
               MOVE NAT-BASENB (IX-STR) TO W-CUM-BASE
               MOVE NAT-PRODNB (IX-STR) TO W-CUM-PROD
           ELSE
               MOVE DEP-BASENB (IX-DEP IX-STR) TO W-CUM-BASE
               MOVE DEP-PRODNB (IX-DEP IX-STR) TO W-CUM-PROD
           END-IF.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO LM-MOYNB.
           WRITE ENR-RAPPORT FROM LIGNE-MOYENNE.
       4100-EDITER-STRATE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4200-EDITER-DEPARTEMENT.
      *---------------------------------------------------------
           PERFORM 4100-EDITER-STRATE
               THRU 4100-EDITER-STRATE-EXIT
               VARYING IX-STR FROM 1 BY 1
               UNTIL IX-STR > W-STR-TOUTES.
       4200-EDITER-DEPARTEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       4500-CALCULER-MOYENNE.
      *---------------------------------------------------------
           MOVE 0 TO W-MOYENNE.
           IF W-CUM-BASE > 0
               COMPUTE W-MOYENNE ROUNDED =
                   W-CUM-PROD * 100 / W-CUM-BASE
                   ON SIZE ERROR MOVE 0 TO W-MOYENNE
               END-COMPUTE
           END-IF.
       4500-CALCULER-MOYENNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-TRAITER-COMMUNE.
      *---------------------------------------------------------
           MOVE COM-STRATE (IX-COM) TO IX-STR.
           MOVE COM-IXDEP (IX-COM)  TO IX-DEP.
           INITIALIZE ENR-POTFIC.
           MOVE W-ANNEE              TO PF-DAN.
           MOVE COM-DIR (IX-COM)     TO PF-DIR.
           MOVE COM-CCOCOM (IX-COM)  TO PF-CCOCOM.
           MOVE COM-STRATE (IX-COM)  TO PF-STRATE.
           MOVE COM-NPOCOM (IX-COM)  TO PF-NPOCOM.
           MOVE COM-BASEB (IX-COM)   TO PF-BASEB.
           MOVE COM-BASENB (IX-COM)  TO PF-BASENB.
           MOVE COM-TAUXB (IX-COM)   TO PF-TAUXB.
           MOVE COM-TAUXNB (IX-COM)  TO PF-TAUXNB.

      * TAUX MOYENS DE LA STRATE, NATIONAUX ET DEPARTEMENTAUX
           MOVE NAT-BASEB (IX-STR)  TO W-CUM-BASE.
           MOVE NAT-PRODB (IX-STR)  TO W-CUM-PROD.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO PF-MSTRTB.
           MOVE NAT-BASENB (IX-STR) TO W-CUM-BASE.
           MOVE NAT-PRODNB (IX-STR) TO W-CUM-PROD.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO PF-MSTRNB.
           MOVE DEP-BASEB (IX-DEP IX-STR)  TO W-CUM-BASE.
           MOVE DEP-PRODB (IX-DEP IX-STR)  TO W-CUM-PROD.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO PF-MDSTTB.
           MOVE DEP-BASENB (IX-DEP IX-STR) TO W-CUM-BASE.
           MOVE DEP-PRODNB (IX-DEP IX-STR) TO W-CUM-PROD.
           PERFORM 4500-CALCULER-MOYENNE
               THRU 4500-CALCULER-MOYENNE-EXIT.
           MOVE W-MOYENNE TO PF-MDSTNB.

      * POTENTIEL FISCAL AUX TAUX MOYENS NATIONAUX, PRODUIT REEL
      * AUX TAUX DE LA COMMUNE, EFFORT FISCAL = RAPPORT DES DEUX
           COMPUTE PF-POTENT ROUNDED =
               (COM-BASEB (IX-COM) * W-MOYNAT-TB
              + COM-BASENB (IX-COM) * W-MOYNAT-NB) / 100.
           COMPUTE PF-PRODUIT ROUNDED =
               (COM-BASEB (IX-COM) * COM-TAUXB (IX-COM)
              + COM-BASENB (IX-COM) * COM-TAUXNB (IX-COM)) / 100.
           IF PF-POTENT > 0 AND PF-PRODUIT > 0
               COMPUTE PF-EFFORT ROUNDED = PF-PRODUIT / PF-POTENT
                   ON SIZE ERROR MOVE 0 TO PF-EFFORT
               END-COMPUTE
           END-IF.
           WRITE ENR-POTFIC.

           MOVE PF-DIR     TO LC-DIR.
           MOVE PF-CCOCOM  TO LC-COM.
           MOVE PF-STRATE  TO LC-STRATE.
           MOVE PF-NPOCOM  TO LC-POP.
           MOVE PF-TAUXB   TO LC-TAUXB.
           MOVE PF-MSTRTB  TO LC-MSTRTB.
           MOVE PF-MDSTTB  TO LC-MDSTTB.
           MOVE PF-TAUXNB  TO LC-TAUXNB.
           MOVE PF-MSTRNB  TO LC-MSTRNB.
           MOVE PF-MDSTNB  TO LC-MDSTNB.
           MOVE PF-POTENT  TO LC-POTENT.
           MOVE PF-PRODUIT TO LC-PRODUIT.
           MOVE PF-EFFORT  TO LC-EFFORT.
           IF COM-AVEC-TAUX (IX-COM)
               MOVE SPACE TO LC-MOTIF
           ELSE
               MOVE 'SANS R' TO LC-MOTIF
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
       5000-TRAITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-ECRIRE-PARMMOY.
      *---------------------------------------------------------
      * PAS DE PARAMETRE SI AUCUNE BASE N'A ETE VALORISEE : CTLLIEN
      * GARDERAIT SINON UNE MOYENNE NULLE SANS LE SIGNALER
           IF W-MOYNAT-TB = 0 AND W-MOYNAT-NB = 0
               DISPLAY 'POTFISC - AUCUNE MOYENNE CALCULEE, PARMMOY '
                       'NON PRODUIT'
               MOVE 8 TO RETURN-CODE
               GO TO 6000-ECRIRE-PARMMOY-EXIT
           END-IF.
           OPEN OUTPUT PARMMOY.
           MOVE W-MOYNAT-TB TO PM-MOYTB.
           MOVE W-MOYNAT-NB TO PM-MOYNB.
           MOVE W-COEF      TO PM-COEF.
           WRITE ENR-PARMMOY.
           CLOSE PARMMOY.
       6000-ECRIRE-PARMMOY-EXIT.
           EXIT.
       END PROGRAM POTFISC.
