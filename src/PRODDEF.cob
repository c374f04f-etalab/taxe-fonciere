      *********************************************************
      * PROGRAMME PRODDEF                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DU PRODUIT DEFINITIF : POUR CHAQUE COMMUNE D'UNE *
      * DIRECTION ET CHAQUE COLLECTIVITE (COMMUNE, SYNDICATS, *
      * EPCI, GEMAPI, TEOM), PAR TAXE FONCIERE, RAPPROCHE LA  *
      * BASE ET LE PRODUIT NOTIFIES AVANT LE VOTE (FICHIER    *
      * NOTIFIC DE NOTIFTAX, BASES N-1) DE LA BASE ET DU      *
      * PRODUIT LIQUIDES AU ROLE GENERAL DE LA CAMPAGNE       *
      * (SYNTHESE SYNTCOM DE SYNTLOT), ET VENTILE L'ECART :   *
      *  - ARTICLES NOUVEAUX : COMPTES IMPOSES EN N ABSENTS   *
      *    DE L'HISTORIQUE N-1 (HISTOB/HISTONB), PRODUIT N ;  *
      *  - ARTICLES DISPARUS : COMPTES IMPOSES EN N-1 ABSENTS *
      *    DE L'HISTORIQUE N, PRODUIT N-1 (EN MOINS) ;        *
      *  - MONTANTS EXONERES ET DEGREVES DE L'ANNEE PAR       *
      *    COLLECTIVITE (EN MOINS) ;                          *
      *  - AUTRES : RESTE DE L'ECART (VARIATION DES BASES ET  *
      *    DES TAUX DES ARTICLES RECONDUITS).                 *
      * LES ALLEGEMENTS BATIS A LA CHARGE DE L'ETAT, NON      *
      * VENTILES PAR COLLECTIVITE ET SANS EFFET SUR LE        *
      * PRODUIT, SONT EDITES SOUS LE TOTAL DE LA COMMUNE.     *
      * LA TEOM N'EST PAS NOTIFIEE PAR L'ETAT 1259 ET LES     *
      * BASES LIQUIDEES GEMAPI ET TEOM NE SONT PAS PORTEES    *
      * PAR LA SYNTHESE : CES ZONES SONT EDITEES A ZERO.      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODDEF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMDEF    ASSIGN  TO  PARAMDEF
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PD-FS.
           SELECT  NOTIFIC     ASSIGN  TO  NOTIFIC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS NF-FS.
           SELECT  SYNTCOM     ASSIGN  TO  SYNTCOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SY-FS.
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
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION A EDITER ET ANNEE DE LA CAMPAGNE LIQUIDEE
       FD  PARAMDEF.
       01  ENR-PARAMDEF.
           05 PD-CODEP             PIC X(2).
           05 PD-CODIR             PIC X(1).
           05 PD-ANNEE             PIC 9(4).

       FD  NOTIFIC.
       01  ENR-NOTIFIC.
           COPY XNOTIFIC REPLACING 'X' BY NF.

       FD  SYNTCOM.
       01  ENR-SYNTCOM.
           COPY XSYNTCOM REPLACING 'X' BY SY.

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

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'PRODDEF 00 DU 15/10/26'.

       01  PD-FS                   PIC X(2).
       01  NF-FS                   PIC X(2).
           88 NF-FIN                    VALUE '10'.
       01  SY-FS                   PIC X(2).
           88 SY-FIN                    VALUE '10'.
       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  RP-FS                   PIC X(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  W-DIR                   PIC X(3).
       01  W-ANNEE-NOT             PIC 9(4).

      * PARCOURS DES HISTORIQUES : ANNEE PARCOURUE, ANNEE DE
      * CONTROLE ET SENS ('N' ARTICLES NOUVEAUX, 'D' DISPARUS)
       01  W-ANNEE-LUE             PIC 9(4).
       01  W-ANNEE-CTL             PIC 9(4).
       01  W-SW-SENS               PIC X(1).
           88 W-SENS-NOUVEAUX           VALUE 'N'.
           88 W-SENS-DISPARUS           VALUE 'D'.
       01  W-SW-SCAN               PIC X(1).
           88 W-FIN-SCAN                VALUE 'O'.
       01  W-SW-PRESENT            PIC X(1).
           88 W-COMPTE-PRESENT          VALUE 'O'.
      * DERNIERE CLE D'HISTORIQUE TRAITEE : LA LECTURE REPART DE
      * LA CLE SUIVANTE APRES LE CONTROLE DE L'AUTRE ANNEE
       01  W-CLE-HIST              PIC X(17).

      * CUMULS PAR COMMUNE, COLLECTIVITE (1 COMMUNE, 2 SYNDICATS,
      * 3 EPCI, 4 GEMAPI, 5 TEOM) ET TAXE (1 BATI, 2 NON BATI)
       01  W-MAXCOM                PIC 9(4) COMP VALUE 1000.
       01  W-NBCOM                 PIC 9(4) COMP VALUE 0.
       01  TABLE-COM.
           05 COM-ENTREE OCCURS 1000.
              10 COM-CCOCOM        PIC X(3).
              10 COM-MDGETA        PIC S9(12).
              10 COM-COLL OCCURS 5.
                 15 COM-TAXE OCCURS 2.
                    20 CT-BASNOT   PIC S9(12).
                    20 CT-PRONOT   PIC S9(12).
                    20 CT-BASLIQ   PIC S9(12).
                    20 CT-PROLIQ   PIC S9(12).
                    20 CT-NOUV     PIC S9(12).
                    20 CT-DISP     PIC S9(12).
                    20 CT-EXO      PIC S9(12).
                    20 CT-DEGR     PIC S9(12).
       01  IX                      PIC 9(4) COMP.
       01  IX-COM                  PIC 9(4) COMP.
       01  IX-COL                  PIC 9(1) COMP.
       01  IX-TAX                  PIC 9(1) COMP.
       01  W-SW-COM                PIC X(1).
           88 COM-TROUVEE               VALUE 'O'.
       01  W-COM-CHERCHEE          PIC X(3).

      * CUMULS DE LA DIRECTION, MEMES RANGS
       01  TABLE-DIR.
           05 DIR-COLL OCCURS 5.
              10 DIR-TAXE OCCURS 2.
                 15 TD-BASNOT      PIC S9(12).
                 15 TD-PRONOT      PIC S9(12).
                 15 TD-BASLIQ      PIC S9(12).
                 15 TD-PROLIQ      PIC S9(12).
                 15 TD-NOUV        PIC S9(12).
                 15 TD-DISP        PIC S9(12).
                 15 TD-EXO         PIC S9(12).
                 15 TD-DEGR        PIC S9(12).
       01  W-DIR-MDGETA            PIC S9(12) VALUE 0.

      * CELLULE EN COURS D'EDITION ET TOTAL DE LA COMMUNE OU DE LA
      * DIRECTION (PRODUITS SEULS : LES BASES DES DIFFERENTES
      * TAXES NE S'ADDITIONNENT PAS)
       01  W-CELLULE.
           05 WC-BASNOT            PIC S9(12).
           05 WC-PRONOT            PIC S9(12).
           05 WC-BASLIQ            PIC S9(12).
           05 WC-PROLIQ            PIC S9(12).
           05 WC-NOUV              PIC S9(12).
           05 WC-DISP              PIC S9(12).
           05 WC-EXO               PIC S9(12).
           05 WC-DEGR              PIC S9(12).
       01  W-TOTAL.
           05 WT-BASNOT            PIC S9(12).
           05 WT-PRONOT            PIC S9(12).
           05 WT-BASLIQ            PIC S9(12).
           05 WT-PROLIQ            PIC S9(12).
           05 WT-NOUV              PIC S9(12).
           05 WT-DISP              PIC S9(12).
           05 WT-EXO               PIC S9(12).
           05 WT-DEGR              PIC S9(12).
       01  W-ECART                 PIC S9(12).
       01  W-AUTRES                PIC S9(12).
       01  W-SW-EDITION            PIC X(1).
           88 W-EDITION-DIRECTION       VALUE 'D'.

       01  W-NBNOUV                PIC 9(7) VALUE 0.
       01  W-NBDISP                PIC 9(7) VALUE 0.
       01  W-NBHORS                PIC 9(7) VALUE 0.

       01  W-LIBCOLL-TABLE.
           05 FILLER               PIC X(10) VALUE 'COMMUNE   '.
           05 FILLER               PIC X(10) VALUE 'SYNDICATS '.
           05 FILLER               PIC X(10) VALUE 'EPCI      '.
           05 FILLER               PIC X(10) VALUE 'GEMAPI    '.
           05 FILLER               PIC X(10) VALUE 'TEOM      '.
       01  W-LIBCOLL REDEFINES W-LIBCOLL-TABLE.
           05 W-LIBCOL             PIC X(10) OCCURS 5.
       01  W-LIBTAXE-TABLE.
           05 FILLER               PIC X(4) VALUE 'TFB '.
           05 FILLER               PIC X(4) VALUE 'TFNB'.
       01  W-LIBTAXE REDEFINES W-LIBTAXE-TABLE.
           05 W-LIBTAX             PIC X(4) OCCURS 2.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ETAT DU PRODUIT DEFINITIF - BASES ET PRODUITS LIQUIDES C
      -    'ONTRE BASES ET PRODUITS NOTIFIES'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(12) VALUE '  CAMPAGNE '.
           05 LP-ANNEE             PIC 9(4).
           05 FILLER               PIC X(24) VALUE
              '  BASES NOTIFIEES ANNEE '.
           05 LP-ANNEE-NOT         PIC 9(4).
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(8)  VALUE 'COMMUNE '.
           05 LO-COM               PIC X(3).
       01  LIGNE-DIRECTION         PIC X(132) VALUE
           'TOTAL DE LA DIRECTION'.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(36) VALUE
              'COLLECTIVITE   BASE NOTIF PROD.NOTIF'.
           05 FILLER               PIC X(22) VALUE
              '   BASE LIQ  PROD. LIQ'.
           05 FILLER               PIC X(33) VALUE
              '      ECART  ART.NOUV. ART.DISPAR'.
           05 FILLER               PIC X(33) VALUE
              '   EXONERES   DEGREVES     AUTRES'.
       01  LIGNE-DETAIL.
           05 LD-COLL              PIC X(10).
           05 LD-TAXE              PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-BASNOT            PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PRONOT            PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-BASLIQ            PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PROLIQ            PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ECART             PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NOUV              PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DISP              PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-EXO               PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DEGR              PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-AUTRES            PIC -(9)9.
       01  LIGNE-ALLEG.
           05 FILLER               PIC X(48) VALUE
              '  DONT ALLEGEMENTS BATIS A LA CHARGE DE L''ETAT'.
           05 LA-MDGETA            PIC -(11)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 1100-LIRE-NOTIFIE
               THRU 1100-LIRE-NOTIFIE-EXIT
               UNTIL NF-FIN.
           PERFORM 1200-LIRE-LIQUIDE
               THRU 1200-LIRE-LIQUIDE-EXIT
               UNTIL SY-FIN.

      * ARTICLES NOUVEAUX PUIS DISPARUS, BATI PUIS NON BATI
           MOVE PD-ANNEE    TO W-ANNEE-LUE.
           MOVE W-ANNEE-NOT TO W-ANNEE-CTL.
           SET W-SENS-NOUVEAUX TO TRUE.
           PERFORM 3000-PARCOURIR-HISTOB
               THRU 3000-PARCOURIR-HISTOB-EXIT.
           PERFORM 3500-PARCOURIR-HISTONB
               THRU 3500-PARCOURIR-HISTONB-EXIT.
           MOVE W-ANNEE-NOT TO W-ANNEE-LUE.
           MOVE PD-ANNEE    TO W-ANNEE-CTL.
           SET W-SENS-DISPARUS TO TRUE.
           PERFORM 3000-PARCOURIR-HISTOB
               THRU 3000-PARCOURIR-HISTOB-EXIT.
           PERFORM 3500-PARCOURIR-HISTONB
               THRU 3500-PARCOURIR-HISTONB-EXIT.

           INITIALIZE TABLE-DIR.
           MOVE 'C' TO W-SW-EDITION.
           PERFORM 4000-EDITER-COMMUNE
               THRU 4000-EDITER-COMMUNE-EXIT
               VARYING IX-COM FROM 1 BY 1
               UNTIL IX-COM > W-NBCOM.
           PERFORM 4500-EDITER-DIRECTION
               THRU 4500-EDITER-DIRECTION-EXIT.

           CLOSE NOTIFIC SYNTCOM HISTOB HISTONB RAPPORT.
           DISPLAY 'PRODDEF - COMMUNES EDITEES     : ' W-NBCOM.
           DISPLAY 'PRODDEF - ARTICLES NOUVEAUX    : ' W-NBNOUV.
           DISPLAY 'PRODDEF - ARTICLES DISPARUS    : ' W-NBDISP.
           DISPLAY 'PRODDEF - COMMUNES HORS TABLE  : ' W-NBHORS.
           IF W-NBHORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           OPEN INPUT PARAMDEF.
           READ PARAMDEF
               AT END CONTINUE
           END-READ.
           CLOSE PARAMDEF.
           MOVE PD-CODEP TO W-DIR (1:2).
           MOVE PD-CODIR TO W-DIR (3:1).
      * LES BASES NOTIFIEES SONT LES BASES ARCHIVEES DE L'ANNEE
      * PRECEDENT LA CAMPAGNE
           COMPUTE W-ANNEE-NOT = PD-ANNEE - 1.
           OPEN INPUT NOTIFIC SYNTCOM HISTOB HISTONB.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DIR       TO LP-DIR.
           MOVE PD-ANNEE    TO LP-ANNEE.
           MOVE W-ANNEE-NOT TO LP-ANNEE-NOT.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-NOTIFIE.
      *---------------------------------------------------------
      * COMMUNE, SYNDICATS, EPCI ET GEMAPI (LA TSE N'EST PAS UNE
      * COLLECTIVITE DE L'ETAT)
           READ NOTIFIC
               AT END SET NF-FIN TO TRUE
                      GO TO 1100-LIRE-NOTIFIE-EXIT
           END-READ.
           IF NF-DAN NOT = W-ANNEE-NOT
              OR NF-DIR NOT = W-DIR
              OR NF-RANG < 1 OR NF-RANG > 4
               GO TO 1100-LIRE-NOTIFIE-EXIT
           END-IF.
           MOVE NF-CCOCOM TO W-COM-CHERCHEE.
           PERFORM 2000-CHERCHER-COMMUNE
               THRU 2000-CHERCHER-COMMUNE-EXIT.
           IF NOT COM-TROUVEE
               GO TO 1100-LIRE-NOTIFIE-EXIT
           END-IF.
           MOVE NF-RANG TO IX-COL.
           ADD NF-BASEB  TO CT-BASNOT (IX-COM IX-COL 1).
           ADD NF-PRODB  TO CT-PRONOT (IX-COM IX-COL 1).
           ADD NF-BASENB TO CT-BASNOT (IX-COM IX-COL 2).
           ADD NF-PRODNB TO CT-PRONOT (IX-COM IX-COL 2).
       1100-LIRE-NOTIFIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-LIRE-LIQUIDE.
      *---------------------------------------------------------
      * SYNTHESES DU ROLE GENERAL DE LA CAMPAGNE, TOUTES IFP DE
      * LA COMMUNE CONFONDUES ; ENREGISTREMENTS DE SERVICE IGNORES
           READ SYNTCOM
               AT END SET SY-FIN TO TRUE
                      GO TO 1200-LIRE-LIQUIDE-EXIT
           END-READ.
           IF ENR-SYNTCOM (1:1) = '*'
               GO TO 1200-LIRE-LIQUIDE-EXIT
           END-IF.
           IF SY-DAN NOT = PD-ANNEE
              OR SY-AC3DIR NOT = W-DIR
              OR SY-GCTXTA NOT = 'G'
               GO TO 1200-LIRE-LIQUIDE-EXIT
           END-IF.
           MOVE SY-CCOCOM TO W-COM-CHERCHEE.
           PERFORM 2000-CHERCHER-COMMUNE
               THRU 2000-CHERCHER-COMMUNE-EXIT.
           IF NOT COM-TROUVEE
               GO TO 1200-LIRE-LIQUIDE-EXIT
           END-IF.
      * COMMUNE
           ADD SY-BBCOM-B   TO CT-BASLIQ (IX-COM 1 1).
           ADD SY-MCTCOM-B  TO CT-PROLIQ (IX-COM 1 1).
           ADD SY-MEXCOM-B  TO CT-EXO    (IX-COM 1 1).
           ADD SY-BBCOM-N   TO CT-BASLIQ (IX-COM 1 2).
           ADD SY-MCTCOM-N  TO CT-PROLIQ (IX-COM 1 2).
           ADD SY-MEXCOM-N  TO CT-EXO    (IX-COM 1 2).
           ADD SY-MDGCOM-N  TO CT-DEGR   (IX-COM 1 2).
      * SYNDICATS
           ADD SY-BBSYN-B   TO CT-BASLIQ (IX-COM 2 1).
           ADD SY-MCTSYN-B  TO CT-PROLIQ (IX-COM 2 1).
           ADD SY-MEXSYN-B  TO CT-EXO    (IX-COM 2 1).
           ADD SY-BBSYN-N   TO CT-BASLIQ (IX-COM 2 2).
           ADD SY-MCTSYN-N  TO CT-PROLIQ (IX-COM 2 2).
           ADD SY-MDGSYN-N  TO CT-DEGR   (IX-COM 2 2).
      * EPCI
           ADD SY-BBCU-B    TO CT-BASLIQ (IX-COM 3 1).
           ADD SY-MCTCU-B   TO CT-PROLIQ (IX-COM 3 1).
           ADD SY-MEXCU-B   TO CT-EXO    (IX-COM 3 1).
           ADD SY-BBCU-N    TO CT-BASLIQ (IX-COM 3 2).
           ADD SY-MCTCU-N   TO CT-PROLIQ (IX-COM 3 2).
           ADD SY-MEXCU-N   TO CT-EXO    (IX-COM 3 2).
           ADD SY-MDGCU-N   TO CT-DEGR   (IX-COM 3 2).
      * GEMAPI : PART BATIE ISOLEE, LE RESTE EST NON BATI
           ADD SY-MCOGEB    TO CT-PROLIQ (IX-COM 4 1).
           COMPUTE CT-PROLIQ (IX-COM 4 2) = CT-PROLIQ (IX-COM 4 2)
                                          + SY-MCOGE3 - SY-MCOGEB.
      * TEOM (BATI SEUL)
           ADD SY-TCTOM     TO CT-PROLIQ (IX-COM 5 1).
           ADD SY-MDGETA-B  TO COM-MDGETA (IX-COM).
       1200-LIRE-LIQUIDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CHERCHER-COMMUNE.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-COM.
           PERFORM 2100-TESTER-COMMUNE
               THRU 2100-TESTER-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF COM-TROUVEE
               GO TO 2000-CHERCHER-COMMUNE-EXIT
           END-IF.
           IF W-NBCOM >= W-MAXCOM
               ADD 1 TO W-NBHORS
               GO TO 2000-CHERCHER-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBCOM.
           MOVE W-NBCOM TO IX-COM.
           INITIALIZE COM-ENTREE (IX-COM).
           MOVE W-COM-CHERCHEE TO COM-CCOCOM (IX-COM).
           SET COM-TROUVEE TO TRUE.
       2000-CHERCHER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TESTER-COMMUNE.
      *---------------------------------------------------------
           IF COM-CCOCOM (IX) = W-COM-CHERCHEE
               SET COM-TROUVEE TO TRUE
               MOVE IX TO IX-COM
           END-IF.
       2100-TESTER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-PARCOURIR-HISTOB.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-SCAN.
           MOVE W-ANNEE-LUE TO HB-JANIPT.
           MOVE PD-CODEP    TO HB-CCODEP.
           MOVE PD-CODIR    TO HB-CCODIR.
           MOVE LOW-VALUE   TO HB-CCOCOM HB-DLETSR HB-ANUPRO.
           START HISTOB KEY NOT < HB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
           PERFORM 3100-CONTROLER-UN-HISTOB
               THRU 3100-CONTROLER-UN-HISTOB-EXIT
               UNTIL W-FIN-SCAN.
       3000-PARCOURIR-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CONTROLER-UN-HISTOB.
      *---------------------------------------------------------
           READ HISTOB NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 3100-CONTROLER-UN-HISTOB-EXIT
           END-READ.
           IF HB-JANIPT NOT = W-ANNEE-LUE
              OR HB-CCODEP NOT = PD-CODEP
              OR HB-CCODIR NOT = PD-CODIR
               SET W-FIN-SCAN TO TRUE
               GO TO 3100-CONTROLER-UN-HISTOB-EXIT
           END-IF.
           MOVE HB-CLETOT TO W-CLE-HIST.
           MOVE HB-RETOUR TO RETB-VUE.
      * LE MEME COMPTE EST-IL IMPOSE L'AUTRE ANNEE ?
           MOVE W-ANNEE-CTL TO HB-JANIPT.
           MOVE 'O' TO W-SW-PRESENT.
           READ HISTOB
               INVALID KEY MOVE 'N' TO W-SW-PRESENT
           END-READ.
           IF NOT W-COMPTE-PRESENT
               MOVE W-CLE-HIST (8:3) TO W-COM-CHERCHEE
               PERFORM 2000-CHERCHER-COMMUNE
                   THRU 2000-CHERCHER-COMMUNE-EXIT
               IF COM-TROUVEE
                   PERFORM 3200-CUMULER-ARTICLE-B
                       THRU 3200-CUMULER-ARTICLE-B-EXIT
               END-IF
           END-IF.
      * REPRISE DU PARCOURS APRES LA CLE TRAITEE
           MOVE W-CLE-HIST TO HB-CLETOT.
           START HISTOB KEY GREATER THAN HB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
       3100-CONTROLER-UN-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CUMULER-ARTICLE-B.
      *---------------------------------------------------------
           IF W-SENS-NOUVEAUX
               ADD 1 TO W-NBNOUV
               ADD RETB-MCTCOM TO CT-NOUV (IX-COM 1 1)
               ADD RETB-MCTSYN TO CT-NOUV (IX-COM 2 1)
               ADD RETB-MCTCU  TO CT-NOUV (IX-COM 3 1)
               ADD RETB-MCOGE3 TO CT-NOUV (IX-COM 4 1)
               ADD RETB-TCTOM  TO CT-NOUV (IX-COM 5 1)
           ELSE
               ADD 1 TO W-NBDISP
               ADD RETB-MCTCOM TO CT-DISP (IX-COM 1 1)
               ADD RETB-MCTSYN TO CT-DISP (IX-COM 2 1)
               ADD RETB-MCTCU  TO CT-DISP (IX-COM 3 1)
               ADD RETB-MCOGE3 TO CT-DISP (IX-COM 4 1)
               ADD RETB-TCTOM  TO CT-DISP (IX-COM 5 1)
           END-IF.
       3200-CUMULER-ARTICLE-B-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-PARCOURIR-HISTONB.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-SCAN.
           MOVE W-ANNEE-LUE TO HNB-JANIPT.
           MOVE PD-CODEP    TO HNB-CCODEP.
           MOVE PD-CODIR    TO HNB-CCODIR.
           MOVE LOW-VALUE   TO HNB-CCOCOM HNB-DLETSR HNB-ANUPRO.
           START HISTONB KEY NOT < HNB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
           PERFORM 3600-CONTROLER-UN-HISTONB
               THRU 3600-CONTROLER-UN-HISTONB-EXIT
               UNTIL W-FIN-SCAN.
       3500-PARCOURIR-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3600-CONTROLER-UN-HISTONB.
      *---------------------------------------------------------
           READ HISTONB NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 3600-CONTROLER-UN-HISTONB-EXIT
           END-READ.
           IF HNB-JANIPT NOT = W-ANNEE-LUE
              OR HNB-CCODEP NOT = PD-CODEP
              OR HNB-CCODIR NOT = PD-CODIR
               SET W-FIN-SCAN TO TRUE
               GO TO 3600-CONTROLER-UN-HISTONB-EXIT
           END-IF.
           MOVE HNB-CLETOT TO W-CLE-HIST.
           MOVE HNB-RETOUR TO RETNB-VUE.
           MOVE W-ANNEE-CTL TO HNB-JANIPT.
           MOVE 'O' TO W-SW-PRESENT.
           READ HISTONB
               INVALID KEY MOVE 'N' TO W-SW-PRESENT
           END-READ.
           IF NOT W-COMPTE-PRESENT
               MOVE W-CLE-HIST (8:3) TO W-COM-CHERCHEE
               PERFORM 2000-CHERCHER-COMMUNE
                   THRU 2000-CHERCHER-COMMUNE-EXIT
               IF COM-TROUVEE
                   PERFORM 3700-CUMULER-ARTICLE-NB
                       THRU 3700-CUMULER-ARTICLE-NB-EXIT
               END-IF
           END-IF.
           MOVE W-CLE-HIST TO HNB-CLETOT.
           START HISTONB KEY GREATER THAN HNB-CLETOT
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
       3600-CONTROLER-UN-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3700-CUMULER-ARTICLE-NB.
      *---------------------------------------------------------
           IF W-SENS-NOUVEAUX
               ADD 1 TO W-NBNOUV
               ADD RETNB-MCTCOM TO CT-NOUV (IX-COM 1 2)
               ADD RETNB-MCTSYN TO CT-NOUV (IX-COM 2 2)
               ADD RETNB-MCTCU  TO CT-NOUV (IX-COM 3 2)
               ADD RETNB-MCOGE3 TO CT-NOUV (IX-COM 4 2)
           ELSE
               ADD 1 TO W-NBDISP
               ADD RETNB-MCTCOM TO CT-DISP (IX-COM 1 2)
               ADD RETNB-MCTSYN TO CT-DISP (IX-COM 2 2)
               ADD RETNB-MCTCU  TO CT-DISP (IX-COM 3 2)
               ADD RETNB-MCOGE3 TO CT-DISP (IX-COM 4 2)
           END-IF.
       3700-CUMULER-ARTICLE-NB-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-COMMUNE.
      *---------------------------------------------------------
           MOVE COM-CCOCOM (IX-COM) TO LO-COM.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           INITIALIZE W-TOTAL.
           PERFORM 4100-EDITER-COLLECTIVITE
               THRU 4100-EDITER-COLLECTIVITE-EXIT
               VARYING IX-COL FROM 1 BY 1 UNTIL IX-COL > 5
               AFTER IX-TAX FROM 1 BY 1 UNTIL IX-TAX > 2.
           MOVE 'TOTAL'   TO LD-COLL.
           MOVE SPACE     TO LD-TAXE.
           MOVE W-TOTAL   TO W-CELLULE.
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           MOVE COM-MDGETA (IX-COM) TO LA-MDGETA.
           WRITE ENR-RAPPORT FROM LIGNE-ALLEG.
           ADD COM-MDGETA (IX-COM) TO W-DIR-MDGETA.
       4000-EDITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-EDITER-COLLECTIVITE.
      *---------------------------------------------------------
      * TEOM : TAXE FONCIERE BATIE SEULEMENT
           IF IX-COL = 5 AND IX-TAX = 2
               GO TO 4100-EDITER-COLLECTIVITE-EXIT
           END-IF.
           IF W-EDITION-DIRECTION
               MOVE DIR-TAXE (IX-COL IX-TAX) TO W-CELLULE
           ELSE
               MOVE COM-TAXE (IX-COM IX-COL IX-TAX) TO W-CELLULE
               ADD WC-BASNOT TO TD-BASNOT (IX-COL IX-TAX)
               ADD WC-PRONOT TO TD-PRONOT (IX-COL IX-TAX)
               ADD WC-BASLIQ TO TD-BASLIQ (IX-COL IX-TAX)
               ADD WC-PROLIQ TO TD-PROLIQ (IX-COL IX-TAX)
               ADD WC-NOUV   TO TD-NOUV   (IX-COL IX-TAX)
               ADD WC-DISP   TO TD-DISP   (IX-COL IX-TAX)
               ADD WC-EXO    TO TD-EXO    (IX-COL IX-TAX)
               ADD WC-DEGR   TO TD-DEGR   (IX-COL IX-TAX)
           END-IF.
           MOVE W-LIBCOL (IX-COL) TO LD-COLL.
           MOVE W-LIBTAX (IX-TAX) TO LD-TAXE.
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           ADD WC-PRONOT TO WT-PRONOT.
           ADD WC-PROLIQ TO WT-PROLIQ.
           ADD WC-NOUV   TO WT-NOUV.
           ADD WC-DISP   TO WT-DISP.
           ADD WC-EXO    TO WT-EXO.
           ADD WC-DEGR   TO WT-DEGR.
       4100-EDITER-COLLECTIVITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4500-EDITER-DIRECTION.
      *---------------------------------------------------------
           MOVE 'D' TO W-SW-EDITION.
           WRITE ENR-RAPPORT FROM LIGNE-DIRECTION.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           INITIALIZE W-TOTAL.
           PERFORM 4100-EDITER-COLLECTIVITE
               THRU 4100-EDITER-COLLECTIVITE-EXIT
               VARYING IX-COL FROM 1 BY 1 UNTIL IX-COL > 5
               AFTER IX-TAX FROM 1 BY 1 UNTIL IX-TAX > 2.
           MOVE 'TOTAL'   TO LD-COLL.
           MOVE SPACE     TO LD-TAXE.
           MOVE W-TOTAL   TO W-CELLULE.
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           MOVE W-DIR-MDGETA TO LA-MDGETA.
           WRITE ENR-RAPPORT FROM LIGNE-ALLEG.
       4500-EDITER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       4900-ECRIRE-LIGNE.
      *---------------------------------------------------------
      * ECART = LIQUIDE - NOTIFIE ; AUTRES = CE QUE N'EXPLIQUENT
      * NI LES ARTICLES NOUVEAUX OU DISPARUS, NI LES MONTANTS
      * EXONERES OU DEGREVES DE L'ANNEE
           COMPUTE W-ECART = WC-PROLIQ - WC-PRONOT.
           COMPUTE W-AUTRES = W-ECART - WC-NOUV + WC-DISP
                            + WC-EXO + WC-DEGR.
           MOVE WC-BASNOT TO LD-BASNOT.
           MOVE WC-PRONOT TO LD-PRONOT.
           MOVE WC-BASLIQ TO LD-BASLIQ.
           MOVE WC-PROLIQ TO LD-PROLIQ.
           MOVE W-ECART   TO LD-ECART.
           MOVE WC-NOUV   TO LD-NOUV.
           MOVE WC-DISP   TO LD-DISP.
           MOVE WC-EXO    TO LD-EXO.
           MOVE WC-DEGR   TO LD-DEGR.
           MOVE W-AUTRES  TO LD-AUTRES.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       4900-ECRIRE-LIGNE-EXIT.
           EXIT.
       END PROGRAM PRODDEF.
