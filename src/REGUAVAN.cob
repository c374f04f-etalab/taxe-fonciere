      *********************************************************
      * PROGRAMME REGUAVAN                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * REGULARISATION DE FIN DE CAMPAGNE DES AVANCES         *
      * MENSUELLES AUX COLLECTIVITES : POUR CHAQUE ECHEANCIER *
      * D'AVANMENS (FICHIER ECHEANC), RAPPROCHE LES AVANCES   *
      * ECHEANCEES DU PRODUIT EFFECTIVEMENT LIQUIDE DE LA     *
      * CAMPAGNE (SYNTHESE SYNTCOM, ROLE GENERAL ET ROLES     *
      * SUPPLEMENTAIRES), NET DES DEGREVEMENTS A LA CHARGE DE *
      * LA COLLECTIVITE. LA PART SYNDICALE NETTE EST ECLATEE  *
      * ENTRE LES SYNDICATS AU PRORATA DES PARTS VENTILEES    *
      * PAR VENTSYN. LA REGULARISATION (LIQUIDE NET MOINS     *
      * AVANCES) EST EMISE PAR BENEFICIAIRE DANS LE FICHIER   *
      * DE PAIEMENT (NEGATIVE : REPRISE D'AVANCES) ET EDITEE  *
      * SUR UN ETAT PAR TRESORERIE. LE PRODUIT LIQUIDE SANS   *
      * ECHEANCIER EST SIGNALE ET LE CONTROLE D'EQUILIBRE     *
      * PROUVE QUE TOUT LE LIQUIDE EST REGULARISE OU SIGNALE. *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUAVAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMAVA    ASSIGN  TO  PARAMAVA
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PA-FS.
           SELECT  SYNTCOM     ASSIGN  TO  SYNTCOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SY-FS.
           SELECT  VENTIL      ASSIGN  TO  VENTSYN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VT-FS.
           SELECT  ECHEANC     ASSIGN  TO  ECHEANC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  PAIEREG     ASSIGN  TO  PAIEREG
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PY-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION A TRAITER ET ANNEE DE LA CAMPAGNE A REGULARISER
       FD  PARAMAVA.
       01  ENR-PARAMAVA.
           05 PA-CODEP             PIC X(2).
           05 PA-CODIR             PIC X(1).
           05 PA-ANNEE             PIC 9(4).

       FD  SYNTCOM.
       01  ENR-SYNTCOM.
           COPY XSYNTCOM REPLACING 'X' BY SY.

      * FICHIER DE PRODUITS PAR SYNDICAT, AU TRACE DE SORTIE DE
      * VENTSYN
       FD  VENTIL.
       01  ENR-VENTIL.
           05 VT-CODEP             PIC X(2).
           05 VT-CODIR             PIC X(1).
           05 VT-CCOCOM            PIC X(3).
           05 VT-SIREN             PIC X(9).
           05 VT-DLISYN            PIC X(20).
           05 VT-PQPSYN            PIC 9(3)V9(2).
           05 VT-PART              PIC S9(12).

      * ECHEANCIER DES AVANCES DE LA CAMPAGNE, ECRIT PAR AVANMENS
      * DANS L'ORDRE TRESORERIE / BENEFICIAIRE / COLLECTIVITE
       FD  ECHEANC.
       01  ENR-ECHEANC.
           COPY XAVANCE REPLACING 'X' BY EC.

       FD  PAIEREG.
       01  ENR-PAIEREG.
           COPY XPAIECOL REPLACING 'X' BY PY.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'REGUAVAN 00 DU 15/10/26'.

       01  PA-FS                   PIC X(2).
       01  SY-FS                   PIC X(2).
           88 SY-FIN                    VALUE '10'.
       01  VT-FS                   PIC X(2).
           88 VT-FIN                    VALUE '10'.
       01  EC-FS                   PIC X(2).
           88 EC-FIN                    VALUE '10'.
       01  PY-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  W-DIR                   PIC X(3).
       01  W-DATJOU                PIC 9(8).

      * PRODUIT LIQUIDE NET D'ALLEGEMENTS PAR COMMUNE ET
      * COLLECTIVITE (1 COMMUNE, 2 SYNDICATS, 3 EPCI, 4 GEMAPI,
      * 5 TEOM), MARQUE QUAND UN ECHEANCIER L'A REGULARISE ; LA
      * PART SYNDICALE EST ECLATEE SUR LES SYNDICATS DE VENTSYN
       01  W-MAXCOM                PIC 9(4) COMP VALUE 1000.
       01  W-NBCOM                 PIC 9(4) COMP VALUE 0.
       01  TABLE-COM.
           05 COM-ENTREE OCCURS 1000.
              10 COM-CCOCOM        PIC X(3).
              10 COM-COLL OCCURS 5.
                 15 COM-LIQ        PIC S9(14).
                 15 COM-SERVI      PIC X(1).
              10 COM-VENTIL        PIC S9(14).
              10 COM-CUMSYN        PIC S9(14).
              10 COM-DERSYN        PIC 9(4) COMP.
       01  IX                      PIC 9(4) COMP.
       01  IX-COM                  PIC 9(4) COMP.
       01  IX-COL                  PIC 9(1) COMP.
       01  W-SW-COM                PIC X(1).
           88 COM-TROUVEE               VALUE 'O'.
       01  W-COM-CHERCHEE          PIC X(3).
       01  W-NBHORS                PIC 9(5) VALUE 0.

      * PARTS SYNDICALES PAR COMMUNE ET SIREN (ROLE GENERAL ET
      * ROLES SUPPLEMENTAIRES CUMULES) ET PRODUIT NET QUI EN
      * DECOULE, LE DERNIER SYNDICAT DE LA COMMUNE RECEVANT LE
      * RELIQUAT D'ARRONDI
       01  W-MAXSYN                PIC 9(4) COMP VALUE 3000.
       01  W-NBSYN                 PIC 9(4) COMP VALUE 0.
       01  TABLE-SYN.
           05 SYN-ENTREE OCCURS 3000.
              10 SYN-CCOCOM        PIC X(3).
              10 SYN-SIREN         PIC X(9).
              10 SYN-PART          PIC S9(14).
              10 SYN-LIQ           PIC S9(14).
              10 SYN-SERVI         PIC X(1).
       01  IXS                     PIC 9(4) COMP.
       01  IX-SYN                  PIC 9(4) COMP.
       01  W-SW-SYN                PIC X(1).
           88 SYN-TROUVE                VALUE 'O'.
       01  W-SIREN-CHERCHE         PIC X(9).

      * RUPTURES : TRESORERIE PUIS BENEFICIAIRE ET COLLECTIVITE
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.
       01  W-BEN-COURANT.
           05 WB-CCPPER            PIC X(3).
           05 WB-TYPE              PIC X(1).
           05 WB-IDENT             PIC X(9).
           05 WB-RANG              PIC 9(1).
       01  W-BEN-LIB               PIC X(30).
       01  W-CUMUL-BENEF.
           05 W-BEN-NBCOM          PIC 9(5) COMP.
           05 W-BEN-AVANCE         PIC S9(14).
           05 W-BEN-LIQUIDE        PIC S9(14).
       01  W-CUMUL-TRES.
           05 W-TRE-NBBEN          PIC 9(5) COMP.
           05 W-TRE-AVANCE         PIC S9(14).
           05 W-TRE-LIQUIDE        PIC S9(14).
           05 W-TRE-REGUL          PIC S9(14).
       01  W-CUMUL-DIR.
           05 W-DIR-NBBEN          PIC 9(5) COMP.
           05 W-DIR-AVANCE         PIC S9(14).
           05 W-DIR-LIQUIDE        PIC S9(14).
           05 W-DIR-REGUL          PIC S9(14).
       01  W-REGUL                 PIC S9(14).
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-CR                PIC 9(2).

      * CONTROLE D'EQUILIBRE : LE PRODUIT LIQUIDE NET DE LA
      * DIRECTION DOIT RETOMBER SUR LE LIQUIDE REGULARISE PLUS LE
      * LIQUIDE SANS ECHEANCIER
       01  W-TOTLIQ                PIC S9(14) VALUE 0.
       01  W-TOTHORS               PIC S9(14) VALUE 0.
       01  W-TOTRAPP               PIC S9(14).
       01  W-NBANO                 PIC 9(5) COMP VALUE 0.
       01  W-NBPAIE                PIC 9(7) COMP VALUE 0.

       01  W-LIBCOLL-TABLE.
           05 FILLER               PIC X(10) VALUE 'COMMUNE   '.
           05 FILLER               PIC X(10) VALUE 'SYNDICAT  '.
           05 FILLER               PIC X(10) VALUE 'EPCI      '.
           05 FILLER               PIC X(10) VALUE 'GEMAPI    '.
           05 FILLER               PIC X(10) VALUE 'TEOM      '.
       01  W-LIBCOLL REDEFINES W-LIBCOLL-TABLE.
           05 W-LIBCOL             PIC X(10) OCCURS 5.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'REGULARISATION DES AVANCES SUR LE PRODUIT LIQUIDE NET D''
      -    'ALLEGEMENTS - ETAT PAR TRESORERIE'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(12) VALUE '  CAMPAGNE '.
           05 LP-ANNEE             PIC 9(4).
       01  LIGNE-TRESORERIE.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LT-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-LIB               PIC X(30).
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(44) VALUE
              'T BENEFICIA LIBELLE'.
           05 FILLER               PIC X(32) VALUE
              'COLLECTIV. NBCOM  TOTAL AVANCES '.
           05 FILLER               PIC X(34) VALUE
              '   LIQUIDE NET   REGULARISAT. SENS'.
       01  LIGNE-BENEF.
           05 LB-TYPE              PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-IDENT             PIC X(9).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-LIB               PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LB-COLL              PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-NBCOM             PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-AVANCE            PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-LIQUIDE           PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-REGUL             PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-SENS              PIC X(11).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LO-LIBELLE           PIC X(42).
           05 FILLER               PIC X(11) VALUE SPACE.
           05 LO-NBBEN             PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-AVANCE            PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-LIQUIDE           PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-REGUL             PIC -(13)9.
       01  LIGNE-TITRE-ANO         PIC X(132) VALUE
           'PRODUITS LIQUIDES SANS ECHEANCIER D''AVANCES'.
       01  LIGNE-ANOMALIE.
           05 FILLER               PIC X(11) VALUE '** COMMUNE '.
           05 LA-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-COLL              PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-IDENT             PIC X(9).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-MONTANT           PIC -(13)9.
       01  LIGNE-CONTROLE.
           05 FILLER               PIC X(18)
              VALUE 'TOTAL LIQUIDE NET '.
           05 LC-TOTLIQ            PIC -(13)9.
           05 FILLER               PIC X(27)
              VALUE '  REGULARISE + HORS ECHEAN.'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-TOTRAPP           PIC -(13)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LC-VERDICT           PIC X(11).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 1100-LIRE-LIQUIDE
               THRU 1100-LIRE-LIQUIDE-EXIT
               UNTIL SY-FIN.
           PERFORM 1200-LIRE-VENTILATION
               THRU 1200-LIRE-VENTILATION-EXIT
               UNTIL VT-FIN.
           PERFORM 1300-REPARTIR-SYNDICAL
               THRU 1300-REPARTIR-SYNDICAL-EXIT
               VARYING IX-SYN FROM 1 BY 1
               UNTIL IX-SYN > W-NBSYN.

           PERFORM 2000-TRAITER-ECHEANCE
               THRU 2000-TRAITER-ECHEANCE-EXIT
               UNTIL EC-FIN.
           PERFORM 3000-CLOTURER-BENEF
               THRU 3000-CLOTURER-BENEF-EXIT.
           PERFORM 3100-CLOTURER-TRESORERIE
               THRU 3100-CLOTURER-TRESORERIE-EXIT.

           WRITE ENR-RAPPORT FROM LIGNE-TITRE-ANO.
           PERFORM 4000-CONTROLER-COMMUNE
               THRU 4000-CONTROLER-COMMUNE-EXIT
               VARYING IX-COM FROM 1 BY 1 UNTIL IX-COM > W-NBCOM
               AFTER IX-COL FROM 1 BY 1 UNTIL IX-COL > 5.
           PERFORM 4100-CONTROLER-SYNDICAT
               THRU 4100-CONTROLER-SYNDICAT-EXIT
               VARYING IX-SYN FROM 1 BY 1
               UNTIL IX-SYN > W-NBSYN.
           PERFORM 4500-EDITER-DIRECTION
               THRU 4500-EDITER-DIRECTION-EXIT.

           CLOSE SYNTCOM VENTIL ECHEANC PAIEREG RAPPORT.
           DISPLAY 'REGUAVAN - BENEFICIAIRES REGULARISES : '
               W-DIR-NBBEN.
           DISPLAY 'REGUAVAN - PAIEMENTS EMIS            : '
               W-NBPAIE.
           DISPLAY 'REGUAVAN - PRODUITS SANS ECHEANCIER  : '
               W-NBANO.
           DISPLAY 'REGUAVAN - COMMUNES HORS TABLE       : '
               W-NBHORS.
           IF W-NBANO > 0 OR W-NBHORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           OPEN INPUT PARAMAVA.
           READ PARAMAVA
               AT END CONTINUE
           END-READ.
           CLOSE PARAMAVA.
           MOVE PA-CODEP TO W-DIR (1:2).
           MOVE PA-CODIR TO W-DIR (3:1).
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           INITIALIZE W-CUMUL-BENEF W-CUMUL-TRES W-CUMUL-DIR.
           OPEN INPUT SYNTCOM VENTIL ECHEANC.
           OPEN OUTPUT PAIEREG RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DIR    TO LP-DIR.
           MOVE PA-ANNEE TO LP-ANNEE.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-LIQUIDE.
      *---------------------------------------------------------
      * PRODUIT LIQUIDE DE LA CAMPAGNE, ROLE GENERAL ET ROLES
      * SUPPLEMENTAIRES, NET DES DEGREVEMENTS A LA CHARGE DE LA
      * COLLECTIVITE ; ENREGISTREMENTS DE SERVICE IGNORES
           READ SYNTCOM
               AT END SET SY-FIN TO TRUE
                      GO TO 1100-LIRE-LIQUIDE-EXIT
           END-READ.
           IF ENR-SYNTCOM (1:1) = '*'
               GO TO 1100-LIRE-LIQUIDE-EXIT
           END-IF.
           IF SY-DAN NOT = PA-ANNEE
              OR SY-AC3DIR NOT = W-DIR
               GO TO 1100-LIRE-LIQUIDE-EXIT
           END-IF.
           MOVE SY-CCOCOM TO W-COM-CHERCHEE.
           PERFORM 1500-CHERCHER-COMMUNE
               THRU 1500-CHERCHER-COMMUNE-EXIT.
           IF NOT COM-TROUVEE
               GO TO 1100-LIRE-LIQUIDE-EXIT
           END-IF.
           COMPUTE COM-LIQ (IX-COM 1) = COM-LIQ (IX-COM 1)
                 + SY-MCTCOM-B + SY-MCTCOM-N - SY-MDGCOM-N.
           COMPUTE COM-LIQ (IX-COM 2) = COM-LIQ (IX-COM 2)
                 + SY-MCTSYN-B + SY-MCTSYN-N - SY-MDGSYN-N.
           COMPUTE COM-LIQ (IX-COM 3) = COM-LIQ (IX-COM 3)
                 + SY-MCTCU-B + SY-MCTCU-N - SY-MDGCU-N.
           ADD SY-MCOGE3 TO COM-LIQ (IX-COM 4).
           ADD SY-TCTOM  TO COM-LIQ (IX-COM 5).
       1100-LIRE-LIQUIDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-LIRE-VENTILATION.
      *---------------------------------------------------------
           READ VENTIL
               AT END SET VT-FIN TO TRUE
                      GO TO 1200-LIRE-VENTILATION-EXIT
           END-READ.
           IF VT-CODEP NOT = PA-CODEP
              OR VT-CODIR NOT = PA-CODIR
               GO TO 1200-LIRE-VENTILATION-EXIT
           END-IF.
           MOVE VT-CCOCOM TO W-COM-CHERCHEE.
           PERFORM 1500-CHERCHER-COMMUNE
               THRU 1500-CHERCHER-COMMUNE-EXIT.
           IF NOT COM-TROUVEE
               GO TO 1200-LIRE-VENTILATION-EXIT
           END-IF.
           MOVE VT-SIREN TO W-SIREN-CHERCHE.
           PERFORM 1600-CHERCHER-SYNDICAT
               THRU 1600-CHERCHER-SYNDICAT-EXIT.
           IF SYN-TROUVE
               GO TO 1200-LIRE-VENTILATION-SUITE
           END-IF.
           IF W-NBSYN >= W-MAXSYN
               ADD 1 TO W-NBHORS
               GO TO 1200-LIRE-VENTILATION-EXIT
           END-IF.
           ADD 1 TO W-NBSYN.
           MOVE W-NBSYN TO IX-SYN.
           INITIALIZE SYN-ENTREE (IX-SYN).
           MOVE VT-CCOCOM TO SYN-CCOCOM (IX-SYN).
           MOVE VT-SIREN  TO SYN-SIREN (IX-SYN).
           MOVE 'N'       TO SYN-SERVI (IX-SYN).
      * LE DERNIER SYNDICAT ENREGISTRE POUR LA COMMUNE RECEVRA LE
      * RELIQUAT D'ARRONDI
           MOVE IX-SYN    TO COM-DERSYN (IX-COM).
       1200-LIRE-VENTILATION-SUITE.
           ADD VT-PART TO SYN-PART (IX-SYN).
           ADD VT-PART TO COM-VENTIL (IX-COM).
       1200-LIRE-VENTILATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1300-REPARTIR-SYNDICAL.
      *---------------------------------------------------------
      * LE PRODUIT SYNDICAL NET DE LA COMMUNE EST ECLATE AU
      * PRORATA DES PARTS VENTILEES PAR VENTSYN
           MOVE SYN-CCOCOM (IX-SYN) TO W-COM-CHERCHEE.
           PERFORM 1500-CHERCHER-COMMUNE
               THRU 1500-CHERCHER-COMMUNE-EXIT.
           IF NOT COM-TROUVEE
              OR COM-VENTIL (IX-COM) = 0
               GO TO 1300-REPARTIR-SYNDICAL-EXIT
           END-IF.
           IF IX-SYN = COM-DERSYN (IX-COM)
               COMPUTE SYN-LIQ (IX-SYN) =
                   COM-LIQ (IX-COM 2) - COM-CUMSYN (IX-COM)
           ELSE
               COMPUTE SYN-LIQ (IX-SYN) ROUNDED =
                   COM-LIQ (IX-COM 2) * SYN-PART (IX-SYN)
                 / COM-VENTIL (IX-COM)
           END-IF.
           ADD SYN-LIQ (IX-SYN) TO COM-CUMSYN (IX-COM).
       1300-REPARTIR-SYNDICAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       1500-CHERCHER-COMMUNE.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-COM.
           PERFORM 1510-TESTER-COMMUNE
               THRU 1510-TESTER-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF COM-TROUVEE
               GO TO 1500-CHERCHER-COMMUNE-EXIT
           END-IF.
           IF W-NBCOM >= W-MAXCOM
               ADD 1 TO W-NBHORS
               GO TO 1500-CHERCHER-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBCOM.
           MOVE W-NBCOM TO IX-COM.
           INITIALIZE COM-ENTREE (IX-COM).
           MOVE W-COM-CHERCHEE TO COM-CCOCOM (IX-COM).
           PERFORM 1520-MARQUER-NON-SERVI
               THRU 1520-MARQUER-NON-SERVI-EXIT
               VARYING IX-COL FROM 1 BY 1
               UNTIL IX-COL > 5.
           SET COM-TROUVEE TO TRUE.
       1500-CHERCHER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1510-TESTER-COMMUNE.
      *---------------------------------------------------------
           IF COM-CCOCOM (IX) = W-COM-CHERCHEE
               SET COM-TROUVEE TO TRUE
               MOVE IX TO IX-COM
           END-IF.
       1510-TESTER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1520-MARQUER-NON-SERVI.
      *---------------------------------------------------------
           MOVE 'N' TO COM-SERVI (IX-COM IX-COL).
       1520-MARQUER-NON-SERVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1600-CHERCHER-SYNDICAT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-SYN.
           PERFORM 1610-TESTER-SYNDICAT
               THRU 1610-TESTER-SYNDICAT-EXIT
               VARYING IXS FROM 1 BY 1
               UNTIL IXS > W-NBSYN OR SYN-TROUVE.
       1600-CHERCHER-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       1610-TESTER-SYNDICAT.
      *---------------------------------------------------------
           IF SYN-CCOCOM (IXS) = W-COM-CHERCHEE
              AND SYN-SIREN (IXS) = W-SIREN-CHERCHE
               SET SYN-TROUVE TO TRUE
               MOVE IXS TO IX-SYN
           END-IF.
       1610-TESTER-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-ECHEANCE.
      *---------------------------------------------------------
           READ ECHEANC
               AT END SET EC-FIN TO TRUE
                      GO TO 2000-TRAITER-ECHEANCE-EXIT
           END-READ.
           IF EC-DAN NOT = PA-ANNEE
              OR EC-DIR NOT = W-DIR
               GO TO 2000-TRAITER-ECHEANCE-EXIT
           END-IF.

           IF W-1ER-ENREG
              OR EC-CCPPER NOT = WB-CCPPER
               PERFORM 3000-CLOTURER-BENEF
                   THRU 3000-CLOTURER-BENEF-EXIT
               PERFORM 3100-CLOTURER-TRESORERIE
                   THRU 3100-CLOTURER-TRESORERIE-EXIT
               MOVE 'N' TO W-PREMIER
               MOVE EC-CCPPER TO WB-CCPPER
               PERFORM 2200-ENTETE-TRESORERIE
                   THRU 2200-ENTETE-TRESORERIE-EXIT
               PERFORM 2300-NOUVEAU-BENEF
                   THRU 2300-NOUVEAU-BENEF-EXIT
           END-IF.
           IF EC-BENEF-TYPE NOT = WB-TYPE
              OR EC-BENEF-IDENT NOT = WB-IDENT
              OR EC-RANG NOT = WB-RANG
               PERFORM 3000-CLOTURER-BENEF
                   THRU 3000-CLOTURER-BENEF-EXIT
               PERFORM 2300-NOUVEAU-BENEF
                   THRU 2300-NOUVEAU-BENEF-EXIT
           END-IF.

           ADD 1 TO W-BEN-NBCOM.
           ADD EC-PRODATT TO W-BEN-AVANCE.
           PERFORM 2100-RAPPROCHER-LIQUIDE
               THRU 2100-RAPPROCHER-LIQUIDE-EXIT.
       2000-TRAITER-ECHEANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-RAPPROCHER-LIQUIDE.
      *---------------------------------------------------------
      * PRODUIT LIQUIDE NET DE LA COMMUNE POUR LA COLLECTIVITE DE
      * L'ECHEANCIER (PART DU SYNDICAT POUR LES SYNDICATS) ; UNE
      * COMMUNE SANS PRODUIT LIQUIDE CONDUIT A REPRENDRE SES
      * AVANCES
           MOVE EC-CCOCOM TO W-COM-CHERCHEE.
           MOVE 'N' TO W-SW-COM.
           PERFORM 1510-TESTER-COMMUNE
               THRU 1510-TESTER-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF NOT COM-TROUVEE
               GO TO 2100-RAPPROCHER-LIQUIDE-EXIT
           END-IF.
           IF EC-RANG = 2
               MOVE EC-BENEF-IDENT TO W-SIREN-CHERCHE
               PERFORM 1600-CHERCHER-SYNDICAT
                   THRU 1600-CHERCHER-SYNDICAT-EXIT
               IF SYN-TROUVE
                   ADD SYN-LIQ (IX-SYN) TO W-BEN-LIQUIDE
                   MOVE 'O' TO SYN-SERVI (IX-SYN)
               END-IF
           ELSE
               MOVE EC-RANG TO IX-COL
               ADD COM-LIQ (IX-COM IX-COL) TO W-BEN-LIQUIDE
               MOVE 'O' TO COM-SERVI (IX-COM IX-COL)
           END-IF.
       2100-RAPPROCHER-LIQUIDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-ENTETE-TRESORERIE.
      *---------------------------------------------------------
           MOVE 'T'       TO W-LIB-TYPE.
           MOVE W-DIR     TO W-LIB-DIR.
           MOVE SPACE     TO W-LIB-CODE.
           MOVE WB-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR
                               W-LIB-CODE LT-LIB
                               W-LIB-CR
               ON EXCEPTION
                   MOVE 'TRESORERIE SANS LIBELLE' TO LT-LIB
           END-CALL.
           MOVE WB-CCPPER TO LT-CCPPER.
           WRITE ENR-RAPPORT FROM LIGNE-TRESORERIE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
       2200-ENTETE-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-NOUVEAU-BENEF.
      *---------------------------------------------------------
           MOVE EC-BENEF-TYPE  TO WB-TYPE.
           MOVE EC-BENEF-IDENT TO WB-IDENT.
           MOVE EC-RANG        TO WB-RANG.
           MOVE EC-BENEF-LIB   TO W-BEN-LIB.
       2300-NOUVEAU-BENEF-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-BENEF.
      *---------------------------------------------------------
      * REGULARISATION = PRODUIT LIQUIDE NET - AVANCES ECHEANCEES :
      * POSITIVE, SOLDE A VERSER ; NEGATIVE, AVANCES A REPRENDRE
           IF W-1ER-ENREG OR W-BEN-NBCOM = 0
               GO TO 3000-CLOTURER-BENEF-EXIT
           END-IF.
           COMPUTE W-REGUL = W-BEN-LIQUIDE - W-BEN-AVANCE.
           MOVE WB-TYPE             TO LB-TYPE.
           MOVE WB-IDENT            TO LB-IDENT.
           MOVE W-BEN-LIB           TO LB-LIB.
           MOVE W-LIBCOL (WB-RANG)  TO LB-COLL.
           MOVE W-BEN-NBCOM         TO LB-NBCOM.
           MOVE W-BEN-AVANCE        TO LB-AVANCE.
           MOVE W-BEN-LIQUIDE       TO LB-LIQUIDE.
           MOVE W-REGUL             TO LB-REGUL.
           EVALUATE TRUE
               WHEN W-REGUL > 0
                   MOVE 'A VERSER   ' TO LB-SENS
               WHEN W-REGUL < 0
                   MOVE 'A REPRENDRE' TO LB-SENS
               WHEN OTHER
                   MOVE 'SOLDE      ' TO LB-SENS
           END-EVALUATE.
           WRITE ENR-RAPPORT FROM LIGNE-BENEF.

           IF W-REGUL NOT = 0
               INITIALIZE ENR-PAIEREG
               MOVE W-DATJOU    TO PY-DATJOU
               MOVE PA-ANNEE    TO PY-DAN
               MOVE W-DIR       TO PY-DIR
               MOVE WB-CCPPER   TO PY-CCPPER
               MOVE 'R'         TO PY-NATURE
               MOVE 0           TO PY-MOIS
               MOVE WB-TYPE     TO PY-BENEF-TYPE
               MOVE WB-IDENT    TO PY-BENEF-IDENT
               MOVE WB-RANG     TO PY-RANG
               MOVE W-REGUL     TO PY-MONTANT
               WRITE ENR-PAIEREG
               ADD 1 TO W-NBPAIE
           END-IF.

           ADD 1             TO W-TRE-NBBEN.
           ADD W-BEN-AVANCE  TO W-TRE-AVANCE.
           ADD W-BEN-LIQUIDE TO W-TRE-LIQUIDE.
           ADD W-REGUL       TO W-TRE-REGUL.
           INITIALIZE W-CUMUL-BENEF.
       3000-CLOTURER-BENEF-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
           IF W-1ER-ENREG
               GO TO 3100-CLOTURER-TRESORERIE-EXIT
           END-IF.
           MOVE 'TOTAL TRESORERIE'  TO LO-LIBELLE.
           MOVE W-TRE-NBBEN         TO LO-NBBEN.
           MOVE W-TRE-AVANCE        TO LO-AVANCE.
           MOVE W-TRE-LIQUIDE       TO LO-LIQUIDE.
           MOVE W-TRE-REGUL         TO LO-REGUL.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           ADD W-TRE-NBBEN   TO W-DIR-NBBEN.
           ADD W-TRE-AVANCE  TO W-DIR-AVANCE.
           ADD W-TRE-LIQUIDE TO W-DIR-LIQUIDE.
           ADD W-TRE-REGUL   TO W-DIR-REGUL.
           INITIALIZE W-CUMUL-TRES.
       3100-CLOTURER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-CONTROLER-COMMUNE.
      *---------------------------------------------------------
      * PRODUIT LIQUIDE QU'AUCUN ECHEANCIER N'A REGULARISE ; LA
      * PART SYNDICALE VENTILEE EST CONTROLEE PAR SYNDICAT
           ADD COM-LIQ (IX-COM IX-COL) TO W-TOTLIQ.
           IF IX-COL = 2 AND COM-VENTIL (IX-COM) NOT = 0
               GO TO 4000-CONTROLER-COMMUNE-EXIT
           END-IF.
           IF COM-LIQ (IX-COM IX-COL) = 0
              OR COM-SERVI (IX-COM IX-COL) = 'O'
               GO TO 4000-CONTROLER-COMMUNE-EXIT
           END-IF.
           MOVE COM-CCOCOM (IX-COM)      TO LA-COM.
           MOVE W-LIBCOL (IX-COL)        TO LA-COLL.
           MOVE SPACE                    TO LA-IDENT.
           MOVE COM-LIQ (IX-COM IX-COL)  TO LA-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE.
           ADD 1 TO W-NBANO.
           ADD COM-LIQ (IX-COM IX-COL) TO W-TOTHORS.
       4000-CONTROLER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-CONTROLER-SYNDICAT.
      *---------------------------------------------------------
           IF SYN-LIQ (IX-SYN) = 0
              OR SYN-SERVI (IX-SYN) = 'O'
               GO TO 4100-CONTROLER-SYNDICAT-EXIT
           END-IF.
           MOVE SYN-CCOCOM (IX-SYN)  TO LA-COM.
           MOVE W-LIBCOL (2)         TO LA-COLL.
           MOVE SYN-SIREN (IX-SYN)   TO LA-IDENT.
           MOVE SYN-LIQ (IX-SYN)     TO LA-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE.
           ADD 1 TO W-NBANO.
           ADD SYN-LIQ (IX-SYN) TO W-TOTHORS.
       4100-CONTROLER-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       4500-EDITER-DIRECTION.
      *---------------------------------------------------------
           MOVE 'TOTAL DIRECTION'   TO LO-LIBELLE.
           MOVE W-DIR-NBBEN         TO LO-NBBEN.
           MOVE W-DIR-AVANCE        TO LO-AVANCE.
           MOVE W-DIR-LIQUIDE       TO LO-LIQUIDE.
           MOVE W-DIR-REGUL         TO LO-REGUL.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           COMPUTE W-TOTRAPP = W-DIR-LIQUIDE + W-TOTHORS.
           MOVE W-TOTLIQ  TO LC-TOTLIQ.
           MOVE W-TOTRAPP TO LC-TOTRAPP.
           IF W-TOTRAPP = W-TOTLIQ
               MOVE 'CONFORME   ' TO LC-VERDICT
           ELSE
               MOVE '** ECART **' TO LC-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-CONTROLE.
       4500-EDITER-DIRECTION-EXIT.
           EXIT.
       END PROGRAM REGUAVAN.
