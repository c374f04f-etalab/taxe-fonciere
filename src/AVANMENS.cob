      *********************************************************
      * PROGRAMME AVANMENS                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ECHEANCIER DES AVANCES MENSUELLES DE L'ETAT AUX       *
      * COLLECTIVITES : LE PRODUIT ATTENDU NOTIFIE PAR        *
      * NOTIFTAX (FICHIER NOTIFIC, BASES N-1 AUX TAUX VOTES)  *
      * EST REPARTI PAR BENEFICIAIRE - LA COMMUNE, CHAQUE     *
      * SYNDICAT DE LA LISTSY SELON SA QUOTE-PART (REGLES DE  *
      * VENTSYN), L'EPCI DE RATTACHEMENT POUR SA PART ET POUR *
      * LA GEMAPI - AUXQUELS S'AJOUTE LA TEOM ATTENDUE (BASES *
      * N-1 PAR ZONE AUX TAUX DE ZONE, BENEFICIAIRE SELON     *
      * CCOBOM COMME DANS TEOMZONE). CHAQUE PRODUIT EST ETALE *
      * EN DOUZE AVANCES D'UN DOUZIEME, DECEMBRE RECEVANT LE  *
      * RELIQUAT D'ARRONDI. LE PROGRAMME ECRIT L'ECHEANCIER   *
      * PAR COMMUNE (ECHEANC, REPRIS PAR LA REGULARISATION    *
      * REGUAVAN), LE FICHIER DES PAIEMENTS MENSUELS ET UN    *
      * ETAT PAR TRESORERIE (CCPPER DU PREMIER ARTICLE R).    *
      * LES PRODUITS QUI NE PEUVENT ETRE ATTRIBUES SONT       *
      * SIGNALES SANS ETRE ECHEANCES.                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANMENS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMAVA    ASSIGN  TO  PARAMAVA
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PA-FS.
           SELECT  NOTIFIC     ASSIGN  TO  NOTIFIC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS NF-FS.
           SELECT  RETENB      ASSIGN  TO  RETENB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.
           SELECT  ECHEANC     ASSIGN  TO  ECHEANC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  PAIEAVA     ASSIGN  TO  PAIEAVA
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PY-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIAVA.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION A TRAITER ET ANNEE DE LA CAMPAGNE DES AVANCES
       FD  PARAMAVA.
       01  ENR-PARAMAVA.
           05 PA-CODEP             PIC X(2).
           05 PA-CODIR             PIC X(1).
           05 PA-ANNEE             PIC 9(4).

       FD  NOTIFIC.
       01  ENR-NOTIFIC.
           COPY XNOTIFIC REPLACING 'X' BY NF.

       FD  RETENB.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  ECHEANC.
       01  ENR-ECHEANC.
           COPY XAVANCE REPLACING 'X' BY EC.

       FD  PAIEAVA.
       01  ENR-PAIEAVA.
           COPY XPAIECOL REPLACING 'X' BY PY.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : ECHEANCIER D'UNE COMMUNE POUR UN
      * BENEFICIAIRE, CLASSE PAR TRESORERIE ET BENEFICIAIRE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           COPY XAVANCE REPLACING 'X' BY TR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'AVANMENS 00 DU 15/10/26'.

       01  PA-FS                   PIC X(2).
       01  NF-FS                   PIC X(2).
           88 NF-FIN                    VALUE '10'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  EC-FS                   PIC X(2).
       01  PY-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  TAUDIS-IFP.
           COPY T800 REPLACING 'X' BY T-R.
           COPY T84R REPLACING 'X' BY T-R.
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  W-DIR                   PIC X(3).
       01  W-ANNEE-NOT             PIC 9(4).
       01  W-DATJOU                PIC 9(8).

      * COMMUNE EN COURS : PRODUITS NOTIFIES PAR COLLECTIVITE
      * (1 COMMUNE, 2 SYNDICATS, 3 EPCI, 4 GEMAPI), BATI ET NON
      * BATI CONFONDUS
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.
       01  W-COM-COURANTE          PIC X(3).
       01  W-PRODUITS-COM.
           05 W-PRODCOM            PIC S9(12) OCCURS 4.
       01  IX-COL                  PIC 9(1) COMP.

      * ARTICLES TAUDIS DE LA COMMUNE : TRESORERIE ET CODE
      * BENEFICIAIRE TEOM DU PREMIER ARTICLE R, GROUPEMENT DE
      * RATTACHEMENT ET LIBELLE DE L'ARTICLE COMMUNE
       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-TAUX-TROUVES            VALUE 'O'.
       01  W-CCPPER                PIC X(3).
       01  W-CCOBOM                PIC 9(2).
       01  W-COM-ACOGC             PIC X(4).
       01  W-COM-DLICOM            PIC X(30).

      * BENEFICIAIRE DE L'ECHEANCE A RELACHER
       01  W-BENEF-TYPE            PIC X(1).
       01  W-BENEF-IDENT           PIC X(9).
       01  W-BENEF-LIB             PIC X(30).
       01  W-MONTANT               PIC S9(12).
       01  W-MENSUALITE            PIC S9(12).
       01  IXM                     PIC 9(2) COMP.
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-CR                PIC 9(2).

      * ECLATEMENT DU PRODUIT SYNDICAL SELON LES QUOTES-PARTS DE
      * LA LISTSY, AVEC LES REGLES DE VENTSYN : LE DERNIER
      * SYNDICAT SERVI RECOIT LE RELIQUAT D'ARRONDI ET LA SOMME
      * DES QUOTES-PARTS DOIT FAIRE 100,00 A LA TOLERANCE PRES
       01  IND                     PIC 9(2) COMP.
       01  IND-DERNIER             PIC 9(2) COMP.
       01  W-SOMME-QP              PIC 9(5)V9(2).
       01  W-ECART-QP              PIC S9(5)V9(2).
       01  W-TOLER-QP              PIC 9V9(2) VALUE 0.05.
       01  W-PART                  PIC S9(12).
       01  W-CUMPART               PIC S9(12).

      * TEOM ATTENDUE : BASES N-1 PAR ZONE (RETENB) AUX TAUX DE
      * ZONE DE L'ARTICLE R SELON LE REGIME GTAUOM
       01  W-SW-SCAN               PIC X(1).
           88 W-FIN-SCAN                VALUE 'O'.
       01  W-ZONES-OM.
           05 W-ZONE OCCURS 7.
              10 W-ZONE-REGIME     PIC X(2).
              10 W-ZONE-BASE       PIC S9(12).
       01  IXZ                     PIC 9(1) COMP.
       01  W-TAUX-ZONE             PIC 9(4)V9(6).
       01  W-PRODZONE              PIC S9(12).
       01  W-PRODTEOM              PIC S9(12).

      * RUPTURES DE L'ETAT : TRESORERIE PUIS BENEFICIAIRE ET
      * COLLECTIVITE
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SW-1ERTRI             PIC X(1) VALUE 'O'.
           88 W-1ER-TRI                 VALUE 'O'.
       01  W-BEN-COURANT.
           05 WB-CCPPER            PIC X(3).
           05 WB-TYPE              PIC X(1).
           05 WB-IDENT             PIC X(9).
           05 WB-RANG              PIC 9(1).
       01  W-BEN-LIB               PIC X(30).
       01  W-CUMUL-BENEF.
           05 W-BEN-NBCOM          PIC 9(5) COMP.
           05 W-BEN-PRODATT        PIC S9(14).
           05 W-BEN-MOIS           PIC S9(14) OCCURS 12.
       01  W-CUMUL-TRES.
           05 W-TRE-NBBEN          PIC 9(5) COMP.
           05 W-TRE-PRODATT        PIC S9(14).
           05 W-TRE-MOIS           PIC S9(14) OCCURS 12.
       01  W-CUMUL-DIR.
           05 W-DIR-PRODATT        PIC S9(14).
           05 W-DIR-MOIS           PIC S9(14) OCCURS 12.

      * CONTROLE D'EQUILIBRE : LE TOTAL DES PAIEMENTS EMIS DOIT
      * RETOMBER SUR LE TOTAL DES PRODUITS ECHEANCES
       01  W-TOTATT                PIC S9(14) VALUE 0.
       01  W-TOTVERSE              PIC S9(14) VALUE 0.
       01  W-TOTANO                PIC S9(14) VALUE 0.
       01  W-NBCOM                 PIC 9(5) COMP VALUE 0.
       01  W-NBECHE                PIC 9(7) COMP VALUE 0.
       01  W-NBPAIE                PIC 9(7) COMP VALUE 0.
       01  W-NBBEN                 PIC 9(5) COMP VALUE 0.
       01  W-NBANO                 PIC 9(5) COMP VALUE 0.
       01  W-MOTIF                 PIC X(40).

       01  W-LIBCOLL-TABLE.
           05 FILLER               PIC X(10) VALUE 'COMMUNE   '.
           05 FILLER               PIC X(10) VALUE 'SYNDICAT  '.
           05 FILLER               PIC X(10) VALUE 'EPCI      '.
           05 FILLER               PIC X(10) VALUE 'GEMAPI    '.
           05 FILLER               PIC X(10) VALUE 'TEOM      '.
       01  W-LIBCOLL REDEFINES W-LIBCOLL-TABLE.
           05 W-LIBCOL             PIC X(10) OCCURS 5.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ECHEANCIER DES AVANCES MENSUELLES AUX COLLECTIVITES - ETA
      -    'T PAR TRESORERIE'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(12) VALUE '  CAMPAGNE '.
           05 LP-ANNEE             PIC 9(4).
           05 FILLER               PIC X(24) VALUE
              '  BASES NOTIFIEES ANNEE '.
           05 LP-ANNEE-NOT         PIC 9(4).
       01  LIGNE-ANOMALIE.
           05 FILLER               PIC X(13) VALUE '** NON ECHEAN'.
           05 FILLER               PIC X(10) VALUE 'CE COMMUNE'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-COLL              PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-MOTIF             PIC X(40).
           05 LA-MONTANT           PIC -(11)9.
       01  LIGNE-TRESORERIE.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LT-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-LIB               PIC X(30).
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(44) VALUE
              'T BENEFICIA LIBELLE'.
           05 FILLER               PIC X(32) VALUE
              'COLLECTIV. NBCOM PRODUIT ANNUEL '.
           05 FILLER               PIC X(27) VALUE
              ' MENS.JAN-NOV     MENS.DEC.'.
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
           05 LB-PRODATT           PIC -(13)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LB-MENSU             PIC -(11)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LB-DECEMBRE          PIC -(11)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LO-LIBELLE           PIC X(42).
           05 FILLER               PIC X(11) VALUE SPACE.
           05 LO-NBBEN             PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-PRODATT           PIC -(13)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LO-MENSU             PIC -(11)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LO-DECEMBRE          PIC -(11)9.
       01  LIGNE-CONTROLE.
           05 FILLER               PIC X(18)
              VALUE 'TOTAL ECHEANCE    '.
           05 LC-TOTATT            PIC -(13)9.
           05 FILLER               PIC X(20)
              VALUE '  TOTAL DES AVANCES '.
           05 LC-TOTVERSE          PIC -(13)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LC-VERDICT           PIC X(11).
       01  LIGNE-NONECH.
           05 FILLER               PIC X(32)
              VALUE 'PRODUITS NON ECHEANCES         '.
           05 LN-NBANO             PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-TOTANO            PIC -(13)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-BENEF-TYPE
                                TR-BENEF-IDENT
                                TR-RANG
                                TR-CCOCOM
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 5000-EDITER-ECHEANCIER
                   THRU 5000-EDITER-ECHEANCIER-EXIT.

           PERFORM 6000-EDITER-DIRECTION
               THRU 6000-EDITER-DIRECTION-EXIT.

           CLOSE NOTIFIC RETENB TAUDIS ECHEANC PAIEAVA RAPPORT.
           DISPLAY 'AVANMENS - COMMUNES TRAITEES     : ' W-NBCOM.
           DISPLAY 'AVANMENS - ECHEANCIERS ECRITS    : ' W-NBECHE.
           DISPLAY 'AVANMENS - BENEFICIAIRES         : ' W-NBBEN.
           DISPLAY 'AVANMENS - PAIEMENTS EMIS        : ' W-NBPAIE.
           DISPLAY 'AVANMENS - PRODUITS NON ECHEANCES: ' W-NBANO.
           IF W-NBANO > 0
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
      * LE PRODUIT ATTENDU EST CELUI NOTIFIE SUR LES BASES
      * ARCHIVEES DE L'ANNEE PRECEDENT LA CAMPAGNE
           COMPUTE W-ANNEE-NOT = PA-ANNEE - 1.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           INITIALIZE W-CUMUL-BENEF W-CUMUL-TRES W-CUMUL-DIR.
           OPEN INPUT NOTIFIC RETENB TAUDIS.
           OPEN OUTPUT ECHEANC PAIEAVA RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DIR       TO LP-DIR.
           MOVE PA-ANNEE    TO LP-ANNEE.
           MOVE W-ANNEE-NOT TO LP-ANNEE-NOT.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
           INITIALIZE W-PRODUITS-COM.
           PERFORM 2100-LIRE-NOTIFIE
               THRU 2100-LIRE-NOTIFIE-EXIT
               UNTIL NF-FIN.
           PERFORM 3000-TRAITER-COMMUNE
               THRU 3000-TRAITER-COMMUNE-EXIT.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-NOTIFIE.
      *---------------------------------------------------------
      * COMMUNE, SYNDICATS, EPCI ET GEMAPI DE LA DIRECTION (LA TSE
      * N'EST PAS UNE COLLECTIVITE AVANCEE PAR L'ETAT) ; LE
      * FICHIER EST ECRIT PAR COMMUNE, LA RUPTURE DECLENCHE
      * L'ECHEANCIER DE LA COMMUNE QUITTEE
           READ NOTIFIC
               AT END SET NF-FIN TO TRUE
                      GO TO 2100-LIRE-NOTIFIE-EXIT
           END-READ.
           IF NF-DAN NOT = W-ANNEE-NOT
              OR NF-DIR NOT = W-DIR
              OR NF-RANG < 1 OR NF-RANG > 4
               GO TO 2100-LIRE-NOTIFIE-EXIT
           END-IF.
           IF W-1ER-ENREG
               MOVE 'N' TO W-PREMIER
               MOVE NF-CCOCOM TO W-COM-COURANTE
           ELSE
               IF NF-CCOCOM NOT = W-COM-COURANTE
                   PERFORM 3000-TRAITER-COMMUNE
                       THRU 3000-TRAITER-COMMUNE-EXIT
                   MOVE NF-CCOCOM TO W-COM-COURANTE
               END-IF
           END-IF.
           MOVE NF-RANG TO IX-COL.
           COMPUTE W-PRODCOM (IX-COL) = W-PRODCOM (IX-COL)
                                      + NF-PRODB + NF-PRODNB.
       2100-LIRE-NOTIFIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-TRAITER-COMMUNE.
      *---------------------------------------------------------
      * ECHEANCIERS DE LA COMMUNE QUITTEE, UN PAR BENEFICIAIRE :
      * LA COMMUNE, CHAQUE SYNDICAT DE LA LISTSY, L'EPCI DE
      * RATTACHEMENT (QUI PERCOIT AUSSI LA GEMAPI, A DEFAUT LA
      * COMMUNE) ET LE BENEFICIAIRE DE LA TEOM (CCOBOM)
           IF W-1ER-ENREG
               GO TO 3000-TRAITER-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBCOM.
           PERFORM 3100-LIRE-TAUDIS
               THRU 3100-LIRE-TAUDIS-EXIT.
           IF NOT W-TAUX-TROUVES
               MOVE 1 TO IX-COL
               COMPUTE W-MONTANT = W-PRODCOM (1) + W-PRODCOM (2)
                                 + W-PRODCOM (3) + W-PRODCOM (4)
               MOVE 'COMMUNE SANS ARTICLE R AU TAUDIS' TO W-MOTIF
               PERFORM 3800-SIGNALER-ANOMALIE
                   THRU 3800-SIGNALER-ANOMALIE-EXIT
               INITIALIZE W-PRODUITS-COM
               GO TO 3000-TRAITER-COMMUNE-EXIT
           END-IF.

      * COMMUNE
           MOVE 1 TO IX-COL.
           PERFORM 3050-BENEF-COMMUNE
               THRU 3050-BENEF-COMMUNE-EXIT.
           MOVE W-PRODCOM (1) TO W-MONTANT.
           PERFORM 3900-RELACHER-ECHEANCE
               THRU 3900-RELACHER-ECHEANCE-EXIT.

      * SYNDICATS
           IF W-PRODCOM (2) NOT = 0
               MOVE 2 TO IX-COL
               PERFORM 3200-VENTILER-SYNDICATS
                   THRU 3200-VENTILER-SYNDICATS-EXIT
           END-IF.

      * EPCI : GROUPEMENT DE RATTACHEMENT OBLIGATOIRE
           MOVE 3 TO IX-COL.
           MOVE W-PRODCOM (3) TO W-MONTANT.
           IF W-MONTANT NOT = 0
               IF W-COM-ACOGC = SPACE
                   MOVE 'EPCI SANS GROUPEMENT DE RATTACHEMENT'
                       TO W-MOTIF
                   PERFORM 3800-SIGNALER-ANOMALIE
                       THRU 3800-SIGNALER-ANOMALIE-EXIT
               ELSE
                   MOVE 'E' TO W-BENEF-TYPE
                   PERFORM 3060-BENEF-GROUPEMENT
                       THRU 3060-BENEF-GROUPEMENT-EXIT
                   PERFORM 3900-RELACHER-ECHEANCE
                       THRU 3900-RELACHER-ECHEANCE-EXIT
               END-IF
           END-IF.

      * GEMAPI : L'EPCI EXERCE LA COMPETENCE, A DEFAUT LA COMMUNE
           MOVE 4 TO IX-COL.
           IF W-COM-ACOGC = SPACE
               PERFORM 3050-BENEF-COMMUNE
                   THRU 3050-BENEF-COMMUNE-EXIT
           ELSE
               MOVE 'E' TO W-BENEF-TYPE
               PERFORM 3060-BENEF-GROUPEMENT
                   THRU 3060-BENEF-GROUPEMENT-EXIT
           END-IF.
           MOVE W-PRODCOM (4) TO W-MONTANT.
           PERFORM 3900-RELACHER-ECHEANCE
               THRU 3900-RELACHER-ECHEANCE-EXIT.

      * TEOM : BENEFICIAIRE SELON CCOBOM, COMME DANS TEOMZONE
           MOVE 5 TO IX-COL.
           PERFORM 3400-CALCULER-TEOM
               THRU 3400-CALCULER-TEOM-EXIT.
           MOVE W-PRODTEOM TO W-MONTANT.
           IF W-MONTANT NOT = 0
               EVALUATE W-CCOBOM
                   WHEN 22
                       PERFORM 3050-BENEF-COMMUNE
                           THRU 3050-BENEF-COMMUNE-EXIT
                       PERFORM 3900-RELACHER-ECHEANCE
                           THRU 3900-RELACHER-ECHEANCE-EXIT
                   WHEN 23
                   WHEN 34
                       IF W-COM-ACOGC = SPACE
                           PERFORM 3050-BENEF-COMMUNE
                               THRU 3050-BENEF-COMMUNE-EXIT
                       ELSE
                           IF W-CCOBOM = 23
                               MOVE 'E' TO W-BENEF-TYPE
                           ELSE
                               MOVE 'O' TO W-BENEF-TYPE
                           END-IF
                           PERFORM 3060-BENEF-GROUPEMENT
                               THRU 3060-BENEF-GROUPEMENT-EXIT
                       END-IF
                       PERFORM 3900-RELACHER-ECHEANCE
                           THRU 3900-RELACHER-ECHEANCE-EXIT
                   WHEN OTHER
                       MOVE 'TEOM SANS BENEFICIAIRE (CCOBOM)'
                           TO W-MOTIF
                       PERFORM 3800-SIGNALER-ANOMALIE
                           THRU 3800-SIGNALER-ANOMALIE-EXIT
               END-EVALUATE
           END-IF.
           INITIALIZE W-PRODUITS-COM.
       3000-TRAITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3050-BENEF-COMMUNE.
      *---------------------------------------------------------
           MOVE 'C' TO W-BENEF-TYPE.
           MOVE SPACE TO W-BENEF-IDENT.
           MOVE W-COM-COURANTE TO W-BENEF-IDENT (1:3).
           MOVE W-COM-DLICOM TO W-BENEF-LIB.
       3050-BENEF-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3060-BENEF-GROUPEMENT.
      *---------------------------------------------------------
      * GROUPEMENT DE RATTACHEMENT ACOGC, LIBELLE RESOLU PAR LE
      * MODULE COMMUN RESLIB (APPELE HORS DE TOUT PARCOURS
      * SEQUENTIEL DU TAUDIS)
           MOVE SPACE TO W-BENEF-IDENT.
           MOVE W-COM-ACOGC TO W-BENEF-IDENT (1:4).
           MOVE 'G' TO W-LIB-TYPE.
           MOVE W-DIR TO W-LIB-DIR.
           MOVE W-BENEF-IDENT TO W-LIB-CODE.
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR
                               W-LIB-CODE W-BENEF-LIB
                               W-LIB-CR
               ON EXCEPTION
                   MOVE 'GROUPEMENT SANS LIBELLE' TO W-BENEF-LIB
           END-CALL.
       3060-BENEF-GROUPEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-LIRE-TAUDIS.
      *---------------------------------------------------------
      * ARTICLE COMMUNE PUIS PREMIER ARTICLE R DE LA COMMUNE
           MOVE 'N' TO W-SW-TROUVE.
           MOVE 0 TO W-CCOBOM.
           MOVE SPACE TO W-CCPPER W-COM-ACOGC W-COM-DLICOM.
           INITIALIZE TAUDIS-IFP TAUDIS-COM.
           MOVE W-DIR TO T-DIR.
           MOVE W-COM-COURANTE TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY GO TO 3100-LIRE-TAUDIS-EXIT
           END-START.
           PERFORM 3110-LIRE-UN-ARTICLE
               THRU 3110-LIRE-UN-ARTICLE-EXIT
               UNTIL W-TAUX-TROUVES OR W-FIN-FICHIER.
       3100-LIRE-TAUDIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FIN.
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR NOT = W-DIR
              OR T-COM NOT = W-COM-COURANTE
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
               MOVE T-CCPPER   TO W-CCPPER
               MOVE T-R-CCOBOM TO W-CCOBOM
               SET W-TAUX-TROUVES TO TRUE
           END-IF.
       3110-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-VENTILER-SYNDICATS.
      *---------------------------------------------------------
      * ECLATE LE PRODUIT SYNDICAL ATTENDU SELON LES QUOTES-PARTS
      * DE LA LISTSY DE L'ARTICLE COMMUNE ; UNE LISTE ABSENTE OU
      * DONT LA SOMME DES QUOTES-PARTS N'EST PAS 100,00 LAISSE
      * LE PRODUIT NON ECHEANCE ET SIGNALE
           MOVE W-PRODCOM (2) TO W-MONTANT.
           MOVE 0 TO IND-DERNIER.
           MOVE 0 TO W-SOMME-QP.
           PERFORM 3210-REPERER-SYNDICAT
               THRU 3210-REPERER-SYNDICAT-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 10.
           IF IND-DERNIER = 0
               MOVE 'SYNDICATS ABSENTS DE LA LISTSY' TO W-MOTIF
               PERFORM 3800-SIGNALER-ANOMALIE
                   THRU 3800-SIGNALER-ANOMALIE-EXIT
               GO TO 3200-VENTILER-SYNDICATS-EXIT
           END-IF.
           COMPUTE W-ECART-QP = W-SOMME-QP - 100.00.
           IF W-ECART-QP < 0
               COMPUTE W-ECART-QP = 0 - W-ECART-QP
           END-IF.
           IF W-ECART-QP > W-TOLER-QP
               MOVE 'SOMME DES QUOTES-PARTS LISTSY <> 100,00'
                   TO W-MOTIF
               PERFORM 3800-SIGNALER-ANOMALIE
                   THRU 3800-SIGNALER-ANOMALIE-EXIT
               GO TO 3200-VENTILER-SYNDICATS-EXIT
           END-IF.
           MOVE 0 TO W-CUMPART.
           PERFORM 3220-SERVIR-UN-SYNDICAT
               THRU 3220-SERVIR-UN-SYNDICAT-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 10.
       3200-VENTILER-SYNDICATS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3210-REPERER-SYNDICAT.
      *---------------------------------------------------------
           IF T-C-SIREN-SYN (IND) NOT = SPACE
              AND T-C-PQPSYN (IND) NUMERIC
              AND T-C-PQPSYN (IND) > 0
               MOVE IND TO IND-DERNIER
               ADD T-C-PQPSYN (IND) TO W-SOMME-QP
           END-IF.
       3210-REPERER-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3220-SERVIR-UN-SYNDICAT.
      *---------------------------------------------------------
           IF T-C-SIREN-SYN (IND) = SPACE
              OR T-C-PQPSYN (IND) NOT NUMERIC
              OR T-C-PQPSYN (IND) = 0
               GO TO 3220-SERVIR-UN-SYNDICAT-EXIT
           END-IF.
           IF IND = IND-DERNIER
               COMPUTE W-PART = W-PRODCOM (2) - W-CUMPART
           ELSE
               COMPUTE W-PART ROUNDED =
                   W-PRODCOM (2) * T-C-PQPSYN (IND) / 100
           END-IF.
           ADD W-PART TO W-CUMPART.
           MOVE 'S' TO W-BENEF-TYPE.
           MOVE T-C-SIREN-SYN (IND) TO W-BENEF-IDENT.
           MOVE T-C-DLISYN (IND)    TO W-BENEF-LIB.
           MOVE W-PART TO W-MONTANT.
           PERFORM 3900-RELACHER-ECHEANCE
               THRU 3900-RELACHER-ECHEANCE-EXIT.
       3220-SERVIR-UN-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3400-CALCULER-TEOM.
      *---------------------------------------------------------
      * BASES TEOM N-1 DE LA COMMUNE CUMULEES PAR ZONE, PUIS
      * TAXEES AU TAUX DE ZONE DE L'ARTICLE R SELON LE REGIME
           INITIALIZE W-ZONES-OM.
           MOVE 0 TO W-PRODTEOM.
           MOVE 'N' TO W-SW-SCAN.
           MOVE W-ANNEE-NOT    TO RB-JANIPT.
           MOVE PA-CODEP       TO RB-CCODEP.
           MOVE PA-CODIR       TO RB-CCODIR.
           MOVE W-COM-COURANTE TO RB-CCOCOM.
           MOVE LOW-VALUE      TO RB-DLETSR.
           START RETENB KEY NOT < RB-CLE
               INVALID KEY SET W-FIN-SCAN TO TRUE
           END-START.
           PERFORM 3410-LIRE-BASE-OM
               THRU 3410-LIRE-BASE-OM-EXIT
               UNTIL W-FIN-SCAN.
           PERFORM 3420-TAXER-ZONE
               THRU 3420-TAXER-ZONE-EXIT
               VARYING IXZ FROM 1 BY 1
               UNTIL IXZ > 7.
       3400-CALCULER-TEOM-EXIT.
           EXIT.

      *---------------------------------------------------------
       3410-LIRE-BASE-OM.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-SCAN TO TRUE
                      GO TO 3410-LIRE-BASE-OM-EXIT
           END-READ.
           IF RB-JANIPT NOT = W-ANNEE-NOT
              OR RB-CCODEP NOT = PA-CODEP
              OR RB-CCODIR NOT = PA-CODIR
              OR RB-CCOCOM NOT = W-COM-COURANTE
               SET W-FIN-SCAN TO TRUE
               GO TO 3410-LIRE-BASE-OM-EXIT
           END-IF.
           PERFORM 3415-CUMULER-ZONE
               THRU 3415-CUMULER-ZONE-EXIT
               VARYING IXZ FROM 1 BY 1
               UNTIL IXZ > 7.
       3410-LIRE-BASE-OM-EXIT.
           EXIT.

      *---------------------------------------------------------
       3415-CUMULER-ZONE.
      *---------------------------------------------------------
           IF RB-GTAUOM (IXZ) NOT = SPACE
               MOVE RB-GTAUOM (IXZ) TO W-ZONE-REGIME (IXZ)
               ADD RB-BBTEOM (IXZ)  TO W-ZONE-BASE (IXZ)
           END-IF.
       3415-CUMULER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3420-TAXER-ZONE.
      *---------------------------------------------------------
           IF W-ZONE-BASE (IXZ) = 0
               GO TO 3420-TAXER-ZONE-EXIT
           END-IF.
           EVALUATE W-ZONE-REGIME (IXZ)
               WHEN 'P ' MOVE T-R-PBBOMP TO W-TAUX-ZONE
               WHEN ' P' MOVE T-R-PBBOMP TO W-TAUX-ZONE
               WHEN 'RA' MOVE T-R-PBBOMA TO W-TAUX-ZONE
               WHEN 'RB' MOVE T-R-PBBOMB TO W-TAUX-ZONE
               WHEN 'RC' MOVE T-R-PBBOMC TO W-TAUX-ZONE
               WHEN 'RD' MOVE T-R-PBBOMD TO W-TAUX-ZONE
               WHEN 'RE' MOVE T-R-PBBOME TO W-TAUX-ZONE
               WHEN 'RF' MOVE T-R-PBBOMF TO W-TAUX-ZONE
               WHEN OTHER MOVE 0 TO W-TAUX-ZONE
           END-EVALUATE.
           COMPUTE W-PRODZONE ROUNDED =
               W-ZONE-BASE (IXZ) * W-TAUX-ZONE / 100.
           ADD W-PRODZONE TO W-PRODTEOM.
       3420-TAXER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3800-SIGNALER-ANOMALIE.
      *---------------------------------------------------------
           MOVE W-COM-COURANTE  TO LA-COM.
           MOVE W-LIBCOL (IX-COL) TO LA-COLL.
           MOVE W-MOTIF         TO LA-MOTIF.
           MOVE W-MONTANT       TO LA-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE.
           ADD 1 TO W-NBANO.
           ADD W-MONTANT TO W-TOTANO.
       3800-SIGNALER-ANOMALIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3900-RELACHER-ECHEANCE.
      *---------------------------------------------------------
      * DOUZE AVANCES D'UN DOUZIEME DU PRODUIT ATTENDU, TRONQUE A
      * L'UNITE ; DECEMBRE RECOIT LE RELIQUAT POUR QUE LA SOMME
      * DES AVANCES RETOMBE EXACTEMENT SUR LE PRODUIT
           IF W-MONTANT = 0
               GO TO 3900-RELACHER-ECHEANCE-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL.
           MOVE PA-ANNEE       TO TR-DAN.
           MOVE W-DIR          TO TR-DIR.
           MOVE W-CCPPER       TO TR-CCPPER.
           MOVE W-BENEF-TYPE   TO TR-BENEF-TYPE.
           MOVE W-BENEF-IDENT  TO TR-BENEF-IDENT.
           MOVE IX-COL         TO TR-RANG.
           MOVE W-COM-COURANTE TO TR-CCOCOM.
           MOVE W-BENEF-LIB    TO TR-BENEF-LIB.
           MOVE W-MONTANT      TO TR-PRODATT.
           DIVIDE W-MONTANT BY 12 GIVING W-MENSUALITE.
           PERFORM 3910-ETALER-UN-MOIS
               THRU 3910-ETALER-UN-MOIS-EXIT
               VARYING IXM FROM 1 BY 1
               UNTIL IXM > 11.
           COMPUTE TR-MENSU (12) = W-MONTANT - 11 * W-MENSUALITE.
           ADD W-MONTANT TO W-TOTATT.
           RELEASE ENR-TRAVAIL.
       3900-RELACHER-ECHEANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3910-ETALER-UN-MOIS.
      *---------------------------------------------------------
           MOVE W-MENSUALITE TO TR-MENSU (IXM).
       3910-ETALER-UN-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-ECHEANCIER.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 5100-TRAITER-UNE-ECHEANCE
               THRU 5100-TRAITER-UNE-ECHEANCE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 5500-CLOTURER-BENEF
               THRU 5500-CLOTURER-BENEF-EXIT.
           PERFORM 5600-CLOTURER-TRESORERIE
               THRU 5600-CLOTURER-TRESORERIE-EXIT.
       5000-EDITER-ECHEANCIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-TRAITER-UNE-ECHEANCE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 5100-TRAITER-UNE-ECHEANCE-EXIT
           END-RETURN.

           IF W-1ER-TRI
              OR TR-CCPPER NOT = WB-CCPPER
               PERFORM 5500-CLOTURER-BENEF
                   THRU 5500-CLOTURER-BENEF-EXIT
               PERFORM 5600-CLOTURER-TRESORERIE
                   THRU 5600-CLOTURER-TRESORERIE-EXIT
               MOVE 'N' TO W-SW-1ERTRI
               MOVE TR-CCPPER TO WB-CCPPER
               PERFORM 5200-ENTETE-TRESORERIE
                   THRU 5200-ENTETE-TRESORERIE-EXIT
               PERFORM 5300-NOUVEAU-BENEF
                   THRU 5300-NOUVEAU-BENEF-EXIT
           END-IF.
           IF TR-BENEF-TYPE NOT = WB-TYPE
              OR TR-BENEF-IDENT NOT = WB-IDENT
              OR TR-RANG NOT = WB-RANG
               PERFORM 5500-CLOTURER-BENEF
                   THRU 5500-CLOTURER-BENEF-EXIT
               PERFORM 5300-NOUVEAU-BENEF
                   THRU 5300-NOUVEAU-BENEF-EXIT
           END-IF.

           WRITE ENR-ECHEANC FROM ENR-TRAVAIL.
           ADD 1 TO W-NBECHE.
           ADD 1 TO W-BEN-NBCOM.
           ADD TR-PRODATT TO W-BEN-PRODATT.
           PERFORM 5110-CUMULER-MOIS
               THRU 5110-CUMULER-MOIS-EXIT
               VARYING IXM FROM 1 BY 1
               UNTIL IXM > 12.
       5100-TRAITER-UNE-ECHEANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5110-CUMULER-MOIS.
      *---------------------------------------------------------
           ADD TR-MENSU (IXM) TO W-BEN-MOIS (IXM).
       5110-CUMULER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-ENTETE-TRESORERIE.
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
       5200-ENTETE-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-NOUVEAU-BENEF.
      *---------------------------------------------------------
           MOVE TR-BENEF-TYPE  TO WB-TYPE.
           MOVE TR-BENEF-IDENT TO WB-IDENT.
           MOVE TR-RANG        TO WB-RANG.
           MOVE TR-BENEF-LIB   TO W-BEN-LIB.
       5300-NOUVEAU-BENEF-EXIT.
           EXIT.

      *---------------------------------------------------------
       5500-CLOTURER-BENEF.
      *---------------------------------------------------------
      * LIGNE DU BENEFICIAIRE SUR L'ETAT ET DOUZE PAIEMENTS
      * MENSUELS, PUIS REPORT SUR LE CUMUL DE LA TRESORERIE
           IF W-1ER-TRI OR W-BEN-NBCOM = 0
               GO TO 5500-CLOTURER-BENEF-EXIT
           END-IF.
           MOVE WB-TYPE             TO LB-TYPE.
           MOVE WB-IDENT            TO LB-IDENT.
           MOVE W-BEN-LIB           TO LB-LIB.
           MOVE W-LIBCOL (WB-RANG)  TO LB-COLL.
           MOVE W-BEN-NBCOM         TO LB-NBCOM.
           MOVE W-BEN-PRODATT       TO LB-PRODATT.
           MOVE W-BEN-MOIS (1)      TO LB-MENSU.
           MOVE W-BEN-MOIS (12)     TO LB-DECEMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-BENEF.
           PERFORM 5510-EMETTRE-MENSUALITE
               THRU 5510-EMETTRE-MENSUALITE-EXIT
               VARYING IXM FROM 1 BY 1
               UNTIL IXM > 12.
           ADD 1 TO W-NBBEN.
           ADD 1 TO W-TRE-NBBEN.
           ADD W-BEN-PRODATT TO W-TRE-PRODATT.
           INITIALIZE W-CUMUL-BENEF.
       5500-CLOTURER-BENEF-EXIT.
           EXIT.

      *---------------------------------------------------------
       5510-EMETTRE-MENSUALITE.
      *---------------------------------------------------------
           ADD W-BEN-MOIS (IXM) TO W-TRE-MOIS (IXM).
           IF W-BEN-MOIS (IXM) = 0
               GO TO 5510-EMETTRE-MENSUALITE-EXIT
           END-IF.
           INITIALIZE ENR-PAIEAVA.
           MOVE W-DATJOU         TO PY-DATJOU.
           MOVE PA-ANNEE         TO PY-DAN.
           MOVE W-DIR            TO PY-DIR.
           MOVE WB-CCPPER        TO PY-CCPPER.
           MOVE 'A'              TO PY-NATURE.
           MOVE IXM              TO PY-MOIS.
           MOVE WB-TYPE          TO PY-BENEF-TYPE.
           MOVE WB-IDENT         TO PY-BENEF-IDENT.
           MOVE WB-RANG          TO PY-RANG.
           MOVE W-BEN-MOIS (IXM) TO PY-MONTANT.
           WRITE ENR-PAIEAVA.
           ADD 1 TO W-NBPAIE.
           ADD W-BEN-MOIS (IXM) TO W-TOTVERSE.
       5510-EMETTRE-MENSUALITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5600-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
           IF W-1ER-TRI
               GO TO 5600-CLOTURER-TRESORERIE-EXIT
           END-IF.
           MOVE 'TOTAL TRESORERIE'  TO LO-LIBELLE.
           MOVE W-TRE-NBBEN         TO LO-NBBEN.
           MOVE W-TRE-PRODATT       TO LO-PRODATT.
           MOVE W-TRE-MOIS (1)      TO LO-MENSU.
           MOVE W-TRE-MOIS (12)     TO LO-DECEMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           ADD W-TRE-PRODATT TO W-DIR-PRODATT.
           PERFORM 5610-REPORTER-MOIS
               THRU 5610-REPORTER-MOIS-EXIT
               VARYING IXM FROM 1 BY 1
               UNTIL IXM > 12.
           INITIALIZE W-CUMUL-TRES.
       5600-CLOTURER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5610-REPORTER-MOIS.
      *---------------------------------------------------------
           ADD W-TRE-MOIS (IXM) TO W-DIR-MOIS (IXM).
       5610-REPORTER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-DIRECTION.
      *---------------------------------------------------------
      * TOTAL DE LA DIRECTION ET CONTROLE D'EQUILIBRE : LA SOMME
      * DES AVANCES EMISES DOIT RETOMBER SUR LE TOTAL ECHEANCE
           MOVE 'TOTAL DIRECTION'   TO LO-LIBELLE.
           MOVE W-NBBEN             TO LO-NBBEN.
           MOVE W-DIR-PRODATT       TO LO-PRODATT.
           MOVE W-DIR-MOIS (1)      TO LO-MENSU.
           MOVE W-DIR-MOIS (12)     TO LO-DECEMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE W-TOTATT    TO LC-TOTATT.
           MOVE W-TOTVERSE  TO LC-TOTVERSE.
           IF W-TOTVERSE = W-TOTATT
               MOVE 'CONFORME   ' TO LC-VERDICT
           ELSE
               MOVE '** ECART **' TO LC-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-CONTROLE.
           MOVE W-NBANO     TO LN-NBANO.
           MOVE W-TOTANO    TO LN-TOTANO.
           WRITE ENR-RAPPORT FROM LIGNE-NONECH.
       6000-EDITER-DIRECTION-EXIT.
           EXIT.
       END PROGRAM AVANMENS.
