      *********************************************************
      * PROGRAMME PISTECPT                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PISTE D'AUDIT DE BOUT EN BOUT D'UNE ECRITURE DE PRISE *
      * EN CHARGE. POUR CHAQUE ECRITURE DEMANDEE (PARMPIS :   *
      * TRESORERIE CCPPER, NATURE DE PRODUIT D'ECRICOMP,      *
      * CAMPAGNE), LE MONTANT D'ECRICOMP EST DECOMPOSE PAR    *
      * COMMUNE, PAR ROLE PUIS PAR ARTICLE A PARTIR DE        *
      * L'EXPORT HELIOS ECLATE (HELIOTRI), SELON LE SCHEMA    *
      * D'ECRITURES D'ECRICOMP ; CHAQUE ARTICLE EST RATTACHE  *
      * A LA GENERATION DU FICHIER QUI L'A PORTE ET A LA BASE *
      * ET AU TAUX CONSERVES PAR ARCHBASE (RETENB/RETENNB).   *
      * CHAQUE NIVEAU EST RAPPROCHE D'UN CUMUL DE CONTROLE    *
      * INDEPENDANT ET CHAQUE SECTION DE L'EXPORT EST         *
      * CONTROLEE CONTRE SON ENREGISTREMENT DE FIN. LA PISTE  *
      * (PISTAUD, VUE XPISTE) EST SCELLEE PAR UNE CLE MODULO  *
      * 97 CHAINEE D'ENREGISTREMENT EN ENREGISTREMENT (MODULE *
      * CLEREF). CODE RETOUR 4 SI UNE DEMANDE EST REJETEE, 8  *
      * SI UN NIVEAU EST DISCORDANT OU UNE SECTION            *
      * INCOMPLETE.                                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISTECPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMPIS     ASSIGN  TO  PARMPIS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PP-FS.
           SELECT  ECRITURE    ASSIGN  TO  ECRICOMP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  HELIOTRI    ASSIGN  TO  HELIOTRI
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HT-FS.
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
           SELECT  PISTAUD     ASSIGN  TO  PISTAUD
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PA-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIPIS.

       DATA DIVISION.
       FILE SECTION.
      * ECRITURES A JUSTIFIER : TRESORERIE, NATURE DE PRODUIT
      * (CODES D'ECRICOMP) ET CAMPAGNE
       FD  PARMPIS.
       01  ENR-PARMPIS.
           05 PP-CCPPER            PIC X(3).
           05 PP-NATURE            PIC X(2).
           05 PP-DAN               PIC 9(4).

       FD  ECRITURE.
       01  ENR-ECRITURE.
           05 EC-DATJOU            PIC 9(8).
           05 EC-DAN               PIC 9(4).
           05 EC-AC3DIR            PIC X(3).
           05 EC-CCPPER            PIC X(3).
           05 EC-NATURE            PIC X(2).
           05 EC-MONTANT           PIC S9(14).

      * EXPORT HELIOS ECLATE PAR TRESORERIE (ECLAHELI), L'ENTETE
      * '*ENT' DE CHAQUE TRESORERIE PORTANT LA GENERATION
       FD  HELIOTRI.
       01  ENR-HELIOTRI            PIC X(600).

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

      * PISTE D'AUDIT SCELLEE
       FD  PISTAUD.
       01  ENR-PISTAUD.
           COPY XPISTE REPLACING 'X' BY PA.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : ROLE DE LA COMMUNE PUIS ARTICLE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE-ROLE.
              10 TR-AC3DIR         PIC X(3).
              10 TR-CCOCOM         PIC X(3).
              10 TR-JANROL         PIC 9(4).
              10 TR-DNURO          PIC 9(3).
           05 TR-DSRPAR            PIC X(1).
           05 TR-ANUPRO            PIC X(6).
           05 TR-CCOBNB            PIC X(1).
           05 TR-NUMGEN            PIC 9(6).
           05 TR-MBASE             PIC S9(10).
           05 TR-TAUX              PIC S9(4)V9(6).
           05 TR-MONTANT           PIC S9(14).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'PISTECPT 00 DU 15/10/26'.

       01  PP-FS                   PIC X(2).
           88 PP-OK                     VALUE '00'.
           88 PP-FIN                    VALUE '10'.
       01  EC-FS                   PIC X(2).
           88 EC-OK                     VALUE '00'.
           88 EC-FIN                    VALUE '10'.
       01  HT-FS                   PIC X(2).
           88 HT-OK                     VALUE '00'.
           88 HT-FIN                    VALUE '10'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  PA-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  HELIO-VUE.
           COPY XHELIO REPLACING 'X' BY HT.
       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

      * NATURES DE PRODUIT D'ECRICOMP (MEME RANG QUE SON SCHEMA)
       01  W-NATCOD-INIT.
           05 FILLER               PIC X(26) VALUE
              'COSYCUDPRGTSTAGEOMFAFNAUCC'.
       01  W-NATCOD-TABLE REDEFINES W-NATCOD-INIT.
           05 W-NATCOD             PIC X(2) OCCURS 13.
       01  W-NATMNT-TABLE.
           05 W-NATMNT             PIC S9(14) OCCURS 13.
       01  IND                     PIC 9(2) COMP.
       01  W-IXNAT                 PIC 9(2) COMP.
       01  W-DETAIL-HFR            PIC S9(12).
       01  W-DETAIL-FRA            PIC S9(12).
       01  W-MOTIF                 PIC X(40).

      * SECTION DU FICHIER HELIOTRI EN COURS (UNE TRESORERIE
      * D'UNE GENERATION) ET SON CONTROLE D'INTEGRITE
       01  W-SEC-NUMGEN            PIC 9(6).
       01  W-SEC-NBART             PIC 9(9) COMP.
       01  W-SEC-TCTDU             PIC S9(14).
       01  W-SW-SECTION            PIC X(1).
           88 W-SECTION-RETENUE         VALUE 'O'.

      * CUMULS DE CONTROLE TENUS A LA LECTURE, PAR ROLE
       01  W-MAXROL                PIC 9(4) COMP VALUE 2000.
       01  W-NBROL                 PIC 9(4) COMP VALUE 0.
       01  TABLE-ROLES.
           05 ROL-ENTREE OCCURS 2000.
              10 ROL-CLE.
                 15 ROL-CLE-COMMUNE PIC X(6).
                 15 ROL-CLE-SUITE   PIC X(7).
              10 ROL-NBART         PIC 9(9) COMP.
              10 ROL-MONTANT       PIC S9(14).
       01  IX                      PIC 9(4) COMP.
       01  IXR                     PIC 9(4) COMP.
       01  W-SW-ROL                PIC X(1).
           88 ROL-TROUVE                VALUE 'O'.
       01  W-CTL-MONTANT           PIC S9(14).
       01  W-CTL-NBROL             PIC 9(9) COMP.

      * RUPTURES DE LA RESTITUTION
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-ROL-CLE               PIC X(13).
       01  W-ROL-NBART             PIC 9(9) COMP.
       01  W-ROL-MONTANT           PIC S9(14).
       01  W-COM-CLE               PIC X(6).
       01  W-COM-NBROL             PIC 9(9) COMP.
       01  W-COM-MONTANT           PIC S9(14).
       01  W-DEM-NBCOM             PIC 9(9) COMP.
       01  W-DEM-MONTANT           PIC S9(14).
       01  W-DEM-NBART             PIC 9(9) COMP.
       01  W-DEM-ECRIT             PIC S9(14).
       01  W-DEM-NBECRIT           PIC 9(9) COMP.

      * SCELLEMENT CHAINE DES ENREGISTREMENTS DE LA PISTE
       01  W-SCEAU                 PIC 9(2) VALUE 0.
       01  W-NUMSEQ                PIC 9(9) VALUE 0.
       01  W-SC-ZONE               PIC X(40).
       01  W-SC-VUE REDEFINES W-SC-ZONE.
           05 W-SC-PREC            PIC 9(2).
           05 W-SC-NUMSEQ          PIC 9(9).
           05 W-SC-MONTANT         PIC 9(14).
           05 W-SC-SIGNE           PIC X(1).
           05 W-SC-NIVEAU          PIC X(1).
           05 FILLER               PIC X(13).
       01  W-SC-LONG               PIC 9(2) VALUE 27.
       01  W-SC-CLE                PIC 9(2).
       01  W-SC-CR                 PIC 9(2).

       01  W-NBDEMANDES            PIC 9(5) COMP VALUE 0.
       01  W-NBREJETEES            PIC 9(5) COMP VALUE 0.
       01  W-NBDISCORD             PIC 9(7) COMP VALUE 0.
       01  W-NBGENKO               PIC 9(5) COMP VALUE 0.
       01  W-NBSANSBASE            PIC 9(7) COMP VALUE 0.
       01  W-TOT-AUDIT             PIC S9(14) VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'PISTE D''AUDIT DES ECRITURES DE PRISE EN CHARGE'.
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-DEMANDE.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LQ-CCPPER            PIC X(3).
           05 FILLER               PIC X(9)  VALUE '  NATURE '.
           05 LQ-NATURE            PIC X(2).
           05 FILLER               PIC X(11) VALUE '  CAMPAGNE '.
           05 LQ-DAN               PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LQ-MOTIF             PIC X(40).
       01  LIGNE-GENER.
           05 FILLER               PIC X(13) VALUE '  GENERATION '.
           05 LN-NUMGEN            PIC 9(6).
           05 FILLER               PIC X(11) VALUE '  ARTICLES '.
           05 LN-NBART             PIC Z(8)9.
           05 FILLER               PIC X(10) VALUE '  ANNONCE '.
           05 LN-NBENR             PIC Z(8)9.
           05 FILLER               PIC X(8)  VALUE '  TCTDU '.
           05 LN-TCTDU             PIC -(13)9.
           05 FILLER               PIC X(10) VALUE '  ANNONCE '.
           05 LN-TOTCOT            PIC -(13)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LN-VERDICT           PIC X(11).
       01  LIGNE-ARTICLE.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 LA-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-DSRPAR            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-CCOBNB            PIC X(1).
           05 FILLER               PIC X(6)  VALUE '  GEN '.
           05 LA-NUMGEN            PIC 9(6).
           05 FILLER               PIC X(7)  VALUE '  BASE '.
           05 LA-MBASE             PIC -(10)9.
      * LE TAUX EST EDITE EN MILLIONIEMES (9(4)V9(6) SANS VIRGULE)
           05 FILLER               PIC X(7)  VALUE '  TAUX '.
           05 LA-TAUX              PIC -(10)9.
           05 FILLER               PIC X(13) VALUE '  COTISATION '.
           05 LA-MONTANT           PIC -(13)9.
       01  LIGNE-NIVEAU.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LV-LIBELLE           PIC X(24).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LV-LIBNB             PIC X(10).
           05 LV-NBELEM            PIC Z(8)9.
           05 FILLER               PIC X(9)  VALUE '  TOTAL '.
           05 LV-MONTANT           PIC -(13)9.
           05 FILLER               PIC X(12) VALUE '  CONTROLE '.
           05 LV-MCTL              PIC -(13)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LV-VERDICT           PIC X(11).
       01  W-LIB-ROLE.
           05 FILLER               PIC X(7)  VALUE '  ROLE '.
           05 WR-JANROL            PIC 9(4).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 WR-DNURO             PIC 9(3).
       01  W-LIB-COMMUNE.
           05 FILLER               PIC X(8)  VALUE 'COMMUNE '.
           05 WC-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WC-CCOCOM            PIC X(3).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMPIS.
           IF NOT PP-OK
               DISPLAY 'PISTECPT - PARAMETRE PARMPIS ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RETENB RETENNB.
           OPEN OUTPUT PISTAUD RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           INITIALIZE SRV-ENR.
           MOVE '*ENT' TO SRV-GSERV.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE SRV-ENR TO ENR-PISTAUD.
           WRITE ENR-PISTAUD.

           PERFORM 1000-TRAITER-DEMANDE
               THRU 1000-TRAITER-DEMANDE-EXIT
               UNTIL PP-FIN.

      * L'ENREGISTREMENT DE FIN PORTE LE NOMBRE D'ENREGISTREMENTS
      * SCELLES ET LE TOTAL DES ECRITURES JUSTIFIEES
           INITIALIZE SRV-ENR.
           MOVE '*FIN' TO SRV-GSERV.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE W-NUMSEQ    TO SRV-NBENR.
           MOVE 0           TO SRV-TOTBASE.
           MOVE W-TOT-AUDIT TO SRV-TOTCOT.
           MOVE SRV-ENR TO ENR-PISTAUD.
           WRITE ENR-PISTAUD.

           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'ECRITURES DEMANDEES'          TO LG-LIBELLE.
           MOVE W-NBDEMANDES                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DEMANDES REJETEES'            TO LG-LIBELLE.
           MOVE W-NBREJETEES                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'NIVEAUX DISCORDANTS'          TO LG-LIBELLE.
           MOVE W-NBDISCORD                    TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'GENERATIONS INCOMPLETES'      TO LG-LIBELLE.
           MOVE W-NBGENKO                      TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ARTICLES SANS BASE CONSERVEE' TO LG-LIBELLE.
           MOVE W-NBSANSBASE                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ENREGISTREMENTS SCELLES'      TO LG-LIBELLE.
           MOVE W-NUMSEQ                       TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.

           CLOSE PARMPIS RETENB RETENNB PISTAUD RAPPORT.
           DISPLAY 'PISTECPT - ECRITURES DEMANDEES   : ' W-NBDEMANDES.
           DISPLAY 'PISTECPT - DEMANDES REJETEES     : ' W-NBREJETEES.
           DISPLAY 'PISTECPT - NIVEAUX DISCORDANTS   : ' W-NBDISCORD.
           DISPLAY 'PISTECPT - GENERATIONS INCOMPL.  : ' W-NBGENKO.
           DISPLAY 'PISTECPT - ENREGISTREMENTS       : ' W-NUMSEQ.
           DISPLAY 'PISTECPT - CLE DE SCELLEMENT     : ' W-SCEAU.
           IF W-NBDISCORD > 0 OR W-NBGENKO > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W-NBREJETEES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-DEMANDE.
      *---------------------------------------------------------
           READ PARMPIS
               AT END SET PP-FIN TO TRUE
                      GO TO 1000-TRAITER-DEMANDE-EXIT
           END-READ.
           ADD 1 TO W-NBDEMANDES.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE PP-CCPPER TO LQ-CCPPER.
           MOVE PP-NATURE TO LQ-NATURE.
           MOVE PP-DAN    TO LQ-DAN.
           MOVE SPACE     TO LQ-MOTIF W-MOTIF.
           MOVE 0 TO W-IXNAT.
           PERFORM 1010-CHERCHER-NATURE
               THRU 1010-CHERCHER-NATURE-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 13.
           IF W-IXNAT = 0
               MOVE 'NATURE DE PRODUIT INCONNUE' TO W-MOTIF
           END-IF.
           IF PP-DAN NOT NUMERIC
               MOVE 'CAMPAGNE INVALIDE' TO W-MOTIF
           END-IF.
           IF W-MOTIF NOT = SPACE
               MOVE W-MOTIF TO LQ-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-DEMANDE
               ADD 1 TO W-NBREJETEES
               GO TO 1000-TRAITER-DEMANDE-EXIT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-DEMANDE.

      * MONTANT DE L'ECRITURE : ECRITURES D'ECRICOMP DE LA
      * TRESORERIE, DE LA NATURE ET DE LA CAMPAGNE (ROLE GENERAL
      * ET ROLES SUPPLEMENTAIRES)
           MOVE 0 TO W-DEM-ECRIT W-DEM-NBECRIT.
           OPEN INPUT ECRITURE.
           IF EC-OK
               PERFORM 1100-CUMULER-ECRITURE
                   THRU 1100-CUMULER-ECRITURE-EXIT
                   UNTIL EC-FIN
               CLOSE ECRITURE
           END-IF.

           MOVE 0 TO W-NBROL W-DEM-NBCOM W-DEM-MONTANT W-DEM-NBART.
           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE-ROLE
                                TR-DSRPAR
                                TR-ANUPRO
                                TR-CCOBNB
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-RESTITUER-TRI
                   THRU 3000-RESTITUER-TRI-EXIT.

      * NIVEAU ECRITURE : MONTANT D'ECRICOMP CONTRE LA SOMME DES
      * COMMUNES
           INITIALIZE ENR-PISTAUD.
           MOVE 'E'           TO PA-NIVEAU.
           MOVE W-DEM-NBCOM   TO PA-NBELEM.
           MOVE W-DEM-ECRIT   TO PA-MONTANT.
           MOVE W-DEM-MONTANT TO PA-MCTL.
           PERFORM 7000-ECRIRE-PISTE
               THRU 7000-ECRIRE-PISTE-EXIT.
           ADD W-DEM-ECRIT TO W-TOT-AUDIT.
           MOVE 'ECRITURE ECRICOMP'       TO LV-LIBELLE.
           MOVE 'COMMUNES  '              TO LV-LIBNB.
           MOVE W-DEM-NBCOM               TO LV-NBELEM.
           MOVE W-DEM-ECRIT               TO LV-MONTANT.
           MOVE W-DEM-MONTANT             TO LV-MCTL.
           PERFORM 7100-EDITER-NIVEAU
               THRU 7100-EDITER-NIVEAU-EXIT.
       1000-TRAITER-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1010-CHERCHER-NATURE.
      *---------------------------------------------------------
           IF W-NATCOD (IND) = PP-NATURE
               MOVE IND TO W-IXNAT
           END-IF.
       1010-CHERCHER-NATURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CUMULER-ECRITURE.
      *---------------------------------------------------------
           READ ECRITURE
               AT END SET EC-FIN TO TRUE
                      GO TO 1100-CUMULER-ECRITURE-EXIT
           END-READ.
           IF EC-CCPPER = PP-CCPPER AND EC-NATURE = PP-NATURE
              AND EC-DAN = PP-DAN
               ADD EC-MONTANT TO W-DEM-ECRIT
               ADD 1 TO W-DEM-NBECRIT
           END-IF.
       1100-CUMULER-ECRITURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT HELIOTRI.
           IF NOT HT-OK
               GO TO 2000-ALIMENTER-TRI-EXIT
           END-IF.
           MOVE 'N' TO W-SW-SECTION.
           PERFORM 2100-LIRE-HELIOTRI
               THRU 2100-LIRE-HELIOTRI-EXIT
               UNTIL HT-FIN.
           CLOSE HELIOTRI.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-HELIOTRI.
      *---------------------------------------------------------
           READ HELIOTRI
               AT END SET HT-FIN TO TRUE
                      GO TO 2100-LIRE-HELIOTRI-EXIT
           END-READ.
      * L'ENTETE OUVRE UNE SECTION (TRESORERIE D'UNE GENERATION),
      * LA FIN EN CONTROLE LA COMPLETUDE SI ELLE EST RETENUE
           IF ENR-HELIOTRI (1:1) = '*'
               MOVE ENR-HELIOTRI TO SRV-ENR
               IF SRV-SERV-ENTETE
                   MOVE 'N' TO W-SW-SECTION
                   MOVE 0   TO W-SEC-NUMGEN W-SEC-NBART W-SEC-TCTDU
                   IF SRV-NUMGEN NUMERIC
                       MOVE SRV-NUMGEN TO W-SEC-NUMGEN
                   END-IF
               END-IF
               IF SRV-SERV-FIN AND W-SECTION-RETENUE
                   PERFORM 2300-CONTROLER-SECTION
                       THRU 2300-CONTROLER-SECTION-EXIT
               END-IF
               GO TO 2100-LIRE-HELIOTRI-EXIT
           END-IF.
           MOVE ENR-HELIOTRI TO HELIO-VUE.
           ADD 1        TO W-SEC-NBART.
           ADD HT-TCTDU TO W-SEC-TCTDU.
           IF HT-CCPPER NOT = PP-CCPPER
               GO TO 2100-LIRE-HELIOTRI-EXIT
           END-IF.
           SET W-SECTION-RETENUE TO TRUE.
           IF HT-DAN NOT = PP-DAN
               GO TO 2100-LIRE-HELIOTRI-EXIT
           END-IF.
           PERFORM 2200-VENTILER-ARTICLE
               THRU 2200-VENTILER-ARTICLE-EXIT.
           IF W-NATMNT (W-IXNAT) = 0
               GO TO 2100-LIRE-HELIOTRI-EXIT
           END-IF.

           INITIALIZE ENR-TRAVAIL.
           MOVE HT-AC3DIR  TO TR-AC3DIR.
           MOVE HT-CCOCOM  TO TR-CCOCOM.
           IF HT-JANROL NUMERIC
               MOVE HT-JANROL TO TR-JANROL
           END-IF.
           IF HT-DNURO NUMERIC
               MOVE HT-DNURO TO TR-DNURO
           END-IF.
           MOVE HT-DSRPAR  TO TR-DSRPAR.
           MOVE HT-ANUPRO  TO TR-ANUPRO.
           MOVE HT-CCOBNB  TO TR-CCOBNB.
           MOVE W-SEC-NUMGEN TO TR-NUMGEN.
           MOVE W-NATMNT (W-IXNAT) TO TR-MONTANT.
           PERFORM 2400-LIRE-BASE
               THRU 2400-LIRE-BASE-EXIT.

      * CUMUL DE CONTROLE DU ROLE, TENU A LA LECTURE
           MOVE 'N' TO W-SW-ROL.
           PERFORM 2110-TESTER-ROLE
               THRU 2110-TESTER-ROLE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBROL OR ROL-TROUVE.
           IF NOT ROL-TROUVE AND W-NBROL < W-MAXROL
               ADD 1 TO W-NBROL
               MOVE W-NBROL TO IXR
               MOVE TR-CLE-ROLE TO ROL-CLE (IXR)
               MOVE 0 TO ROL-NBART (IXR) ROL-MONTANT (IXR)
               SET ROL-TROUVE TO TRUE
           END-IF.
           IF ROL-TROUVE
               ADD 1          TO ROL-NBART (IXR)
               ADD TR-MONTANT TO ROL-MONTANT (IXR)
           END-IF.
           RELEASE ENR-TRAVAIL.
       2100-LIRE-HELIOTRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2110-TESTER-ROLE.
      *---------------------------------------------------------
           IF ROL-CLE (IX) = TR-CLE-ROLE
               SET ROL-TROUVE TO TRUE
               MOVE IX TO IXR
           END-IF.
       2110-TESTER-ROLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-VENTILER-ARTICLE.
      *---------------------------------------------------------
      * COTISATION DE L'ARTICLE PAR NATURE DE PRODUIT, SELON LE
      * SCHEMA D'ECRITURES D'ECRICOMP
           INITIALIZE W-NATMNT-TABLE.
           MOVE HT-MCTCOM TO W-NATMNT (1).
           MOVE HT-MCTSYN TO W-NATMNT (2).
           MOVE HT-MCTCU  TO W-NATMNT (3).
           MOVE HT-MCTDEP TO W-NATMNT (4).
           MOVE HT-MCTREG TO W-NATMNT (5).
           COMPUTE W-NATMNT (6) = HT-MCTTSE + HT-MCBT13 (1)
                                + HT-MCBT13 (2) + HT-MCBT13 (3).
           IF HT-MCOTA3 NUMERIC
               MOVE HT-MCOTA3 TO W-NATMNT (7)
           END-IF.
           MOVE HT-MCOGE3 TO W-NATMNT (8).
           COMPUTE W-DETAIL-HFR = HT-MCTCOM + HT-MCTSYN + HT-MCTCU
                                + HT-MCTDEP + HT-MCTREG + W-NATMNT (6)
                                + W-NATMNT (7) + HT-MCOGE3.
           COMPUTE W-NATMNT (9) = HT-TCTHFR - W-DETAIL-HFR.
           COMPUTE W-NATMNT (10) = HT-MFA300 + HT-MFA800.
           COMPUTE W-NATMNT (11) = HT-MFN300 + HT-MFN800.
           COMPUTE W-DETAIL-FRA = W-NATMNT (10) + W-NATMNT (11).
           COMPUTE W-NATMNT (12) = HT-TCTFRA - W-DETAIL-FRA.
           IF HT-MCOCOR NUMERIC
               MOVE HT-MCOCOR TO W-NATMNT (13)
           END-IF.
       2200-VENTILER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-CONTROLER-SECTION.
      *---------------------------------------------------------
      * LA SECTION LUE DOIT AVOIR LE NOMBRE D'ARTICLES ET LE TOTAL
      * TCTDU ANNONCES PAR SON ENREGISTREMENT DE FIN
           MOVE 'N'          TO W-SW-SECTION.
           MOVE W-SEC-NUMGEN TO LN-NUMGEN.
           MOVE W-SEC-NBART  TO LN-NBART.
           MOVE SRV-NBENR    TO LN-NBENR.
           MOVE W-SEC-TCTDU  TO LN-TCTDU.
           MOVE SRV-TOTCOT   TO LN-TOTCOT.
           IF W-SEC-NBART = SRV-NBENR AND W-SEC-TCTDU = SRV-TOTCOT
               MOVE 'CONFORME   ' TO LN-VERDICT
           ELSE
               MOVE '** ECART **' TO LN-VERDICT
               ADD 1 TO W-NBGENKO
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-GENER.
       2300-CONTROLER-SECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-LIRE-BASE.
      *---------------------------------------------------------
      * BASE ET TAUX DE LA COLLECTIVITE DE LA NATURE, CONSERVES
      * PAR ARCHBASE ; LES FRAIS ET LE SOLDE HORS DETAIL N'ONT NI
      * BASE NI TAUX PROPRES
           IF W-IXNAT > 9
               GO TO 2400-LIRE-BASE-EXIT
           END-IF.
           IF HT-CCOBNB NOT = '2'
               GO TO 2410-LIRE-BASE-NB
           END-IF.
           MOVE HT-DAN    TO RB-JANIPT.
           MOVE HT-CC2DEP TO RB-CCODEP.
           MOVE HT-CCODIR TO RB-CCODIR.
           MOVE HT-CCOCOM TO RB-CCOCOM.
           MOVE HT-DSRPAR TO RB-DLETSR.
           READ RETENB
               INVALID KEY ADD 1 TO W-NBSANSBASE
                           GO TO 2400-LIRE-BASE-EXIT
           END-READ.
           EVALUATE W-IXNAT
               WHEN 1 MOVE RB-BBCOM TO TR-MBASE
                      MOVE RB-TAUCOM TO TR-TAUX
               WHEN 2 MOVE RB-BBSYN TO TR-MBASE
                      MOVE RB-TAUSYN TO TR-TAUX
               WHEN 3 MOVE RB-BBCU  TO TR-MBASE
                      MOVE RB-TAUCU  TO TR-TAUX
               WHEN 4 MOVE RB-BBDEP TO TR-MBASE
                      MOVE RB-TAUDEP TO TR-TAUX
               WHEN 5 MOVE RB-BBREG TO TR-MBASE
                      MOVE RB-TAUREG TO TR-TAUX
               WHEN 6 MOVE RB-BBTSE TO TR-MBASE
                      MOVE RB-TAUTSE TO TR-TAUX
               WHEN 7 MOVE RB-BBTAS TO TR-MBASE
                      MOVE RB-TAUTAS TO TR-TAUX
               WHEN 8 MOVE RB-BBGEM TO TR-MBASE
                      MOVE RB-TAUGEM TO TR-TAUX
               WHEN 9 MOVE RB-BBTEOM (1) TO TR-MBASE
                      MOVE RB-TAUOM1 (1) TO TR-TAUX
           END-EVALUATE.
           GO TO 2400-LIRE-BASE-EXIT.

       2410-LIRE-BASE-NB.
           MOVE HT-DAN    TO RNB-JANIPT.
           MOVE HT-CC2DEP TO RNB-CCODEP.
           MOVE HT-CCODIR TO RNB-CCODIR.
           MOVE HT-CCOCOM TO RNB-CCOCOM.
           MOVE HT-DSRPAR TO RNB-DLETSR.
           MOVE HT-CGROUP TO RNB-CGROUP.
           MOVE HT-NNUPRO TO RNB-DNUMCP.
           READ RETENNB
               INVALID KEY ADD 1 TO W-NBSANSBASE
                           GO TO 2400-LIRE-BASE-EXIT
           END-READ.
           EVALUATE W-IXNAT
               WHEN 1 MOVE RNB-DETAIL-BNBCOM (1) TO TR-MBASE
                      MOVE RNB-DETAIL-TAUCOM (1) TO TR-TAUX
               WHEN 2 MOVE RNB-DETAIL-BNBSYN (1) TO TR-MBASE
                      MOVE RNB-DETAIL-TAUSYN (1) TO TR-TAUX
               WHEN 3 MOVE RNB-DETAIL-BNBCU (1)  TO TR-MBASE
                      MOVE RNB-DETAIL-TAUCU (1)  TO TR-TAUX
               WHEN 4 MOVE RNB-DETAIL-BNBDEP (1) TO TR-MBASE
                      MOVE RNB-DETAIL-TAUDEP (1) TO TR-TAUX
               WHEN 5 MOVE RNB-DETAIL-BNBREG (1) TO TR-MBASE
                      MOVE RNB-DETAIL-TAUREG (1) TO TR-TAUX
               WHEN 6 MOVE RNB-DETAIL-BNBTSE (1) TO TR-MBASE
                      MOVE RNB-DETAIL-TAUTSE (1) TO TR-TAUX
               WHEN 8 MOVE RNB-DETAIL-BNBGEM (1) TO TR-MBASE
                      MOVE RNB-DETAIL-TAUGEM (1) TO TR-TAUX
           END-EVALUATE.
       2400-LIRE-BASE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-RESTITUER-TRI.
      *---------------------------------------------------------
           MOVE 'N'        TO W-SW-FINTRI.
           MOVE HIGH-VALUE TO W-ROL-CLE W-COM-CLE.
           PERFORM 3100-TRAITER-UN-TRIE
               THRU 3100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 4000-CLOTURER-ROLE
               THRU 4000-CLOTURER-ROLE-EXIT.
           PERFORM 4100-CLOTURER-COMMUNE
               THRU 4100-CLOTURER-COMMUNE-EXIT.
       3000-RESTITUER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CLE-ROLE NOT = W-ROL-CLE
               PERFORM 4000-CLOTURER-ROLE
                   THRU 4000-CLOTURER-ROLE-EXIT
               IF TR-CLE-ROLE (1:6) NOT = W-COM-CLE
                   PERFORM 4100-CLOTURER-COMMUNE
                       THRU 4100-CLOTURER-COMMUNE-EXIT
                   MOVE TR-CLE-ROLE (1:6) TO W-COM-CLE
                   MOVE 0 TO W-COM-NBROL W-COM-MONTANT
               END-IF
               MOVE TR-CLE-ROLE TO W-ROL-CLE
               MOVE 0 TO W-ROL-NBART W-ROL-MONTANT
           END-IF.

      * NIVEAU ARTICLE
           ADD 1          TO W-ROL-NBART W-DEM-NBART.
           ADD TR-MONTANT TO W-ROL-MONTANT.
           INITIALIZE ENR-PISTAUD.
           MOVE 'A'        TO PA-NIVEAU.
           MOVE TR-AC3DIR  TO PA-AC3DIR.
           MOVE TR-CCOCOM  TO PA-CCOCOM.
           MOVE TR-JANROL  TO PA-JANROL.
           MOVE TR-DNURO   TO PA-DNURO.
           MOVE TR-DSRPAR  TO PA-DSRPAR.
           MOVE TR-ANUPRO  TO PA-ANUPRO.
           MOVE TR-CCOBNB  TO PA-CCOBNB.
           MOVE TR-NUMGEN  TO PA-NUMGEN.
           MOVE TR-MBASE   TO PA-MBASE.
           MOVE TR-TAUX    TO PA-TAUX.
           MOVE TR-MONTANT TO PA-MONTANT PA-MCTL.
           PERFORM 7000-ECRIRE-PISTE
               THRU 7000-ECRIRE-PISTE-EXIT.
           MOVE TR-AC3DIR  TO LA-AC3DIR.
           MOVE TR-CCOCOM  TO LA-CCOCOM.
           MOVE TR-DSRPAR  TO LA-DSRPAR.
           MOVE TR-ANUPRO  TO LA-ANUPRO.
           MOVE TR-CCOBNB  TO LA-CCOBNB.
           MOVE TR-NUMGEN  TO LA-NUMGEN.
           MOVE TR-MBASE   TO LA-MBASE.
           COMPUTE LA-TAUX = TR-TAUX * 1000000.
           MOVE TR-MONTANT TO LA-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-ARTICLE.
       3100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-CLOTURER-ROLE.
      *---------------------------------------------------------
      * NIVEAU ROLE : SOMME DES ARTICLES RESTITUES CONTRE LE
      * CUMUL TENU A LA LECTURE DE L'EXPORT
           IF W-ROL-CLE = HIGH-VALUE
               GO TO 4000-CLOTURER-ROLE-EXIT
           END-IF.
           MOVE 0 TO W-CTL-MONTANT.
           MOVE 'N' TO W-SW-ROL.
           PERFORM 4010-RETROUVER-ROLE
               THRU 4010-RETROUVER-ROLE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBROL OR ROL-TROUVE.
           ADD 1             TO W-COM-NBROL.
           ADD W-ROL-MONTANT TO W-COM-MONTANT.
           INITIALIZE ENR-PISTAUD.
           MOVE 'R'              TO PA-NIVEAU.
           MOVE W-ROL-CLE (1:3)  TO PA-AC3DIR.
           MOVE W-ROL-CLE (4:3)  TO PA-CCOCOM.
           MOVE W-ROL-CLE (7:4)  TO PA-JANROL.
           MOVE W-ROL-CLE (11:3) TO PA-DNURO.
           MOVE W-ROL-NBART      TO PA-NBELEM.
           MOVE W-ROL-MONTANT    TO PA-MONTANT.
           MOVE W-CTL-MONTANT    TO PA-MCTL.
           PERFORM 7000-ECRIRE-PISTE
               THRU 7000-ECRIRE-PISTE-EXIT.
           MOVE W-ROL-CLE (7:4)  TO WR-JANROL.
           MOVE W-ROL-CLE (11:3) TO WR-DNURO.
           MOVE W-LIB-ROLE       TO LV-LIBELLE.
           MOVE 'ARTICLES  '     TO LV-LIBNB.
           MOVE W-ROL-NBART      TO LV-NBELEM.
           MOVE W-ROL-MONTANT    TO LV-MONTANT.
           MOVE W-CTL-MONTANT    TO LV-MCTL.
           PERFORM 7100-EDITER-NIVEAU
               THRU 7100-EDITER-NIVEAU-EXIT.
           MOVE HIGH-VALUE TO W-ROL-CLE.
       4000-CLOTURER-ROLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4010-RETROUVER-ROLE.
      *---------------------------------------------------------
           IF ROL-CLE (IX) = W-ROL-CLE
               SET ROL-TROUVE TO TRUE
               MOVE ROL-MONTANT (IX) TO W-CTL-MONTANT
           END-IF.
       4010-RETROUVER-ROLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-CLOTURER-COMMUNE.
      *---------------------------------------------------------
      * NIVEAU COMMUNE : SOMME DES ROLES RESTITUES CONTRE LES
      * CUMULS TENUS A LA LECTURE POUR LES ROLES DE LA COMMUNE
           IF W-COM-CLE = HIGH-VALUE
               GO TO 4100-CLOTURER-COMMUNE-EXIT
           END-IF.
           MOVE 0 TO W-CTL-MONTANT W-CTL-NBROL.
           PERFORM 4110-CUMULER-ROLE-COMMUNE
               THRU 4110-CUMULER-ROLE-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBROL.
           ADD 1             TO W-DEM-NBCOM.
           ADD W-COM-MONTANT TO W-DEM-MONTANT.
           INITIALIZE ENR-PISTAUD.
           MOVE 'C'             TO PA-NIVEAU.
           MOVE W-COM-CLE (1:3) TO PA-AC3DIR.
           MOVE W-COM-CLE (4:3) TO PA-CCOCOM.
           MOVE W-COM-NBROL     TO PA-NBELEM.
           MOVE W-COM-MONTANT   TO PA-MONTANT.
           MOVE W-CTL-MONTANT   TO PA-MCTL.
           PERFORM 7000-ECRIRE-PISTE
               THRU 7000-ECRIRE-PISTE-EXIT.
           MOVE W-COM-CLE (1:3) TO WC-AC3DIR.
           MOVE W-COM-CLE (4:3) TO WC-CCOCOM.
           MOVE W-LIB-COMMUNE   TO LV-LIBELLE.
           MOVE 'ROLES     '    TO LV-LIBNB.
           MOVE W-COM-NBROL     TO LV-NBELEM.
           MOVE W-COM-MONTANT   TO LV-MONTANT.
           MOVE W-CTL-MONTANT   TO LV-MCTL.
           PERFORM 7100-EDITER-NIVEAU
               THRU 7100-EDITER-NIVEAU-EXIT.
           MOVE HIGH-VALUE TO W-COM-CLE.
       4100-CLOTURER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4110-CUMULER-ROLE-COMMUNE.
      *---------------------------------------------------------
           IF ROL-CLE-COMMUNE (IX) = W-COM-CLE
               ADD ROL-MONTANT (IX) TO W-CTL-MONTANT
               ADD 1 TO W-CTL-NBROL
           END-IF.
       4110-CUMULER-ROLE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-ECRIRE-PISTE.
      *---------------------------------------------------------
      * COMPLETE L'ENREGISTREMENT DE LA DEMANDE, LA CONCORDANCE
      * DU NIVEAU ET LE SCEAU CHAINE SUR LE PRECEDENT : CLE MODULO
      * 97 DU SCEAU PRECEDENT, DU RANG, DU MONTANT ET DU NIVEAU
           MOVE PP-CCPPER TO PA-CCPPER.
           MOVE PP-NATURE TO PA-NATURE.
           MOVE PP-DAN    TO PA-DAN.
           IF PA-MONTANT = PA-MCTL
               SET PA-CONCORDANT TO TRUE
           ELSE
               SET PA-DISCORDANT TO TRUE
               ADD 1 TO W-NBDISCORD
           END-IF.
           ADD 1 TO W-NUMSEQ.
           MOVE W-NUMSEQ TO PA-NUMSEQ.
           MOVE SPACE      TO W-SC-ZONE.
           MOVE W-SCEAU    TO W-SC-PREC.
           MOVE W-NUMSEQ   TO W-SC-NUMSEQ.
           MOVE PA-MONTANT TO W-SC-MONTANT.
           IF PA-MONTANT < 0
               MOVE 'N' TO W-SC-SIGNE
           ELSE
               MOVE 'P' TO W-SC-SIGNE
           END-IF.
           MOVE PA-NIVEAU  TO W-SC-NIVEAU.
           CALL 'CLEREF' USING W-SC-ZONE W-SC-LONG W-SC-CLE W-SC-CR
               ON EXCEPTION MOVE 99 TO W-SC-CR
           END-CALL.
           IF W-SC-CR = 0
               MOVE W-SC-CLE TO W-SCEAU
           END-IF.
           MOVE W-SCEAU TO PA-SCEAU.
           WRITE ENR-PISTAUD.
       7000-ECRIRE-PISTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       7100-EDITER-NIVEAU.
      *---------------------------------------------------------
           IF PA-CONCORDANT
               MOVE 'CONFORME   ' TO LV-VERDICT
           ELSE
               MOVE '** ECART **' TO LV-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-NIVEAU.
       7100-EDITER-NIVEAU-EXIT.
           EXIT.
       END PROGRAM PISTECPT.
