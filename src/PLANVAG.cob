      *********************************************************
      * PROGRAMME PLANVAG                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PLANIFICATION DES VAGUES D'EMISSION DES ROLES         *
      * GENERAUX D'UNE DIRECTION. LES COMMUNES (ARTICLES 'C'  *
      * DU TAUDIS) SONT REPARTIES EN VAGUES ESPACEES DE       *
      * QUELQUES JOURS, SOUS UNE CAPACITE PAR VAGUE EN NOMBRE *
      * D'AVIS ET, POUR LA CHARGE DES GUICHETS, EN NOMBRE     *
      * D'AVIS PAR SIP GESTIONNAIRE (CCOBMJ) ; LE VOLUME      *
      * D'UNE COMMUNE EST CELUI DU ROLE GENERAL PRECEDENT     *
      * (SYNTHESE SYNTCOM). LA PREMIERE VAGUE NE PART PAS     *
      * AVANT LA DATE NATIONALE DE MISE EN RECOUVREMENT DU    *
      * REFERENTIEL CALENCAM, UNE COMMUNE N'EST PLACEE        *
      * QU'APRES SON HOMOLOGATION (JDAHO1, A DEFAUT DATE      *
      * NATIONALE AU PLUS TARD) ET LA MAJORATION DE CHAQUE    *
      * VAGUE RESPECTE LA DATE NATIONALE. LE PROGRAMME        *
      * PRODUIT LES MOUVEMENTS MAJTAUD JDAMI1/JDAMJO DES      *
      * DATES QUI CHANGENT (SUR MVTAUD, A VISER AVANT         *
      * APPLICATION ; UNE COMMUNE GELEE APPELLE UN DEGEL      *
      * PREALABLE), LE PLAN DES VAGUES VAGUES (COPY XVAGUE)   *
      * QUI PERMET A EFIBAT3, EDITAVIS ET ECLAHELI DE TRAITER *
      * UNE VAGUE A LA FOIS, ET LE CALENDRIER EDITE PAR       *
      * VAGUE. CODE RETOUR 4 SI DES COMMUNES SONT EN          *
      * SURCHARGE, GELEES OU SANS VOLUME CONNU, 8 SI LES      *
      * PARAMETRES OU LE CALENDRIER MANQUENT.                 *
      *                                                       *
      * LES ARTICLES DES ROLES SUPPLEMENTAIRES ET             *
      * CONTENTIEUX, QUI NE RELEVENT D'AUCUNE VAGUE, NE SONT  *
      * LIQUIDES PAR EFIBAT3 QU'AU PASSAGE DE LA VAGUE 1 : LA *
      * VAGUE 1 DOIT DONC TOUJOURS ETRE EMISE.                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANVAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMPLV     ASSIGN  TO  PARMPLV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PP-FS.
           SELECT  CALENCAM    ASSIGN  TO  CALENCAM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CL-FS.
           SELECT  SYNTCOM     ASSIGN  TO  SYNTCOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SY-FS.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTAUD
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  VAGUES      ASSIGN  TO  VAGUES
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VG-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION PLANIFIEE, MILLESIME ET CAPACITES DES VAGUES
       FD  PARMPLV.
       01  ENR-PARMPLV.
           05 PP-CODEP             PIC X(2).
           05 PP-CODIR             PIC X(1).
           05 PP-JAN               PIC 9(4).
           05 PP-CAPAVIS           PIC 9(7).
      * NOMBRE MAXIMAL D'AVIS PAR VAGUE
           05 PP-CAPSIP            PIC 9(7).
      * NOMBRE MAXIMAL D'AVIS PAR SIP (CCOBMJ) ET PAR VAGUE
      * (ZERO = PAS DE LIMITE PAR SIP)
           05 PP-DATE1             PIC 9(8).
      * MISE EN RECOUVREMENT DE LA PREMIERE VAGUE (ZERO = DATE
      * NATIONALE DU MILLESIME)
           05 PP-ECART             PIC 9(3).
      * NOMBRE DE JOURS ENTRE DEUX VAGUES (7 PAR DEFAUT)
           05 PP-MAXVAG            PIC 9(2).
      * NOMBRE MAXIMAL DE VAGUES (10 PAR DEFAUT, 20 AU PLUS)
           05 PP-DELAIMIN          PIC 9(3).
      * DELAI MINIMAL EN JOURS ENTRE MISE EN RECOUVREMENT ET
      * MAJORATION (30 PAR DEFAUT)

      * REFERENTIEL DU CALENDRIER DE CAMPAGNE : DATES NATIONALES
      * PAR MILLESIME
       FD  CALENCAM.
       01  ENR-CALENCAM.
           05 CL-JAN               PIC 9(4).
           05 CL-HOMIN             PIC 9(8).
      * DATE NATIONALE AU PLUS TOT DE L'HOMOLOGATION
           05 CL-HOMAX             PIC 9(8).
      * DATE NATIONALE AU PLUS TARD DE L'HOMOLOGATION
           05 CL-MIRNAT            PIC 9(8).
      * DATE NATIONALE DE MISE EN RECOUVREMENT
           05 CL-MJONAT            PIC 9(8).
      * DATE NATIONALE DE MAJORATION
           05 CL-DELIBMAX          PIC 9(8).
      * DATE LIMITE DE DELIBERATION (CHARGDEL)

      * SYNTHESE DU ROLE GENERAL PRECEDENT : NOMBRE D'ARTICLES
      * PAR COMMUNE, ESTIMATION DU NOMBRE D'AVIS A EMETTRE
       FD  SYNTCOM.
       01  ENR-SYNTCOM.
           COPY XSYNTCOM REPLACING 'X' BY SY.

       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-DIR               PIC X(3).
           05 MV-COM               PIC X(3).
           05 MV-IFP               PIC X(3).
           05 MV-PER               PIC X(3).
           05 MV-ZONE              PIC X(8).
           05 MV-ANCIEN            PIC X(20).
           05 MV-NOUVEAU           PIC X(20).

       FD  VAGUES.
       01  ENR-VAGUES.
           COPY XVAGUE REPLACING 'X' BY VG.

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

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'PLANVAG 00 DU 15/10/26'.

       01  PP-FS                   PIC X(2).
           88 PP-OK                     VALUE '00'.
       01  CL-FS                   PIC X(2).
           88 CL-OK                     VALUE '00'.
           88 CL-FIN                    VALUE '10'.
       01  SY-FS                   PIC X(2).
           88 SY-OK                     VALUE '00'.
           88 SY-FIN                    VALUE '10'.
       01  MV-FS                   PIC X(2).
       01  VG-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.

       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  W-SW-ARRET              PIC X(1) VALUE 'N'.
           88 W-ARRET                   VALUE 'O'.
       01  W-SW-PARM               PIC X(1) VALUE 'N'.
           88 W-PARM-LU                 VALUE 'O'.
       01  W-DEPDIR                PIC X(3).

      * PARAMETRES RETENUS (VALEURS PAR DEFAUT SI NON SERVIS)
       01  W-CAPAVIS               PIC 9(9) COMP VALUE 0.
       01  W-CAPSIP                PIC 9(9) COMP VALUE 0.
       01  W-ECART                 PIC 9(3) VALUE 7.
       01  W-NBVAGMAX              PIC 9(2) COMP VALUE 10.
       01  W-DELAIMIN              PIC 9(3) VALUE 30.

      * DATES NATIONALES DU MILLESIME PLANIFIE
       01  W-SW-CALEN              PIC X(1) VALUE 'N'.
           88 W-CALEN-CHARGE            VALUE 'O'.
       01  W-HOMAX                 PIC 9(8) VALUE 0.
       01  W-MIRNAT                PIC 9(8) VALUE 0.
       01  W-MJONAT                PIC 9(8) VALUE 0.

      * VAGUES D'EMISSION : DATES ET CHARGE CUMULEE
       01  W-MAXVAG                PIC 9(2) COMP VALUE 20.
       01  W-NBVAG                 PIC 9(2) COMP VALUE 0.
       01  W-SW-FINCAL             PIC X(1) VALUE 'N'.
           88 W-FIN-CALENDRIER          VALUE 'O'.
       01  W-VAG-DATE              PIC 9(8).
       01  TABLE-VAGUE.
           05 VAG-ENTREE OCCURS 20.
              10 VAG-JDAMI1        PIC 9(8).
              10 VAG-JDAMJO        PIC 9(8).
              10 VAG-NBCOM         PIC 9(5) COMP.
              10 VAG-NBAVIS        PIC 9(9) COMP.
       01  IV                      PIC 9(2) COMP.
       01  W-VAG-RETENUE           PIC 9(2) COMP.

      * SERVICES DES IMPOTS (CCOBMJ) DE LA DIRECTION ET LEUR
      * CHARGE PAR VAGUE
       01  W-MAXSIP                PIC 9(3) COMP VALUE 50.
       01  W-NBSIP                 PIC 9(3) COMP VALUE 0.
       01  TABLE-SIP.
           05 SIP-ENTREE OCCURS 50.
              10 SIP-CCOBMJ        PIC X(4).
              10 SIP-CHARGE        PIC 9(9) COMP OCCURS 20.
       01  ISP                     PIC 9(3) COMP.
       01  W-IXSIP                 PIC 9(3) COMP.

      * COMMUNES DE LA DIRECTION (ARTICLES 'C' DU TAUDIS)
       01  W-MAXCOM                PIC 9(4) COMP VALUE 1000.
       01  W-NBCOM                 PIC 9(4) COMP VALUE 0.
       01  TABLE-COMMUNE.
           05 COM-ENTREE OCCURS 1000.
              10 COM-CCOCOM        PIC X(3).
              10 COM-DLICOM        PIC X(30).
              10 COM-CCOBMJ        PIC X(4).
              10 COM-IXSIP         PIC 9(3) COMP.
              10 COM-NBAVIS        PIC 9(7) COMP.
              10 COM-JDAHO1        PIC 9(8).
              10 COM-JDAMI1        PIC 9(8).
              10 COM-JDAMJO        PIC 9(8).
              10 COM-DATMIN        PIC 9(8).
              10 COM-NUMVAG        PIC 9(2) COMP.
              10 COM-GETAT         PIC X(1).
              10 COM-GGEL          PIC X(1).
              10 COM-GSYNT         PIC X(1).
       01  IC                      PIC 9(4) COMP.
       01  IC-DER                  PIC 9(4) COMP VALUE 0.
       01  W-SW-TROUVE             PIC X(1).
           88 W-TROUVE                  VALUE 'O'.
       01  W-SW-FIN                PIC X(1) VALUE 'N'.
           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-DIRGEL             PIC X(1) VALUE 'N'.
           88 W-DIR-GELEE               VALUE 'O'.
       01  W-SW-SYNT               PIC X(1) VALUE 'N'.
           88 W-SYNT-LUE                VALUE 'O'.

       01  W-NBHORS                PIC 9(5) VALUE 0.
       01  W-NBSURCH               PIC 9(5) VALUE 0.
       01  W-NBGELEES              PIC 9(5) VALUE 0.
       01  W-NBSANSVOL             PIC 9(5) VALUE 0.
       01  W-NBMVTS                PIC 9(5) VALUE 0.
       01  W-NBAVIS-COM            PIC 9(7).

      * AVANCE DE N JOURS SUR UNE DATE SSAAMMJJ
       01  W-AV-DATE               PIC 9(8).
       01  W-AV-VUE REDEFINES W-AV-DATE.
           05 W-AV-AAAA            PIC 9(4).
           05 W-AV-MM              PIC 9(2).
           05 W-AV-JJ              PIC 9(2).
       01  W-AV-NBJ                PIC 9(7) COMP.
       01  W-AV-RESTE              PIC 9(2).
       01  W-AV-NBJMOIS            PIC 9(2).
       01  W-AV-LONGUEURS.
           05 FILLER               PIC X(24) VALUE
              '312831303130313130313031'.
       01  W-AV-LONGUEURS-R REDEFINES W-AV-LONGUEURS.
           05 W-AV-LGMOIS          PIC 9(2) OCCURS 12.
       01  W-QJ-Q4                 PIC 9(4) COMP.
       01  W-QJ-Q100               PIC 9(4) COMP.
       01  W-QJ-Q400               PIC 9(4) COMP.
       01  W-QJ-R4                 PIC 9(4) COMP.
       01  W-QJ-R100               PIC 9(4) COMP.
       01  W-QJ-R400               PIC 9(4) COMP.

      * DATE SSAAMMJJ EDITEE JJ/MM/SSAA
       01  W-ED-DATE               PIC 9(8).
       01  W-ED-VUE REDEFINES W-ED-DATE.
           05 W-ED-AAAA            PIC 9(4).
           05 W-ED-MM              PIC 9(2).
           05 W-ED-JJ              PIC 9(2).
       01  W-ED-DATEED.
           05 W-ED-JJED            PIC 9(2).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 W-ED-MMED            PIC 9(2).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 W-ED-AAAAED          PIC 9(4).

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'CALENDRIER DES VAGUES D''EMISSION DES ROLES GENERAUX'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(12) VALUE ' MILLESIME '.
           05 LP-JAN               PIC 9(4).
           05 FILLER               PIC X(22)
              VALUE '  CAPACITE PAR VAGUE '.
           05 LP-CAPAVIS           PIC Z(8)9.
           05 FILLER               PIC X(14) VALUE ' AVIS, PAR SIP'.
           05 LP-CAPSIP            PIC Z(8)9.
       01  LIGNE-NATIONAL.
           05 FILLER               PIC X(19)
              VALUE 'DATES NATIONALES : '.
           05 FILLER               PIC X(26)
              VALUE 'HOMOLOGATION AU PLUS TARD '.
           05 LN-HOMAX             PIC X(10).
           05 FILLER               PIC X(16) VALUE '  RECOUVREMENT '.
           05 LN-MIRNAT            PIC X(10).
           05 FILLER               PIC X(13) VALUE '  MAJORATION '.
           05 LN-MJONAT            PIC X(10).
       01  LIGNE-VAGUE.
           05 FILLER               PIC X(6)  VALUE 'VAGUE '.
           05 LV-NUMVAG            PIC Z9.
           05 FILLER               PIC X(24)
              VALUE ' - MISE EN RECOUVREMENT '.
           05 LV-JDAMI1            PIC X(10).
           05 FILLER               PIC X(13) VALUE '  MAJORATION '.
           05 LV-JDAMJO            PIC X(10).
       01  LIGNE-COLONNE           PIC X(132) VALUE
           '   COM LIBELLE                        SIP        AVIS  HOMO
      -    'LOGATION  OBSERVATION'.
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LC-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-DLICOM            PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-CCOBMJ            PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-NBAVIS            PIC Z(8)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LC-JDAHO1            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LC-OBSERV            PIC X(50).
       01  LIGNE-SIP.
           05 FILLER               PIC X(13) VALUE '   CHARGE SIP'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-CCOBMJ            PIC X(4).
           05 FILLER               PIC X(3)  VALUE ' : '.
           05 LS-NBAVIS            PIC Z(8)9.
           05 FILLER               PIC X(5)  VALUE ' AVIS'.
       01  LIGNE-TOTVAG.
           05 FILLER               PIC X(15) VALUE '   TOTAL VAGUE '.
           05 LT-NUMVAG            PIC Z9.
           05 FILLER               PIC X(3)  VALUE ' : '.
           05 LT-NBCOM             PIC Z(4)9.
           05 FILLER               PIC X(11) VALUE ' COMMUNE(S)'.
           05 LT-NBAVIS            PIC Z(8)9.
           05 FILLER               PIC X(5)  VALUE ' AVIS'.
       01  LIGNE-BLANCHE           PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           IF W-ARRET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-CHARGER-COMMUNES
               THRU 2000-CHARGER-COMMUNES-EXIT.
           PERFORM 3000-CHARGER-VOLUMES
               THRU 3000-CHARGER-VOLUMES-EXIT.
           PERFORM 4000-REPARTIR-COMMUNE
               THRU 4000-REPARTIR-COMMUNE-EXIT
               VARYING IC FROM 1 BY 1
               UNTIL IC > W-NBCOM.

           OPEN OUTPUT MOUVEMENT VAGUES RAPPORT.
           PERFORM 5000-ECRIRE-COMMUNE
               THRU 5000-ECRIRE-COMMUNE-EXIT
               VARYING IC FROM 1 BY 1
               UNTIL IC > W-NBCOM.
           PERFORM 6000-EDITER-CALENDRIER
               THRU 6000-EDITER-CALENDRIER-EXIT.
           CLOSE MOUVEMENT VAGUES RAPPORT.

           DISPLAY 'PLANVAG - VAGUES OUVERTES        : ' W-NBVAG.
           DISPLAY 'PLANVAG - COMMUNES PLANIFIEES    : ' W-NBCOM.
           DISPLAY 'PLANVAG - COMMUNES EN SURCHARGE  : ' W-NBSURCH.
           DISPLAY 'PLANVAG - COMMUNES GELEES        : ' W-NBGELEES.
           DISPLAY 'PLANVAG - COMMUNES SANS VOLUME   : ' W-NBSANSVOL.
           DISPLAY 'PLANVAG - COMMUNES NON PLANIFIEES: ' W-NBHORS.
           DISPLAY 'PLANVAG - MOUVEMENTS PRODUITS    : ' W-NBMVTS.
           IF W-NBSURCH > 0 OR W-NBGELEES > 0 OR W-NBSANSVOL > 0
              OR W-NBHORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
      * PARAMETRES DE PLANIFICATION : DIRECTION, MILLESIME ET
      * CAPACITE PAR VAGUE SONT OBLIGATOIRES, LES AUTRES ZONES
      * PRENNENT LEUR VALEUR PAR DEFAUT A ZERO
           OPEN INPUT PARMPLV.
           IF PP-OK
               READ PARMPLV
                   AT END CONTINUE
                   NOT AT END SET W-PARM-LU TO TRUE
               END-READ
               CLOSE PARMPLV
           END-IF.
           IF NOT W-PARM-LU
               DISPLAY 'PLANVAG - PARAMETRES PARMPLV ABSENTS'
               SET W-ARRET TO TRUE
               GO TO 1000-INITIALISATION-EXIT
           END-IF.
           MOVE PP-CODEP TO W-DEPDIR (1:2).
           MOVE PP-CODIR TO W-DEPDIR (3:1).
           IF PP-CAPAVIS NOT NUMERIC OR PP-CAPAVIS = 0
              OR PP-JAN NOT NUMERIC
               DISPLAY 'PLANVAG - MILLESIME OU CAPACITE PAR VAGUE '
                       'NON SERVI'
               SET W-ARRET TO TRUE
               GO TO 1000-INITIALISATION-EXIT
           END-IF.
           MOVE PP-CAPAVIS TO W-CAPAVIS.
           IF PP-CAPSIP NUMERIC AND PP-CAPSIP > 0
               MOVE PP-CAPSIP TO W-CAPSIP
           ELSE
               MOVE 999999999 TO W-CAPSIP
           END-IF.
           IF PP-ECART NUMERIC AND PP-ECART > 0
               MOVE PP-ECART TO W-ECART
           END-IF.
           IF PP-MAXVAG NUMERIC AND PP-MAXVAG > 0
               MOVE PP-MAXVAG TO W-NBVAGMAX
           END-IF.
           IF W-NBVAGMAX > W-MAXVAG
               MOVE W-MAXVAG TO W-NBVAGMAX
           END-IF.
           IF PP-DELAIMIN NUMERIC AND PP-DELAIMIN > 0
               MOVE PP-DELAIMIN TO W-DELAIMIN
           END-IF.

           PERFORM 1100-CHARGER-CALENDRIER
               THRU 1100-CHARGER-CALENDRIER-EXIT.
           IF NOT W-CALEN-CHARGE
               DISPLAY 'PLANVAG - CALENDRIER DU MILLESIME '
                       PP-JAN ' ABSENT DU REFERENTIEL'
               SET W-ARRET TO TRUE
               GO TO 1000-INITIALISATION-EXIT
           END-IF.

           PERFORM 1200-CALCULER-VAGUES
               THRU 1200-CALCULER-VAGUES-EXIT.
           IF W-NBVAG = 0
               DISPLAY 'PLANVAG - AUCUNE VAGUE NE TIENT DANS LE '
                       'CALENDRIER NATIONAL ' PP-JAN
               SET W-ARRET TO TRUE
           END-IF.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CHARGER-CALENDRIER.
      *---------------------------------------------------------
           OPEN INPUT CALENCAM.
           IF NOT CL-OK
               GO TO 1100-CHARGER-CALENDRIER-EXIT
           END-IF.
           PERFORM 1110-LIRE-UN-MILLESIME
               THRU 1110-LIRE-UN-MILLESIME-EXIT
               UNTIL CL-FIN OR W-CALEN-CHARGE.
           CLOSE CALENCAM.
       1100-CHARGER-CALENDRIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1110-LIRE-UN-MILLESIME.
      *---------------------------------------------------------
           READ CALENCAM
               AT END SET CL-FIN TO TRUE
                      GO TO 1110-LIRE-UN-MILLESIME-EXIT
           END-READ.
           IF CL-JAN = PP-JAN
               SET W-CALEN-CHARGE TO TRUE
               MOVE CL-HOMAX    TO W-HOMAX
               MOVE CL-MIRNAT   TO W-MIRNAT
               MOVE CL-MJONAT   TO W-MJONAT
           END-IF.
       1110-LIRE-UN-MILLESIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CALCULER-VAGUES.
      *---------------------------------------------------------
      * LA PREMIERE VAGUE NE PART PAS AVANT LA DATE NATIONALE DE
      * MISE EN RECOUVREMENT ; LES SUIVANTES SONT ESPACEES DE
      * W-ECART JOURS TANT QUE LE DELAI MINIMAL AVANT MAJORATION
      * TIENT AVANT LA DATE NATIONALE DE MAJORATION
           MOVE PP-DATE1 TO W-VAG-DATE.
           IF PP-DATE1 NOT NUMERIC OR PP-DATE1 = 0
               MOVE W-MIRNAT TO W-VAG-DATE
           END-IF.
           IF W-MIRNAT > 0 AND W-VAG-DATE < W-MIRNAT
               DISPLAY 'PLANVAG - PREMIERE VAGUE ' W-VAG-DATE
                       ' AVANT LA DATE NATIONALE, PORTEE AU '
                       W-MIRNAT
               MOVE W-MIRNAT TO W-VAG-DATE
           END-IF.
           IF W-VAG-DATE = 0
               GO TO 1200-CALCULER-VAGUES-EXIT
           END-IF.
           PERFORM 1210-OUVRIR-UNE-VAGUE
               THRU 1210-OUVRIR-UNE-VAGUE-EXIT
               UNTIL W-NBVAG >= W-NBVAGMAX OR W-FIN-CALENDRIER.
       1200-CALCULER-VAGUES-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-OUVRIR-UNE-VAGUE.
      *---------------------------------------------------------
      * LA MAJORATION DE LA VAGUE EST LA DATE NATIONALE ; A
      * DEFAUT, ELLE SUIT LA MISE EN RECOUVREMENT DU DELAI MINIMAL
           MOVE W-VAG-DATE TO W-AV-DATE.
           MOVE W-DELAIMIN TO W-AV-NBJ.
           PERFORM 8100-AJOUTER-JOURS
               THRU 8100-AJOUTER-JOURS-EXIT.
           IF W-MJONAT > 0 AND W-AV-DATE > W-MJONAT
               SET W-FIN-CALENDRIER TO TRUE
               GO TO 1210-OUVRIR-UNE-VAGUE-EXIT
           END-IF.
           ADD 1 TO W-NBVAG.
           MOVE W-VAG-DATE TO VAG-JDAMI1 (W-NBVAG).
           IF W-MJONAT > 0
               MOVE W-MJONAT  TO VAG-JDAMJO (W-NBVAG)
           ELSE
               MOVE W-AV-DATE TO VAG-JDAMJO (W-NBVAG)
           END-IF.
           MOVE 0 TO VAG-NBCOM (W-NBVAG) VAG-NBAVIS (W-NBVAG).

           MOVE W-VAG-DATE TO W-AV-DATE.
           MOVE W-ECART    TO W-AV-NBJ.
           PERFORM 8100-AJOUTER-JOURS
               THRU 8100-AJOUTER-JOURS-EXIT.
           MOVE W-AV-DATE  TO W-VAG-DATE.
       1210-OUVRIR-UNE-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CHARGER-COMMUNES.
      *---------------------------------------------------------
      * ARTICLE DIRECTION : DES REFERENCES DE ROLE (JBAROL) POSEES
      * GELENT TOUTES LES COMMUNES (MODULE GELTAUD). PUIS ARTICLES
      * COMMUNE DE LA DIRECTION, DANS L'ORDRE DU TAUDIS
           OPEN INPUT TAUDIS.
           MOVE W-DEPDIR  TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY CONTINUE
           END-READ.
           IF TAUDIS-OK AND T-D-DLETAR = 'D'
              AND T-D-JBAROL NOT = SPACE
               SET W-DIR-GELEE TO TRUE
           END-IF.

           MOVE W-DEPDIR  TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2100-LIRE-UN-ARTICLE
               THRU 2100-LIRE-UN-ARTICLE-EXIT
               UNTIL W-FIN-FICHIER.
           CLOSE TAUDIS.
       2000-CHARGER-COMMUNES-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2100-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR NOT = W-DEPDIR
               SET W-FIN-FICHIER TO TRUE
               GO TO 2100-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) NOT = 'C'
               GO TO 2100-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF W-NBCOM >= W-MAXCOM
               ADD 1 TO W-NBHORS
               DISPLAY 'PLANVAG - TABLE DES COMMUNES PLEINE, '
                       'COMMUNE ' T-COM ' NON PLANIFIEE'
               GO TO 2100-LIRE-UN-ARTICLE-EXIT
           END-IF.
           MOVE ENR-TAUDIS TO TAUDIS-COM.
           ADD 1 TO W-NBCOM.
           MOVE T-COM      TO COM-CCOCOM (W-NBCOM).
           MOVE T-C-DLICOM TO COM-DLICOM (W-NBCOM).
           MOVE T-C-CCOBMJ TO COM-CCOBMJ (W-NBCOM).
           MOVE 0 TO COM-NBAVIS (W-NBCOM) COM-NUMVAG (W-NBCOM)
                     COM-JDAHO1 (W-NBCOM) COM-JDAMI1 (W-NBCOM)
                     COM-JDAMJO (W-NBCOM).
           MOVE SPACE TO COM-GETAT (W-NBCOM).
           MOVE 'N'   TO COM-GGEL (W-NBCOM) COM-GSYNT (W-NBCOM).
           IF T-C-JDAHO1 NUMERIC
               MOVE T-C-JDAHO1 TO COM-JDAHO1 (W-NBCOM)
           END-IF.
           IF T-C-JDAMI1 NUMERIC
               MOVE T-C-JDAMI1 TO COM-JDAMI1 (W-NBCOM)
           END-IF.
           IF T-C-JDAMJO NUMERIC
               MOVE T-C-JDAMJO TO COM-JDAMJO (W-NBCOM)
           END-IF.

      * UNE COMMUNE NE PEUT ETRE MISE EN RECOUVREMENT AVANT SON
      * HOMOLOGATION : DATE POSEE, A DEFAUT DATE NATIONALE AU
      * PLUS TARD
           IF COM-JDAHO1 (W-NBCOM) > 0
               MOVE COM-JDAHO1 (W-NBCOM) TO COM-DATMIN (W-NBCOM)
               MOVE 'O' TO COM-GGEL (W-NBCOM)
           ELSE
               MOVE W-HOMAX TO COM-DATMIN (W-NBCOM)
           END-IF.
           IF W-DIR-GELEE
               MOVE 'O' TO COM-GGEL (W-NBCOM)
           END-IF.

           PERFORM 2200-RATTACHER-SIP
               THRU 2200-RATTACHER-SIP-EXIT.
           MOVE W-IXSIP TO COM-IXSIP (W-NBCOM).
       2100-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-RATTACHER-SIP.
      *---------------------------------------------------------
      * RANG DU SIP GESTIONNAIRE DANS LA TABLE DES SIP, CREE A
      * SA PREMIERE RENCONTRE. TABLE PLEINE : LA COMMUNE N'EST
      * SOUMISE QU'A LA CAPACITE GLOBALE DE LA VAGUE
           MOVE 0 TO W-IXSIP.
           PERFORM 2210-TESTER-SIP
               THRU 2210-TESTER-SIP-EXIT
               VARYING ISP FROM 1 BY 1
               UNTIL ISP > W-NBSIP OR W-IXSIP > 0.
           IF W-IXSIP > 0
               GO TO 2200-RATTACHER-SIP-EXIT
           END-IF.
           IF W-NBSIP >= W-MAXSIP
               DISPLAY 'PLANVAG - TABLE DES SIP PLEINE, SIP '
                       T-C-CCOBMJ ' SANS LIMITE PROPRE'
               GO TO 2200-RATTACHER-SIP-EXIT
           END-IF.
           ADD 1 TO W-NBSIP.
           MOVE T-C-CCOBMJ TO SIP-CCOBMJ (W-NBSIP).
           PERFORM 2220-RAZ-CHARGE-SIP
               THRU 2220-RAZ-CHARGE-SIP-EXIT
               VARYING IV FROM 1 BY 1
               UNTIL IV > W-MAXVAG.
           MOVE W-NBSIP TO W-IXSIP.
       2200-RATTACHER-SIP-EXIT.
           EXIT.

      *---------------------------------------------------------
       2210-TESTER-SIP.
      *---------------------------------------------------------
           IF SIP-CCOBMJ (ISP) = T-C-CCOBMJ
               MOVE ISP TO W-IXSIP
           END-IF.
       2210-TESTER-SIP-EXIT.
           EXIT.

      *---------------------------------------------------------
       2220-RAZ-CHARGE-SIP.
      *---------------------------------------------------------
           MOVE 0 TO SIP-CHARGE (W-NBSIP IV).
       2220-RAZ-CHARGE-SIP-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CHARGER-VOLUMES.
      *---------------------------------------------------------
      * NOMBRE D'AVIS ATTENDU PAR COMMUNE : ARTICLES BATIS ET NON
      * BATIS DU ROLE GENERAL PRECEDENT (SYNTHESE SYNTCOM). UNE
      * COMMUNE ABSENTE DE LA SYNTHESE EST PLANIFIEE SANS VOLUME
           OPEN INPUT SYNTCOM.
           IF NOT SY-OK
               DISPLAY 'PLANVAG - SYNTHESE SYNTCOM ABSENTE, '
                       'VOLUMES NON SERVIS'
               GO TO 3000-CHARGER-VOLUMES-EXIT
           END-IF.
           SET W-SYNT-LUE TO TRUE.
           PERFORM 3100-LIRE-SYNTHESE
               THRU 3100-LIRE-SYNTHESE-EXIT
               UNTIL SY-FIN.
           CLOSE SYNTCOM.
       3000-CHARGER-VOLUMES-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-LIRE-SYNTHESE.
      *---------------------------------------------------------
           READ SYNTCOM
               AT END SET SY-FIN TO TRUE
                      GO TO 3100-LIRE-SYNTHESE-EXIT
           END-READ.
           IF ENR-SYNTCOM (1:1) = '*'
              OR SY-AC3DIR NOT = W-DEPDIR
              OR SY-GCTXTA NOT = 'G'
               GO TO 3100-LIRE-SYNTHESE-EXIT
           END-IF.
      * LA SYNTHESE ETANT TRIEE PAR COMMUNE, LA COMMUNE DE
      * L'ENREGISTREMENT PRECEDENT EST ESSAYEE EN PREMIER
           IF IC-DER > 0
               IF COM-CCOCOM (IC-DER) = SY-CCOCOM
                   GO TO 3100-CUMULER-VOLUME
               END-IF
           END-IF.
           MOVE 'N' TO W-SW-TROUVE.
           PERFORM 3200-CHERCHER-COMMUNE
               THRU 3200-CHERCHER-COMMUNE-EXIT
               VARYING IC FROM 1 BY 1
               UNTIL IC > W-NBCOM OR W-TROUVE.
           IF NOT W-TROUVE
               GO TO 3100-LIRE-SYNTHESE-EXIT
           END-IF.
       3100-CUMULER-VOLUME.
           ADD SY-NBARTB SY-NBARTNB TO COM-NBAVIS (IC-DER).
           MOVE 'O' TO COM-GSYNT (IC-DER).
       3100-LIRE-SYNTHESE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CHERCHER-COMMUNE.
      *---------------------------------------------------------
           IF COM-CCOCOM (IC) = SY-CCOCOM
               SET W-TROUVE TO TRUE
               MOVE IC TO IC-DER
           END-IF.
       3200-CHERCHER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-REPARTIR-COMMUNE.
      *---------------------------------------------------------
      * LA COMMUNE VA DANS LA PREMIERE VAGUE POSTERIEURE A SON
      * HOMOLOGATION OU ELLE TIENT SOUS LA CAPACITE GLOBALE ET
      * SOUS CELLE DE SON SIP (UNE VAGUE ENCORE VIDE L'ACCEPTE
      * QUEL QUE SOIT SON VOLUME, UNE COMMUNE N'ETANT PAS
      * SCINDEE). AUCUNE NE CONVIENT : DERNIERE VAGUE, EN
      * SURCHARGE
           MOVE COM-IXSIP (IC) TO ISP.
           MOVE COM-NBAVIS (IC) TO W-NBAVIS-COM.
           MOVE 0 TO W-VAG-RETENUE.
           PERFORM 4100-TESTER-VAGUE
               THRU 4100-TESTER-VAGUE-EXIT
               VARYING IV FROM 1 BY 1
               UNTIL IV > W-NBVAG OR W-VAG-RETENUE > 0.
           IF W-VAG-RETENUE = 0
               MOVE W-NBVAG TO W-VAG-RETENUE
               MOVE 'S' TO COM-GETAT (IC)
               ADD 1 TO W-NBSURCH
           ELSE
               MOVE 'P' TO COM-GETAT (IC)
           END-IF.
           IF COM-GSYNT (IC) NOT = 'O'
               ADD 1 TO W-NBSANSVOL
           END-IF.
           MOVE W-VAG-RETENUE TO COM-NUMVAG (IC).
           ADD 1 TO VAG-NBCOM (W-VAG-RETENUE).
           ADD W-NBAVIS-COM TO VAG-NBAVIS (W-VAG-RETENUE).
           IF ISP > 0
               ADD W-NBAVIS-COM TO SIP-CHARGE (ISP W-VAG-RETENUE)
           END-IF.
       4000-REPARTIR-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-TESTER-VAGUE.
      *---------------------------------------------------------
           IF VAG-JDAMI1 (IV) < COM-DATMIN (IC)
               GO TO 4100-TESTER-VAGUE-EXIT
           END-IF.
           IF VAG-NBAVIS (IV) > 0
              AND VAG-NBAVIS (IV) + W-NBAVIS-COM > W-CAPAVIS
               GO TO 4100-TESTER-VAGUE-EXIT
           END-IF.
           IF ISP > 0
               IF SIP-CHARGE (ISP IV) > 0
                  AND SIP-CHARGE (ISP IV) + W-NBAVIS-COM > W-CAPSIP
                   GO TO 4100-TESTER-VAGUE-EXIT
               END-IF
           END-IF.
           MOVE IV TO W-VAG-RETENUE.
       4100-TESTER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-ECRIRE-COMMUNE.
      *---------------------------------------------------------
      * PLAN DES VAGUES POUR LES PROGRAMMES D'EMISSION, PUIS
      * MOUVEMENTS MAJTAUD DES DATES QUI CHANGENT. UNE COMMUNE
      * GELEE APPELLE UN DEGEL PREALABLE, SIGNALE A L'ETAT
           MOVE COM-NUMVAG (IC) TO IV.
           INITIALIZE ENR-VAGUES.
           MOVE PP-JAN            TO VG-JAN.
           MOVE W-DEPDIR          TO VG-AC3DIR.
           MOVE COM-CCOCOM (IC)   TO VG-CCOCOM.
           MOVE IV                TO VG-NUMVAG.
           MOVE VAG-JDAMI1 (IV)   TO VG-JDAMI1.
           MOVE VAG-JDAMJO (IV)   TO VG-JDAMJO.
           MOVE COM-CCOBMJ (IC)   TO VG-CCOBMJ.
           MOVE COM-NBAVIS (IC)   TO VG-NBAVIS.
           MOVE COM-GETAT (IC)    TO VG-GETAT.
           MOVE SPACE             TO VG-GGEL.
           IF COM-GGEL (IC) = 'O'
               MOVE 'O' TO VG-GGEL
           END-IF.
           WRITE ENR-VAGUES.

           IF COM-GGEL (IC) = 'O'
              AND (COM-JDAMI1 (IC) NOT = VAG-JDAMI1 (IV)
                   OR COM-JDAMJO (IC) NOT = VAG-JDAMJO (IV))
               ADD 1 TO W-NBGELEES
           END-IF.

           MOVE W-DEPDIR        TO MV-DIR.
           MOVE COM-CCOCOM (IC) TO MV-COM.
           MOVE ALL '.' TO MV-IFP MV-PER.
           IF COM-JDAMI1 (IC) NOT = VAG-JDAMI1 (IV)
               MOVE 'JDAMI1  ' TO MV-ZONE
               MOVE SPACE TO MV-ANCIEN MV-NOUVEAU
               MOVE COM-JDAMI1 (IC) TO MV-ANCIEN (1:8)
               MOVE VAG-JDAMI1 (IV) TO MV-NOUVEAU (1:8)
               WRITE ENR-MOUVEMENT
               ADD 1 TO W-NBMVTS
           END-IF.
           IF COM-JDAMJO (IC) NOT = VAG-JDAMJO (IV)
               MOVE 'JDAMJO  ' TO MV-ZONE
               MOVE SPACE TO MV-ANCIEN MV-NOUVEAU
               MOVE COM-JDAMJO (IC) TO MV-ANCIEN (1:8)
               MOVE VAG-JDAMJO (IV) TO MV-NOUVEAU (1:8)
               WRITE ENR-MOUVEMENT
               ADD 1 TO W-NBMVTS
           END-IF.
       5000-ECRIRE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-CALENDRIER.
      *---------------------------------------------------------
      * CALENDRIER PAR VAGUE : DATES, COMMUNES AVEC LEUR VOLUME
      * ET LEUR SIP, CHARGE DE CHAQUE SIP ET TOTAL DE LA VAGUE
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DEPDIR TO LP-DIR.
           MOVE PP-JAN   TO LP-JAN.
           MOVE W-CAPAVIS TO LP-CAPAVIS.
           IF W-CAPSIP = 999999999
               MOVE 0 TO LP-CAPSIP
           ELSE
               MOVE W-CAPSIP TO LP-CAPSIP
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
           MOVE W-HOMAX TO W-ED-DATE.
           PERFORM 8200-EDITER-DATE
               THRU 8200-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LN-HOMAX.
           MOVE W-MIRNAT TO W-ED-DATE.
           PERFORM 8200-EDITER-DATE
               THRU 8200-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LN-MIRNAT.
           MOVE W-MJONAT TO W-ED-DATE.
           PERFORM 8200-EDITER-DATE
               THRU 8200-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LN-MJONAT.
           WRITE ENR-RAPPORT FROM LIGNE-NATIONAL.
           PERFORM 6100-EDITER-VAGUE
               THRU 6100-EDITER-VAGUE-EXIT
               VARYING IV FROM 1 BY 1
               UNTIL IV > W-NBVAG.
       6000-EDITER-CALENDRIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       6100-EDITER-VAGUE.
      *---------------------------------------------------------
           IF VAG-NBCOM (IV) = 0
               GO TO 6100-EDITER-VAGUE-EXIT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-BLANCHE.
           MOVE IV TO LV-NUMVAG.
           MOVE VAG-JDAMI1 (IV) TO W-ED-DATE.
           PERFORM 8200-EDITER-DATE
               THRU 8200-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LV-JDAMI1.
           MOVE VAG-JDAMJO (IV) TO W-ED-DATE.
           PERFORM 8200-EDITER-DATE
               THRU 8200-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LV-JDAMJO.
           WRITE ENR-RAPPORT FROM LIGNE-VAGUE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           PERFORM 6200-EDITER-COMMUNE
               THRU 6200-EDITER-COMMUNE-EXIT
               VARYING IC FROM 1 BY 1
               UNTIL IC > W-NBCOM.
           PERFORM 6300-EDITER-SIP
               THRU 6300-EDITER-SIP-EXIT
               VARYING ISP FROM 1 BY 1
               UNTIL ISP > W-NBSIP.
           MOVE IV              TO LT-NUMVAG.
           MOVE VAG-NBCOM (IV)  TO LT-NBCOM.
           MOVE VAG-NBAVIS (IV) TO LT-NBAVIS.
           WRITE ENR-RAPPORT FROM LIGNE-TOTVAG.
       6100-EDITER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6200-EDITER-COMMUNE.
      *---------------------------------------------------------
           IF COM-NUMVAG (IC) NOT = IV
               GO TO 6200-EDITER-COMMUNE-EXIT
           END-IF.
           MOVE COM-CCOCOM (IC) TO LC-COM.
           MOVE COM-DLICOM (IC) TO LC-DLICOM.
           MOVE COM-CCOBMJ (IC) TO LC-CCOBMJ.
           MOVE COM-NBAVIS (IC) TO LC-NBAVIS.
           MOVE SPACE TO LC-JDAHO1.
           IF COM-JDAHO1 (IC) > 0
               MOVE COM-JDAHO1 (IC) TO W-ED-DATE
               PERFORM 8200-EDITER-DATE
                   THRU 8200-EDITER-DATE-EXIT
               MOVE W-ED-DATEED TO LC-JDAHO1
           END-IF.
           EVALUATE TRUE
               WHEN COM-GETAT (IC) = 'S'
                   MOVE 'HORS CAPACITE OU HOMOLOGATION TROP TARDIVE'
                       TO LC-OBSERV
               WHEN COM-GGEL (IC) = 'O'
                   MOVE 'GELEE : DEGEL PREALABLE DANS MAJTAUD'
                       TO LC-OBSERV
               WHEN COM-GSYNT (IC) NOT = 'O'
                   MOVE 'VOLUME INCONNU (ABSENTE DE LA SYNTHESE)'
                       TO LC-OBSERV
               WHEN COM-JDAHO1 (IC) = 0
                   MOVE 'A HOMOLOGUER AVANT LA DATE NATIONALE'
                       TO LC-OBSERV
               WHEN OTHER
                   MOVE SPACE TO LC-OBSERV
           END-EVALUATE.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
       6200-EDITER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6300-EDITER-SIP.
      *---------------------------------------------------------
           IF SIP-CHARGE (ISP IV) = 0
               GO TO 6300-EDITER-SIP-EXIT
           END-IF.
           MOVE SIP-CCOBMJ (ISP)    TO LS-CCOBMJ.
           MOVE SIP-CHARGE (ISP IV) TO LS-NBAVIS.
           WRITE ENR-RAPPORT FROM LIGNE-SIP.
       6300-EDITER-SIP-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-AJOUTER-JOURS.
      *---------------------------------------------------------
      * W-AV-NBJ JOURS APRES W-AV-DATE, MOIS PAR MOIS
           PERFORM 8110-AVANCER-MOIS
               THRU 8110-AVANCER-MOIS-EXIT
               UNTIL W-AV-NBJ = 0.
       8100-AJOUTER-JOURS-EXIT.
           EXIT.

      *---------------------------------------------------------
       8110-AVANCER-MOIS.
      *---------------------------------------------------------
      * SOIT LE COMPTE TOMBE DANS LE MOIS COURANT, SOIT ON PASSE
      * AU PREMIER DU MOIS SUIVANT (FEVRIER A 29 JOURS LES ANNEES
      * BISSEXTILES)
           MOVE W-AV-LGMOIS (W-AV-MM) TO W-AV-NBJMOIS.
           IF W-AV-MM = 2
               DIVIDE W-AV-AAAA BY 4   GIVING W-QJ-Q4
                   REMAINDER W-QJ-R4
               DIVIDE W-AV-AAAA BY 100 GIVING W-QJ-Q100
                   REMAINDER W-QJ-R100
               DIVIDE W-AV-AAAA BY 400 GIVING W-QJ-Q400
                   REMAINDER W-QJ-R400
               IF W-QJ-R400 = 0
                  OR (W-QJ-R4 = 0 AND W-QJ-R100 NOT = 0)
                   MOVE 29 TO W-AV-NBJMOIS
               END-IF
           END-IF.
           COMPUTE W-AV-RESTE = W-AV-NBJMOIS - W-AV-JJ.
           IF W-AV-NBJ NOT > W-AV-RESTE
               ADD W-AV-NBJ TO W-AV-JJ
               MOVE 0 TO W-AV-NBJ
               GO TO 8110-AVANCER-MOIS-EXIT
           END-IF.
           COMPUTE W-AV-NBJ = W-AV-NBJ - W-AV-RESTE - 1.
           MOVE 1 TO W-AV-JJ.
           ADD 1 TO W-AV-MM.
           IF W-AV-MM > 12
               MOVE 1 TO W-AV-MM
               ADD 1 TO W-AV-AAAA
           END-IF.
       8110-AVANCER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       8200-EDITER-DATE.
      *---------------------------------------------------------
           MOVE W-ED-JJ   TO W-ED-JJED.
           MOVE W-ED-MM   TO W-ED-MMED.
           MOVE W-ED-AAAA TO W-ED-AAAAED.
       8200-EDITER-DATE-EXIT.
           EXIT.
       END PROGRAM PLANVAG.
