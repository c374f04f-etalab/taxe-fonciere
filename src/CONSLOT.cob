      *********************************************************
      * PROGRAMME CONSLOT                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONSTITUTION DU FICHIER D'ENTREE DU LOT (ENTRLOT) A   *
      * PARTIR DE L'EXTRACTION MAJIC PAR LOCAL BATI ET PAR    *
      * SUF NON BATIE (LOCMAJ). LES LOCAUX SONT TRIES PAR     *
      * ARTICLE (AIDFIC/ANUPRO/CCOBNB) ET LEURS BASES         *
      * CUMULEES PAR COLLECTIVITE AU TRACE COMBAT OU          *
      * COMNONBA, AVEC LE ZONAGE OM, LES BASES EXONEREES      *
      * (ABAEXO) ET LES INDICATEURS DE TAUX SERVI (GTOTAU).   *
      * L'ENTRLOT EST ENCADRE DE SES ENREGISTREMENTS DE       *
      * SERVICE XSERVIC. UN ENREGISTREMENT DE CORRESPONDANCE  *
      * ARTICLE / LOCAL (CORRLOC) EST ECRIT POUR CHAQUE LOCAL *
      * RETENU, POUR LE DETAIL PAR LOCAL DANS DOSSART ET LA   *
      * CHAINE DES RECLAMATIONS. LE RAPPORT DONNE LES         *
      * ANOMALIES, LES BASES PAR COMMUNE ET PAR COLLECTIVITE  *
      * ET LE CONTROLE D'EQUILIBRE ENTRE LOCAUX ET ARTICLES.  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSLOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  LOCMAJ      ASSIGN  TO  LOCMAJ
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS LM-FS.
           SELECT  ENTREE-LOT  ASSIGN  TO  ENTRLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EL-FS.
           SELECT  CORRLOC     ASSIGN  TO  CORRLOC
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CL-CLE
                               FILE STATUS  CL-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRILOC.

       DATA DIVISION.
       FILE SECTION.
      * EXTRACTION MAJIC PAR LOCAL BATI ET PAR SUF NON BATIE
       FD  LOCMAJ.
       01  ENR-LOCMAJ.
           COPY XLOCMAJ REPLACING 'X' BY LM.

      * FICHIER D'ENTREE DU LOT (COMBAT/COMNONBA), ENCADRE PAR
      * SES ENREGISTREMENTS DE SERVICE XSERVIC
       FD  ENTREE-LOT.
       01  ENR-ENTREE-LOT          PIC X(600).

      * CORRESPONDANCE ARTICLE / LOCAL
       FD  CORRLOC.
       01  ENR-CORRLOC.
           COPY XCORLOC REPLACING 'X' BY CL.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : LE LOCAL, TRIE PAR ARTICLE PUIS
      * PAR IDENTIFIANT DU LOCAL
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           COPY XLOCMAJ REPLACING 'X' BY TR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CONSLOT 00 DU 15/10/26'.

       01  LM-FS                   PIC X(2).
           88 LM-OK                     VALUE '00'.
           88 LM-FIN                    VALUE '10'.
       01  EL-FS                   PIC X(2).
       01  CL-FS                   PIC X(2).
           88 CL-OK                     VALUE '00'.
           88 CL-INEXISTANT             VALUES '35' '05'.
       01  RP-FS                   PIC X(2).
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

      * VUES DE L'ARTICLE EN COURS DE CONSTITUTION
       01  EB-VUE.
           COPY XCOMBAT REPLACING 'X' BY EB.
       01  EN-VUE.
           COPY XCOMNBA REPLACING 'X' BY EN.
       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

      * CLE DE L'ARTICLE EN COURS ET DU LOCAL LU
       01  W-ART-CLE.
           05 W-ART-AIDFIC         PIC X(12).
           05 W-ART-ANUPRO         PIC X(6).
           05 W-ART-CCOBNB         PIC X(1).
              88 W-ART-BATI             VALUE '2'.
       01  W-TR-CLE.
           05 W-TR-AIDFIC          PIC X(12).
           05 W-TR-ANUPRO          PIC X(6).
           05 W-TR-CCOBNB          PIC X(1).
       01  W-IDLOC-PREC            PIC X(10).
       01  W-COM-CLE               PIC X(10) VALUE SPACE.
       01  W-COM-DEPDIR            PIC X(3).
       01  W-COM-CCOCOM            PIC X(3).

       01  IND                     PIC 9(2) COMP.
       01  IZ                      PIC 9(2) COMP.
       01  IZ-ZONE                 PIC 9(2) COMP.
       01  W-SW-ZONE               PIC X(1).
           88 ZONE-TROUVEE              VALUE 'O'.
       01  W-MOTIF                 PIC X(50).

      * CUMULS DE LA COMMUNE PAR NATURE (1 BATI, 2 NON BATI)
       01  INAT                    PIC 9(1) COMP.
       01  TABLE-CUMUL.
           05 CUM-NATURE OCCURS 2.
              10 CUM-NBART         PIC 9(7) COMP.
              10 CUM-NBLOC         PIC 9(7) COMP.
              10 CUM-MBACOM        PIC S9(14).
              10 CUM-MBADEP        PIC S9(14).
              10 CUM-MBASYN        PIC S9(14).
              10 CUM-MBACU         PIC S9(14).
              10 CUM-MBATSE        PIC S9(14).
              10 CUM-MBAGE3        PIC S9(14).

       01  W-DATJOU                PIC 9(8).
       01  W-DAN-LOT               PIC 9(4) VALUE 0.
       01  W-DEPDIR-LOT            PIC X(3) VALUE SPACE.
       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBREJETS              PIC 9(9) COMP VALUE 0.
       01  W-NBLOCAUX              PIC 9(9) COMP VALUE 0.
       01  W-NBENR                 PIC 9(9) COMP VALUE 0.
       01  W-NBANOM                PIC 9(9) COMP VALUE 0.
       01  W-TOTBASE               PIC S9(14) COMP VALUE 0.
       01  W-TOTLOCAL              PIC S9(14) COMP VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'CONSTITUTION DE L''ENTRLOT A PARTIR DE L''EXTRACTION MAJ
      -    'IC DES LOCAUX'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'DIR COM NATURE   ARTICLE  LOCAUX BASE COMMUNE BASE DEPART. B
      -    'ASE SYNDIC.    BASE EPCI     BASE TSE  BASE GEMAPI'.
       01  LIGNE-COMMUNE.
           05 LC-DEPDIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-NATURE            PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-NBART             PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-NBLOC             PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-MBACOM            PIC -(11)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-MBADEP            PIC -(11)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-MBASYN            PIC -(11)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-MBACU             PIC -(11)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-MBATSE            PIC -(11)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LC-MBAGE3            PIC -(11)9.
           05 FILLER               PIC X(22) VALUE SPACE.
       01  LIGNE-ANOMALIE.
           05 LA-DEPDIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-CCOBNB            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-IDLOC             PIC X(10).
           05 FILLER               PIC X(4) VALUE ' ** '.
           05 LA-MOTIF             PIC X(50).
           05 FILLER               PIC X(51) VALUE SPACE.
       01  LIGNE-CONTROLE.
           05 FILLER               PIC X(15)
              VALUE 'LOCAUX RETENUS '.
           05 LT-NBLOCAUX          PIC Z(8)9.
           05 FILLER               PIC X(11) VALUE '  ARTICLES '.
           05 LT-NBENR             PIC Z(8)9.
           05 FILLER               PIC X(10) VALUE '  REJETS '.
           05 LT-NBREJETS          PIC Z(8)9.
           05 FILLER               PIC X(16) VALUE '  BASE COMMUNE '.
           05 LT-TOTBASE           PIC -(13)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LT-VERDICT           PIC X(11).
           05 FILLER               PIC X(26) VALUE SPACE.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.

           SORT TRAVAIL
               ON ASCENDING KEY TR-DAN
                                TR-AC3DIR
                                TR-CCOCOM
                                TR-DSRPAR
                                TR-ANUPRO
                                TR-CCOBNB
                                TR-IDLOC
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-CONSTITUER-ARTICLES
                   THRU 3000-CONSTITUER-ARTICLES-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-TERMINAISON-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           OPEN OUTPUT ENTREE-LOT RAPPORT.
      * LA CORRESPONDANCE EST CONSERVEE D'UNE CAMPAGNE A L'AUTRE
      * (CLE PREFIXEE PAR L'ANNEE) POUR L'HISTORIQUE DE DOSSART
           OPEN I-O CORRLOC.
           IF CL-INEXISTANT
               OPEN OUTPUT CORRLOC
               CLOSE CORRLOC
               OPEN I-O CORRLOC
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           INITIALIZE TABLE-CUMUL.

      * ENTETE DE SERVICE DU FICHIER PRODUIT
           INITIALIZE SRV-ENR.
           MOVE '*ENT' TO SRV-GSERV.
           MOVE W-DATJOU TO SRV-DATJOU.
           MOVE SPACES TO ENR-ENTREE-LOT.
           MOVE SRV-ENR TO ENR-ENTREE-LOT (1:100).
           WRITE ENR-ENTREE-LOT.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT LOCMAJ.
           PERFORM 2100-RELACHER-LOCAL
               THRU 2100-RELACHER-LOCAL-EXIT
               UNTIL LM-FIN.
           CLOSE LOCMAJ.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-RELACHER-LOCAL.
      *---------------------------------------------------------
           READ LOCMAJ
               AT END SET LM-FIN TO TRUE
                      GO TO 2100-RELACHER-LOCAL-EXIT
           END-READ.
           IF ENR-LOCMAJ (1:1) = '*'
               GO TO 2100-RELACHER-LOCAL-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
      * LOCAL INEXPLOITABLE : CLE OU BASE COMMUNALE INVALIDE
           MOVE SPACE TO W-MOTIF.
           IF NOT LM-LOCAL-BATI AND NOT LM-SUF-NONBATIE
               MOVE 'CODE BATI / NON BATI INVALIDE' TO W-MOTIF
           END-IF.
           IF LM-DAN NOT NUMERIC OR LM-NNUPRO NOT NUMERIC
               MOVE 'ANNEE OU COMPTE PROPRIETAIRE NON NUMERIQUE'
                   TO W-MOTIF
           END-IF.
           IF LM-MBACOM NOT NUMERIC
               MOVE 'BASE COMMUNALE NON NUMERIQUE' TO W-MOTIF
           END-IF.
           IF W-MOTIF NOT = SPACE
               ADD 1 TO W-NBREJETS
               MOVE ENR-LOCMAJ TO ENR-TRAVAIL
               PERFORM 8000-SIGNALER-ANOMALIE
                   THRU 8000-SIGNALER-ANOMALIE-EXIT
               GO TO 2100-RELACHER-LOCAL-EXIT
           END-IF.
           RELEASE ENR-TRAVAIL FROM ENR-LOCMAJ.
       2100-RELACHER-LOCAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CONSTITUER-ARTICLES.
      *---------------------------------------------------------
           PERFORM 3100-TRAITER-UN-LOCAL
               THRU 3100-TRAITER-UN-LOCAL-EXIT
               UNTIL W-FIN-TRI.
           IF NOT W-1ER-ENREG
               PERFORM 4000-ECRIRE-ARTICLE
                   THRU 4000-ECRIRE-ARTICLE-EXIT
               PERFORM 4500-CLOTURER-COMMUNE
                   THRU 4500-CLOTURER-COMMUNE-EXIT
           END-IF.
       3000-CONSTITUER-ARTICLES-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-UN-LOCAL.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-TRAITER-UN-LOCAL-EXIT
           END-RETURN.
           MOVE TR-AIDFIC TO W-TR-AIDFIC.
           MOVE TR-ANUPRO TO W-TR-ANUPRO.
           MOVE TR-CCOBNB TO W-TR-CCOBNB.

      * RUPTURE D'ARTICLE, PUIS DE COMMUNE
           IF W-1ER-ENREG OR W-TR-CLE NOT = W-ART-CLE
               IF NOT W-1ER-ENREG
                   PERFORM 4000-ECRIRE-ARTICLE
                       THRU 4000-ECRIRE-ARTICLE-EXIT
               END-IF
               IF W-1ER-ENREG OR W-TR-AIDFIC (1:10) NOT = W-COM-CLE
                   IF NOT W-1ER-ENREG
                       PERFORM 4500-CLOTURER-COMMUNE
                           THRU 4500-CLOTURER-COMMUNE-EXIT
                   END-IF
                   MOVE W-TR-AIDFIC (1:10) TO W-COM-CLE
                   MOVE TR-AC3DIR TO W-COM-DEPDIR
                   MOVE TR-CCOCOM TO W-COM-CCOCOM
               END-IF
               MOVE 'N' TO W-PREMIER
               PERFORM 3200-OUVRIR-ARTICLE
                   THRU 3200-OUVRIR-ARTICLE-EXIT
           ELSE
      * UN MEME LOCAL NE PEUT ETRE RATTACHE DEUX FOIS A L'ARTICLE
               IF TR-IDLOC = W-IDLOC-PREC
                   ADD 1 TO W-NBREJETS
                   MOVE 'LOCAL EN DOUBLE DANS L''ARTICLE' TO W-MOTIF
                   PERFORM 8000-SIGNALER-ANOMALIE
                       THRU 8000-SIGNALER-ANOMALIE-EXIT
                   GO TO 3100-TRAITER-UN-LOCAL-EXIT
               END-IF
           END-IF.
           MOVE TR-IDLOC TO W-IDLOC-PREC.

           IF W-ART-BATI
               PERFORM 3300-CUMULER-BATI
                   THRU 3300-CUMULER-BATI-EXIT
               MOVE 1 TO INAT
           ELSE
               PERFORM 3400-CUMULER-NONBATI
                   THRU 3400-CUMULER-NONBATI-EXIT
               MOVE 2 TO INAT
           END-IF.
           ADD 1 TO CUM-NBLOC (INAT).
           ADD 1 TO W-NBLOCAUX.
           ADD TR-MBACOM TO W-TOTLOCAL.
           PERFORM 3500-ECRIRE-CORRESPONDANCE
               THRU 3500-ECRIRE-CORRESPONDANCE-EXIT.
       3100-TRAITER-UN-LOCAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-OUVRIR-ARTICLE.
      *---------------------------------------------------------
      * ARTICLE VIERGE AU TRACE COMBAT OU COMNONBA : CLE, IFP ET
      * TRESORERIE DU PREMIER LOCAL, ROLE GENERAL, BASES AUX
      * VALEURS DE L'EXTRACTION (REVALORISEES PAR LE LOT)
           MOVE W-TR-CLE TO W-ART-CLE.
           MOVE SPACE TO W-IDLOC-PREC.
           IF W-ART-BATI
               INITIALIZE EB-VUE
               MOVE TR-CCOBNB TO EB-CCOBNB
               MOVE TR-AIDFIC TO EB-AIDFIC
               MOVE TR-ANUPRO TO EB-ANUPRO
               MOVE TR-CCOIFP TO EB-CCOIFP
               MOVE TR-CCPPER TO EB-CCPPER
               MOVE 'G'       TO EB-GCTXTA
               PERFORM 3210-INITIALISER-TAUX-B
                   THRU 3210-INITIALISER-TAUX-B-EXIT
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > 8
           ELSE
               INITIALIZE EN-VUE
               MOVE TR-CCOBNB TO EN-CCOBNB
               MOVE TR-AIDFIC TO EN-AIDFIC
               MOVE TR-ANUPRO TO EN-ANUPRO
               MOVE TR-CCOIFP TO EN-CCOIFP
               MOVE TR-CCPPER TO EN-CCPPER
               MOVE 'G'       TO EN-GCTXTA
               PERFORM 3220-INITIALISER-TAUX-N
                   THRU 3220-INITIALISER-TAUX-N-EXIT
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > 11
           END-IF.
       3200-OUVRIR-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3210-INITIALISER-TAUX-B.
      *---------------------------------------------------------
           MOVE 'N' TO EB-GTOTAU (IND).
       3210-INITIALISER-TAUX-B-EXIT.
           EXIT.

      *---------------------------------------------------------
       3220-INITIALISER-TAUX-N.
      *---------------------------------------------------------
           MOVE 'N' TO EN-GTOTAU (IND).
       3220-INITIALISER-TAUX-N-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-CUMULER-BATI.
      *---------------------------------------------------------
           ADD TR-MBACOM     TO EB-MBACOM.
           ADD TR-MBADEP     TO EB-MBADEP.
           ADD TR-MBAREG     TO EB-MBAREG.
           ADD TR-MBASYN     TO EB-MBASYN.
           ADD TR-MBACU      TO EB-MBACU.
           ADD TR-MBATSE     TO EB-MBATSE.
           ADD TR-MBAT13 (1) TO EB-MBBT13 (1).
           ADD TR-MBAT13 (2) TO EB-MBBT13 (2).
           ADD TR-MBAT13 (3) TO EB-MBBT13 (3).
           ADD TR-MBAGE3     TO EB-MBAGE3.
           ADD TR-MBATA3     TO EB-MBATA3.
      * BASES EXONEREES DE LA CONSTRUCTION NOUVELLE
           ADD TR-MBXCOM     TO EB-MBXCOM.
           ADD TR-MBXDEP     TO EB-MBXDEP.
           ADD TR-MBXSYN     TO EB-MBXSYN.
           ADD TR-MBXCU      TO EB-MBXCU.
      * UN TAUX SERVI SUR L'UN DES LOCAUX EST SERVI SUR L'ARTICLE
           PERFORM 3310-REPORTER-TAUX-B
               THRU 3310-REPORTER-TAUX-B-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 8.
           PERFORM 3320-AFFECTER-ZONE-OM
               THRU 3320-AFFECTER-ZONE-OM-EXIT.
       3300-CUMULER-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3310-REPORTER-TAUX-B.
      *---------------------------------------------------------
           IF TR-GTOTAU (IND) = 'O'
               MOVE 'O' TO EB-GTOTAU (IND)
           END-IF.
       3310-REPORTER-TAUX-B-EXIT.
           EXIT.

      *---------------------------------------------------------
       3320-AFFECTER-ZONE-OM.
      *---------------------------------------------------------
      * LA BASE OM DU LOCAL EST CUMULEE DANS LE POSTE DE SA ZONE,
      * OUVERT AU PREMIER LOCAL DE LA ZONE (7 ZONES AU PLUS PAR
      * ARTICLE). UNE ZONE INCONNUE, UNE BASE OM HORS ZONE OU UNE
      * HUITIEME ZONE SONT SIGNALEES ET LA BASE OM ECARTEE
           IF TR-GTAUOM = SPACE AND TR-MBAOM = 0
               GO TO 3320-AFFECTER-ZONE-OM-EXIT
           END-IF.
           IF NOT TR-GTAUOM-OK
               MOVE 'ZONE OM INCONNUE, BASE OM ECARTEE' TO W-MOTIF
               PERFORM 8000-SIGNALER-ANOMALIE
                   THRU 8000-SIGNALER-ANOMALIE-EXIT
               GO TO 3320-AFFECTER-ZONE-OM-EXIT
           END-IF.
           IF TR-GTAUOM = SPACE
               MOVE 'BASE OM HORS ZONE, ECARTEE' TO W-MOTIF
               PERFORM 8000-SIGNALER-ANOMALIE
                   THRU 8000-SIGNALER-ANOMALIE-EXIT
               GO TO 3320-AFFECTER-ZONE-OM-EXIT
           END-IF.
           MOVE 'N' TO W-SW-ZONE.
           MOVE 0 TO IZ-ZONE.
           PERFORM 3330-TESTER-ZONE
               THRU 3330-TESTER-ZONE-EXIT
               VARYING IZ FROM 1 BY 1
               UNTIL IZ > 7 OR ZONE-TROUVEE.
           IF NOT ZONE-TROUVEE
               IF IZ-ZONE = 0
                   MOVE 'PLUS DE 7 ZONES OM, BASE OM ECARTEE'
                       TO W-MOTIF
                   PERFORM 8000-SIGNALER-ANOMALIE
                       THRU 8000-SIGNALER-ANOMALIE-EXIT
                   GO TO 3320-AFFECTER-ZONE-OM-EXIT
               END-IF
               MOVE TR-GTAUOM TO EB-GTAUOM (IZ-ZONE)
               MOVE 0         TO EB-MBAOM (IZ-ZONE)
           END-IF.
           ADD TR-MBAOM TO EB-MBAOM (IZ-ZONE).
       3320-AFFECTER-ZONE-OM-EXIT.
           EXIT.

      *---------------------------------------------------------
       3330-TESTER-ZONE.
      *---------------------------------------------------------
      * POSTE DEJA OUVERT POUR LA ZONE, SINON PREMIER POSTE LIBRE
           IF EB-GTAUOM (IZ) = TR-GTAUOM
               SET ZONE-TROUVEE TO TRUE
               MOVE IZ TO IZ-ZONE
           ELSE
               IF EB-GTAUOM (IZ) = SPACE AND IZ-ZONE = 0
                   MOVE IZ TO IZ-ZONE
               END-IF
           END-IF.
       3330-TESTER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3400-CUMULER-NONBATI.
      *---------------------------------------------------------
           ADD TR-MBACOM     TO EN-MBACOM.
           ADD TR-MBADEP     TO EN-MBADEP.
           ADD TR-MBAREG     TO EN-MBAREG.
           ADD TR-MBASYN     TO EN-MBASYN.
           ADD TR-MBACU      TO EN-MBACU.
           ADD TR-MBATSE     TO EN-MBATSE.
           ADD TR-MBAT13 (1) TO EN-MBNT13 (1).
           ADD TR-MBAT13 (2) TO EN-MBNT13 (2).
           ADD TR-MBAT13 (3) TO EN-MBNT13 (3).
           ADD TR-MBACA      TO EN-MBACA.
           ADD TR-MBABAP     TO EN-MBABAP.
           ADD TR-MBACAA     TO EN-MBACAA.
           ADD TR-MBAPOS     TO EN-MBAPOS.
           ADD TR-MBAGE3     TO EN-MBAGE3.
           PERFORM 3410-REPORTER-TAUX-N
               THRU 3410-REPORTER-TAUX-N-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 11.
       3400-CUMULER-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3410-REPORTER-TAUX-N.
      *---------------------------------------------------------
           IF TR-GTOTAU (IND) = 'O'
               MOVE 'O' TO EN-GTOTAU (IND)
           END-IF.
       3410-REPORTER-TAUX-N-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-ECRIRE-CORRESPONDANCE.
      *---------------------------------------------------------
           MOVE TR-DAN     TO CL-DAN.
           MOVE TR-AC3DIR  TO CL-AC3DIR.
           MOVE TR-CCOCOM  TO CL-CCOCOM.
           MOVE TR-DSRPAR  TO CL-DSRPAR.
           MOVE TR-ANUPRO  TO CL-ANUPRO.
           MOVE TR-CCOBNB  TO CL-CCOBNB.
           MOVE TR-IDLOC   TO CL-IDLOC.
           MOVE TR-MBACOM  TO CL-MBACOM.
           MOVE TR-MBADEP  TO CL-MBADEP.
           MOVE TR-MBASYN  TO CL-MBASYN.
           MOVE TR-MBACU   TO CL-MBACU.
           MOVE SPACE      TO CL-FILLER.
           IF W-ART-BATI
               MOVE TR-GTAUOM TO CL-GTAUOM
               MOVE TR-MBAOM  TO CL-MBAOM
               MOVE TR-MBXCOM TO CL-MBXCOM
           ELSE
               MOVE SPACE TO CL-GTAUOM
               MOVE 0     TO CL-MBAOM CL-MBXCOM
           END-IF.
      * UNE RECONSTITUTION DE LA MEME CAMPAGNE REMPLACE LE LOCAL
           WRITE ENR-CORRLOC
               INVALID KEY
                   REWRITE ENR-CORRLOC
                       INVALID KEY
                           MOVE 'CORRESPONDANCE NON ECRITE' TO W-MOTIF
                           PERFORM 8000-SIGNALER-ANOMALIE
                               THRU 8000-SIGNALER-ANOMALIE-EXIT
                   END-REWRITE
           END-WRITE.
       3500-ECRIRE-CORRESPONDANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-ECRIRE-ARTICLE.
      *---------------------------------------------------------
           IF W-ART-BATI
               MOVE EB-VUE TO ENR-ENTREE-LOT
               MOVE 1 TO INAT
               ADD EB-MBACOM TO W-TOTBASE
               ADD EB-MBACOM TO CUM-MBACOM (INAT)
               ADD EB-MBADEP TO CUM-MBADEP (INAT)
               ADD EB-MBASYN TO CUM-MBASYN (INAT)
               ADD EB-MBACU  TO CUM-MBACU (INAT)
               ADD EB-MBATSE TO CUM-MBATSE (INAT)
               ADD EB-MBAGE3 TO CUM-MBAGE3 (INAT)
               MOVE EB-DAN    TO W-DAN-LOT
               MOVE EB-AC3DIR TO W-DEPDIR-LOT
           ELSE
               MOVE EN-VUE TO ENR-ENTREE-LOT
               MOVE 2 TO INAT
               ADD EN-MBACOM TO W-TOTBASE
               ADD EN-MBACOM TO CUM-MBACOM (INAT)
               ADD EN-MBADEP TO CUM-MBADEP (INAT)
               ADD EN-MBASYN TO CUM-MBASYN (INAT)
               ADD EN-MBACU  TO CUM-MBACU (INAT)
               ADD EN-MBATSE TO CUM-MBATSE (INAT)
               ADD EN-MBAGE3 TO CUM-MBAGE3 (INAT)
               MOVE EN-DAN    TO W-DAN-LOT
               MOVE EN-AC3DIR TO W-DEPDIR-LOT
           END-IF.
           WRITE ENR-ENTREE-LOT.
           ADD 1 TO W-NBENR.
           ADD 1 TO CUM-NBART (INAT).
       4000-ECRIRE-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4500-CLOTURER-COMMUNE.
      *---------------------------------------------------------
      * BASES DE LA COMMUNE PAR COLLECTIVITE, BATI PUIS NON BATI
           PERFORM 4510-EDITER-NATURE
               THRU 4510-EDITER-NATURE-EXIT
               VARYING INAT FROM 1 BY 1
               UNTIL INAT > 2.
           INITIALIZE TABLE-CUMUL.
       4500-CLOTURER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4510-EDITER-NATURE.
      *---------------------------------------------------------
           IF CUM-NBART (INAT) = 0
               GO TO 4510-EDITER-NATURE-EXIT
           END-IF.
           MOVE W-COM-DEPDIR TO LC-DEPDIR.
           MOVE W-COM-CCOCOM TO LC-CCOCOM.
           IF INAT = 1
               MOVE 'BATI'     TO LC-NATURE
           ELSE
               MOVE 'NON BATI' TO LC-NATURE
           END-IF.
           MOVE CUM-NBART (INAT)  TO LC-NBART.
           MOVE CUM-NBLOC (INAT)  TO LC-NBLOC.
           MOVE CUM-MBACOM (INAT) TO LC-MBACOM.
           MOVE CUM-MBADEP (INAT) TO LC-MBADEP.
           MOVE CUM-MBASYN (INAT) TO LC-MBASYN.
           MOVE CUM-MBACU (INAT)  TO LC-MBACU.
           MOVE CUM-MBATSE (INAT) TO LC-MBATSE.
           MOVE CUM-MBAGE3 (INAT) TO LC-MBAGE3.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
       4510-EDITER-NATURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-SIGNALER-ANOMALIE.
      *---------------------------------------------------------
           ADD 1 TO W-NBANOM.
           MOVE TR-AC3DIR TO LA-DEPDIR.
           MOVE TR-CCOCOM TO LA-CCOCOM.
           MOVE TR-ANUPRO TO LA-ANUPRO.
           MOVE TR-CCOBNB TO LA-CCOBNB.
           MOVE TR-IDLOC  TO LA-IDLOC.
           MOVE W-MOTIF   TO LA-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE.
       8000-SIGNALER-ANOMALIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
      * FIN DE SERVICE : NOMBRE D'ARTICLES ET TOTAL DES BASES
      * COMMUNALES, CONTROLES A LA RECEPTION PAR LE LOT
           INITIALIZE SRV-ENR.
           MOVE '*FIN' TO SRV-GSERV.
           MOVE W-DAN-LOT TO SRV-DAN.
           MOVE W-DEPDIR-LOT TO SRV-AC3DIR.
           MOVE W-DATJOU TO SRV-DATJOU.
           MOVE W-NBENR TO SRV-NBENR.
           MOVE W-TOTBASE TO SRV-TOTBASE.
           MOVE 0 TO SRV-TOTCOT.
           MOVE SPACES TO ENR-ENTREE-LOT.
           MOVE SRV-ENR TO ENR-ENTREE-LOT (1:100).
           WRITE ENR-ENTREE-LOT.

      * CONTROLE D'EQUILIBRE : LA BASE COMMUNALE DES ARTICLES
      * DOIT RETOMBER SUR CELLE DES LOCAUX RETENUS
           MOVE W-NBLOCAUX TO LT-NBLOCAUX.
           MOVE W-NBENR    TO LT-NBENR.
           MOVE W-NBREJETS TO LT-NBREJETS.
           MOVE W-TOTBASE  TO LT-TOTBASE.
           IF W-TOTBASE = W-TOTLOCAL
               MOVE 'CONFORME   ' TO LT-VERDICT
           ELSE
               MOVE '** ECART **' TO LT-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-CONTROLE.

           CLOSE ENTREE-LOT CORRLOC RAPPORT.
           DISPLAY 'CONSLOT - LOCAUX LUS         : ' W-NBLUS.
           DISPLAY 'CONSLOT - LOCAUX REJETES     : ' W-NBREJETS.
           DISPLAY 'CONSLOT - ARTICLES ECRITS    : ' W-NBENR.
           DISPLAY 'CONSLOT - ANOMALIES          : ' W-NBANOM.
           IF W-NBANOM > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-EXIT.
           EXIT.
       END PROGRAM CONSLOT.
