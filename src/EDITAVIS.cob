      * PAR ENREGISTREMENT), SEULS LES ARTICLES DEMANDES      *
      * SONT REEDITES, ESTAMPILLES 'DUPLICATA', POUR          *
      * REPONDRE A LA DEMANDE ISOLEE D'UN SIP.                *
      *                                                       *
      * MENTION DU PRELEVEMENT : QUAND LE COMPTE EST          *
      * TITULAIRE D'UN CONTRAT ACTIF DU FICHIER CTRMEN        *
      * (FACULTATIF, CHARGE PAR CHARGMEN), L'AVIS INDIQUE QUE *
      * LE PROPRIETAIRE EST PRELEVE, MENSUELLEMENT OU A       *
      * L'ECHEANCE, AVEC LA REFERENCE DU MANDAT ; EN MENSUEL, *
      * LE MONTANT DES PRELEVEMENTS DE L'ANNEE DU COMPTE EST  *
      * RAPPELE.                                              *
      *                                                       *
      * REFERENCE DE PAIEMENT : CHAQUE AVIS PORTE LA          *
      * REFERENCE DE L'ARTICLE (DECOMPOSITION XREFPAI, CLE    *
      * MODULO 97 CALCULEE PAR LE MODULE CLEREF), IDENTIQUE A *
      * CELLE DE L'EXPORT HELIOS, ET UNE LIGNE OPTIQUE        *
      * REFERENCE + MONTANT A PAYER + CLE GLOBALE, LUE AU     *
      * PAIEMENT ET LETTREE PAR LETTENC.                      *
      *                                                       *
      * AVIS RETENUS : L'AVIS D'UN COMPTE NON REFERENCE, A    *
      * L'ADRESSE INCOMPLETE (CODE POSTAL OU BUREAU           *
      * DISTRIBUTEUR NON SERVI) OU MARQUE NPAI PAR RETNPAI    *
      * N'EST PAS EXPEDIE : LA CLE DE L'ARTICLE EST ECRITE    *
      * SUR LE FICHIER AVISSUS (MEME DECOUPAGE QUE DEMDUP)    *
      * POUR SUIVI PAR LE SIP ; APRES CORRECTION DE L'ADRESSE *
      * (CHARGPRO), CE FICHIER EST REPRIS EN DEMANDES DE      *
      * DUPLICATA. LA LISTE MOTIVEE EST PRODUITE AVANT        *
      * L'EDITION PAR CTLADRES.                               *
      *                                                       *
      * FLUX D'EDITION : L'AVIS D'UN COMPTE ADHERENT A L'AVIS *
      * DEMATERIALISE (REFPRO) EST ECRIT SUR LE FLUX          *
      * ELECTRONIQUE AVISDEM, PRECEDE DE LA NOTIFICATION DE   *
      * MISE A DISPOSITION A SON ADRESSE DE COURRIEL (SANS    *
      * CONTROLE DE L'ADRESSE POSTALE) ; LES AUTRES SUR LE    *
      * FLUX PAPIER AVISFIC, ROUTE ENSUITE PAR CODE POSTAL    *
      * PAR ROUTAVIS. CHAQUE FLUX SE TERMINE PAR UN           *
      * ENREGISTREMENT DE SERVICE '*FIN' (XSERVIC) PORTANT    *
      * SON NOMBRE D'AVIS ET LE TOTAL A PAYER : PAPIER PLUS   *
      * DEMATERIALISE EGALE LES AVIS EDITES.                  *
      *                                                       *
      * CO-REDEVABLES : QUAND LE COMPTE A DES INDIVISAIRES,   *
      * UN USUFRUITIER ET UN NU-PROPRIETAIRE OU UN GERANT     *
      * (FICHIER COPRO FACULTATIF, CHARGE PAR CHARGCOP),      *
      * LEURS NOMS, QUALITE ET QUOTE-PART SONT IMPRIMES SOUS  *
      * L'ADRESSE DU DESTINATAIRE.                            *
      *                                                       *
      * ROLES SUPPLEMENTAIRES : L'INTERET DE RETARD ET LA     *
      * MAJORATION D'ASSIETTE LIQUIDES PAR EFIBAT3 (ZONES     *
      * DISTINCTES DE SORTLOTS) SONT DETAILLES AVANT LE TOTAL *
      * A PAYER, QUI LES COMPREND.                            *
      *                                                       *
      * SCELLEMENT : LE SORTLOT N'EST EDITE QUE S'IL EST      *
      * CONFORME A SON SCELLE (MODULE EMPREINT, ARRET CODE 12 *
      * SINON) ; LE FLUX PAPIER AVISFIC EST A SON TOUR SCELLE *
      * SOUS LA CLE DU LOT. UN PASSAGE EN MODE DUPLICATA, QUI *
      * RELIT LE SORTLOT DE LA CAMPAGNE, NE SCELLE PAS SON    *
      * AVISFIC : LE SCELLE DU FLUX PAPIER DE LA CAMPAGNE EST *
      * CONSERVE.                                             *
      *                                                       *
      * EDITION PAR VAGUE : AVEC LE PARAMETRE PARMVAG (HORS   *
      * MODE DUPLICATA), SEULS LES AVIS DES COMMUNES DE LA    *
      * VAGUE DEMANDEE AU PLAN DES VAGUES (PLANVAG) SONT      *
      * EDITES ; LES AUTRES LE SONT AU PASSAGE DE LEUR VAGUE. *
      * UN PLAN DES VAGUES ILLISIBLE, SANS COMMUNE POUR LA    *
      * VAGUE OU TROP VOLUMINEUX ARRETE LE PROGRAMME, CODE    *
      * 12, AVANT TOUTE EDITION.                              *
      *********************************************************

       IDENTIFICATION DIVISION.
           SELECT  DEMDUP      ASSIGN  TO  DEMDUP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS DD-FS.
           SELECT  AVISDEM     ASSIGN  TO  AVISDEM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS AD-FS.
           SELECT  AVISSUS     ASSIGN  TO  AVISSUS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS AS-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  CTRMEN      ASSIGN  TO  CTRMEN
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CM-ANUPRO
                               FILE STATUS CM-FS.
           SELECT  COPRO       ASSIGN  TO  COPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CP-CLE
                               FILE STATUS CP-FS.
           SELECT  PARMVAG     ASSIGN  TO  PARMVAG
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PV-FS.
           SELECT  VAGUES      ASSIGN  TO  VAGUES
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVISFIC.
       01  ENR-AVISFIC             PIC X(132).

      * FLUX ELECTRONIQUE : NOTIFICATION PUIS LIGNES DE L'AVIS
       FD  AVISDEM.
       01  ENR-AVISDEM             PIC X(132).

      * DEMANDES DE DUPLICATA : UNE CLE D'ARTICLE PAR ENREGISTREMENT
       FD  DEMDUP.
       01  ENR-DEMDUP.
           05 DD-ANUPRO            PIC X(6).
           05 DD-CCOBNB            PIC X(1).

      * AVIS RETENUS FAUTE D'ADRESSE EXPLOITABLE : MEME DECOUPAGE
      * QUE DEMDUP, POUR REEDITION APRES CORRECTION
       FD  AVISSUS.
       01  ENR-AVISSUS.
           05 AS-DAN               PIC 9(4).
           05 AS-CC2DEP            PIC X(2).
           05 AS-CCODIR            PIC X(1).
           05 AS-CCOCOM            PIC X(3).
           05 AS-ANUPRO            PIC X(6).
           05 AS-CCOBNB            PIC X(1).

      * REFERENTIEL DES COMPTES PROPRIETAIRES (CHARGE PAR
      * CHARGPRO) : DESIGNATION ET ADRESSE DU DESTINATAIRE DE
      * L'AVIS
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

      * CONTRATS DE PRELEVEMENT PAR COMPTE (CHARGMEN) : MENTION
      * DU PRELEVEMENT SUR L'AVIS
       FD  CTRMEN.
       01  ENR-CTRMEN.
           COPY XCTRMEN REPLACING 'X' BY CM.

      * CO-REDEVABLES DU COMPTE (CHARGCOP) : NOMS SUR L'AVIS
       FD  COPRO.
       01  ENR-COPRO.
           COPY XCOPRO REPLACING 'X' BY CP.

      * VAGUE D'EMISSION A EDITER (FICHIER FACULTATIF : ABSENT,
      * TOUTE LA DIRECTION EST EDITEE) ET PLAN DES VAGUES
       FD  PARMVAG.
       01  ENR-PARMVAG.
           05 PV-NUMVAG            PIC 9(2).

       FD  VAGUES.
       01  ENR-VAGUES.
           COPY XVAGUE REPLACING 'X' BY VG.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'EDITAVIS 03 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  AV-FS                   PIC X(2).

      * ZONES D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT : SORTLOT
      * CONTROLE EN ENTREE, FLUX PAPIER AVISFIC SCELLE EN SORTIE
       01  EMP-SORTLOT.
           COPY XEMPREIN REPLACING 'X' BY EMS.
       01  EMP-AVISFIC.
           COPY XEMPREIN REPLACING 'X' BY EMA.
       01  DD-FS                   PIC X(2).
           88 DD-OK                     VALUE '00'.
           88 DD-FIN                    VALUE '10'.
           88 DD-INEXISTANT             VALUES '35' '05'.
       01  AS-FS                   PIC X(2).
       01  AD-FS                   PIC X(2).
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
       01  CM-FS                   PIC X(2).
           88 CM-OK                     VALUE '00'.
       01  W-SW-CTRMEN             PIC X(1) VALUE 'N'.
           88 W-CTRMEN-OUVERT           VALUE 'O'.
       01  CP-FS                   PIC X(2).
           88 CP-OK                     VALUE '00'.
       01  W-SW-COPRO              PIC X(1) VALUE 'N'.
           88 W-COPRO-OUVERT            VALUE 'O'.

      * EDITION PAR VAGUE : COMMUNES DE LA VAGUE DEMANDEE ET
      * APPARTENANCE DE LA COMMUNE COURANTE
       01  PV-FS                   PIC X(2).
           88 PV-OK                     VALUE '00'.
       01  VG-FS                   PIC X(2).
           88 VG-OK                     VALUE '00'.
           88 VG-FIN                    VALUE '10'.
       01  W-SW-VAGUE              PIC X(1) VALUE 'N'.
           88 W-MODE-VAGUE              VALUE 'O'.
       01  W-NUMVAG                PIC 9(2) VALUE 0.
       01  W-MAXVGC                PIC 9(4) COMP VALUE 1000.
       01  W-NBVGC                 PIC 9(4) COMP VALUE 0.
       01  W-SW-VGCDEB             PIC X(1) VALUE 'N'.
           88 W-VGC-DEBORDE             VALUE 'O'.
       01  W-SW-VAGREF             PIC X(1) VALUE 'N'.
           88 W-VAGUE-REFUSEE           VALUE 'O'.
       01  TABLE-VGC.
           05 VGC-CLE              PIC X(6) OCCURS 1000.
       01  IXV                     PIC 9(4) COMP.
       01  W-VGC-CLE               PIC X(6).
       01  W-VGC-CLE-PREC          PIC X(6) VALUE SPACE.
       01  W-SW-DANSVAG            PIC X(1) VALUE 'N'.
           88 W-COM-DANS-VAGUE          VALUE 'O'.
       01  W-NBHORSVAG             PIC 9(9) COMP VALUE 0.

      * CO-REDEVABLES IMPRIMES SUR L'AVIS : AU PLUS W-MAXCOP, LES
      * SUIVANTS SONT SIGNALES PAR UNE LIGNE DE RENVOI
       01  W-SW-FINCOP             PIC X(1).
           88 W-FIN-COPRO               VALUE 'O'.
       01  W-MAXCOP                PIC 9(2) COMP VALUE 6.
       01  W-NBCOP                 PIC 9(2) COMP.
       01  W-NBAVIS-COP            PIC 9(9) COMP VALUE 0.

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
       01  W-NBAVIS                PIC 9(9) COMP VALUE 0.
       01  W-NBECARTES             PIC 9(9) COMP VALUE 0.
       01  W-NBNDIF                PIC 9(9) COMP VALUE 0.
       01  W-NBPRELEV              PIC 9(9) COMP VALUE 0.
       01  W-NBSUSPENDUS           PIC 9(9) COMP VALUE 0.
       01  W-SW-ADRESSE            PIC X(1).
           88 W-ADRESSE-OK              VALUE 'O'.

      * FLUX DE L'AVIS COURANT ET CUMULS DE CONTROLE PAR FLUX
       01  W-SW-DEMAT              PIC X(1).
           88 W-AVIS-DEMAT              VALUE 'O'.
       01  W-LIGNE-AVIS            PIC X(132).
       01  W-NBPAPIER              PIC 9(9) COMP VALUE 0.
       01  W-NBDEMAT               PIC 9(9) COMP VALUE 0.
       01  W-TOT-PAPIER            PIC S9(14) VALUE 0.
       01  W-TOT-DEMAT             PIC S9(14) VALUE 0.
       01  W-DAN                   PIC 9(4)  VALUE 0.
       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.
       01  IXM                     PIC 9(2) COMP.
       01  W-MONTANT               PIC S9(12).
      * PENALITES D'ASSIETTE DE L'ARTICLE (INTERET DE RETARD ET
      * MAJORATION D'UN ROLE SUPPLEMENTAIRE, ZERO SINON) ET TOTAL
      * A PAYER QUI LES COMPREND
       01  W-PENAL-ART             PIC S9(12).
       01  W-NET-AVIS              PIC S9(12).
       01  W-NBAVIS-PENAL          PIC 9(9) COMP VALUE 0.
       01  IND                     PIC 9(1) COMP.

      * REFERENCE DE PAIEMENT ET ZONES D'APPEL DU MODULE CLEREF
       01  W-REFPAI.
           COPY XREFPAI REPLACING 'X' BY RFP.
       01  W-CLE-ZONE              PIC X(40).
       01  W-CLE-LONG              PIC 9(2).
       01  W-CLE-CLE               PIC 9(2).
       01  W-CLE-CR                PIC 9(2).
       01  W-OPT-MONTANT           PIC 9(10).
       01  W-NBREFPAI              PIC 9(9) COMP VALUE 0.

      * LIGNES D'EDITION DE L'AVIS
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '='.
       01  LIGNE-TITRE.
           05 LN-CPOSTA            PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-DLIPOS            PIC X(26).
       01  LIGNE-COREDEV.
           05 FILLER               PIC X(14)
              VALUE 'CO-REDEVABLE  '.
           05 LQ-LIBROLE           PIC X(16).
           05 LQ-QPARTN            PIC Z(3)9.
           05 LQ-BARRE             PIC X(1).
           05 LQ-QPARTD            PIC 9(4) BLANK WHEN ZERO.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LQ-DDENOM            PIC X(38).
       01  LIGNE-COREDEV-SUITE     PIC X(132) VALUE
           '              ET AUTRES CO-REDEVABLES (VOIR LE SIP)'.
       01  LIGNE-COMPTE.
           05 FILLER               PIC X(21)
              VALUE 'COMPTE PROPRIETAIRE  '.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-MONTANT           PIC -(11)9.
       01  LIGNE-INTERET.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 FILLER               PIC X(19)
              VALUE 'INTERET DE RETARD ('.
           05 LN-NBMOIS            PIC ZZ9.
           05 FILLER               PIC X(18) VALUE ' MOIS)'.
           05 LN-MONTANT           PIC -(11)9.
       01  LIGNE-MAJORATION.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 FILLER               PIC X(23)
              VALUE 'MAJORATION D''ASSIETTE '.
           05 LJ-LIBMAN            PIC X(17).
           05 LJ-MONTANT           PIC -(11)9.
       01  LIGNE-ANNEE-ORIGINE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 FILLER               PIC X(37)
              VALUE 'ROLE SUPPLEMENTAIRE - ANNEE D''ORIGINE'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-JANORI            PIC 9(4).
       01  LIGNE-MENTION-NDIF      PIC X(132) VALUE
           '   MENTION : ELEMENTS D''IMPOSITION NON DIFFUSABLES AUX T
      -    'IERS'.
       01  LIGNE-MENTION-PRELEV.
           05 LM-MODE              PIC X(52).
           05 FILLER               PIC X(8)  VALUE 'MANDAT  '.
           05 LM-DRUMAN            PIC X(35).
       01  LIGNE-REFPAI.
           05 FILLER               PIC X(27)
              VALUE '   REFERENCE DE PAIEMENT  '.
           05 LR-REFPAI            PIC X(27).
       01  LIGNE-OPTIQUE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LP-REFPAI            PIC X(27).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LP-MONTANT           PIC 9(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LP-CLE               PIC 9(2).
       01  LIGNE-NOTIF-DEMAT.
           05 FILLER               PIC X(30)
              VALUE 'AVIS DISPONIBLE EN LIGNE      '.
           05 FILLER               PIC X(9)  VALUE 'COURRIEL '.
           05 LX-DMAIL             PIC X(60).
           05 FILLER               PIC X(8)  VALUE ' COMPTE '.
           05 LX-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LX-MONTANT           PIC -(11)9.
       01  LIGNE-MENTION-1         PIC X(132) VALUE
           '   A DEFAUT DE PAIEMENT A LA DATE DE MAJORATION, UNE MAJO
      -    'RATION DE 10 POUR CENT EST APPLIQUEE.'.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
      * AUCUN AVIS N'EST EDITE SUR UN SORTLOT NON CONFORME A SON
      * SCELLE
           PERFORM 0500-VERIFIER-SCELLE
               THRU 0500-VERIFIER-SCELLE-EXIT.
           IF NOT EMS-CR-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           IF W-VAGUE-REFUSEE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-TRAITER-ARTICLE
               THRU 2000-TRAITER-ARTICLE-EXIT
               UNTIL SL-FIN.
      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
      * LES DEMANDES DE DUPLICATA ET LA VAGUE SONT CHARGEES AVANT
      * L'OUVERTURE DES FICHIERS D'AVIS : UNE VAGUE REFUSEE NE
      * DOIT PAS VIDER L'AVISFIC D'UN PASSAGE PRECEDENT
           PERFORM 1100-CHARGER-DEMANDES
               THRU 1100-CHARGER-DEMANDES-EXIT.
           IF NOT W-MODE-DUPLICATA
               PERFORM 1200-CHARGER-VAGUE
                   THRU 1200-CHARGER-VAGUE-EXIT
           END-IF.
           IF W-VAGUE-REFUSEE
               GO TO 1000-INITIALISATION-EXIT
           END-IF.
           OPEN INPUT SORTIE-LOT.
           OPEN INPUT TAUDIS.
           OPEN INPUT REFPRO.
           OPEN OUTPUT AVISFIC.
           OPEN OUTPUT AVISSUS.
           OPEN OUTPUT AVISDEM.
           OPEN INPUT CTRMEN.
           IF CM-OK
               SET W-CTRMEN-OUVERT TO TRUE
           END-IF.
           OPEN INPUT COPRO.
           IF CP-OK
               SET W-COPRO-OUVERT TO TRUE
           END-IF.
       1000-INITIALISATION-EXIT.
           EXIT.

       1110-CHARGER-UNE-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHARGER-VAGUE.
      *---------------------------------------------------------
      * PARAMETRE DE VAGUE FACULTATIF : ABSENT, L'EDITION PORTE
      * SUR TOUTE LA DIRECTION. UN PLAN ILLISIBLE, SANS COMMUNE
      * POUR LA VAGUE OU DEPASSANT LA TABLE DES COMMUNES REFUSE
      * L'EDITION
           OPEN INPUT PARMVAG.
           IF NOT PV-OK
               GO TO 1200-CHARGER-VAGUE-EXIT
           END-IF.
           READ PARMVAG
               AT END CONTINUE
           END-READ.
           IF PV-OK AND PV-NUMVAG NUMERIC AND PV-NUMVAG > 0
               MOVE PV-NUMVAG TO W-NUMVAG
               SET W-MODE-VAGUE TO TRUE
           END-IF.
           CLOSE PARMVAG.
           IF NOT W-MODE-VAGUE
               GO TO 1200-CHARGER-VAGUE-EXIT
           END-IF.
           OPEN INPUT VAGUES.
           IF NOT VG-OK
               DISPLAY 'EDITAVIS - PLAN DES VAGUES ILLISIBLE (FS '
                       VG-FS ') : ARRET'
               SET W-VAGUE-REFUSEE TO TRUE
               GO TO 1200-CHARGER-VAGUE-EXIT
           END-IF.
           PERFORM 1210-CHARGER-UNE-COMMUNE
               THRU 1210-CHARGER-UNE-COMMUNE-EXIT
               UNTIL VG-FIN OR W-VGC-DEBORDE.
           CLOSE VAGUES.
           IF W-VGC-DEBORDE
               DISPLAY 'EDITAVIS - VAGUE ' W-NUMVAG
                       ' : PLUS DE ' W-MAXVGC ' COMMUNES AU '
                       'PLAN DES VAGUES : ARRET'
               SET W-VAGUE-REFUSEE TO TRUE
               GO TO 1200-CHARGER-VAGUE-EXIT
           END-IF.
           IF W-NBVGC = 0
               DISPLAY 'EDITAVIS - VAGUE ' W-NUMVAG
                       ' ABSENTE DU PLAN DES VAGUES : ARRET'
               SET W-VAGUE-REFUSEE TO TRUE
               GO TO 1200-CHARGER-VAGUE-EXIT
           END-IF.
           DISPLAY 'EDITAVIS - EDITION DE LA VAGUE ' W-NUMVAG
                   ' : ' W-NBVGC ' COMMUNE(S)'.
       1200-CHARGER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-CHARGER-UNE-COMMUNE.
      *---------------------------------------------------------
           READ VAGUES
               AT END SET VG-FIN TO TRUE
                      GO TO 1210-CHARGER-UNE-COMMUNE-EXIT
           END-READ.
           IF VG-NUMVAG NOT = W-NUMVAG
               GO TO 1210-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           IF W-NBVGC >= W-MAXVGC
               SET W-VGC-DEBORDE TO TRUE
               GO TO 1210-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBVGC.
           MOVE VG-AC3DIR TO VGC-CLE (W-NBVGC) (1:3).
           MOVE VG-CCOCOM TO VGC-CLE (W-NBVGC) (4:3).
       1210-CHARGER-UNE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-ARTICLE.
      *---------------------------------------------------------
               END-IF
           END-IF.

      * EDITION PAR VAGUE : SEULES LES COMMUNES DE LA VAGUE
           IF W-MODE-VAGUE
               PERFORM 2050-CHERCHER-VAGUE
                   THRU 2050-CHERCHER-VAGUE-EXIT
               IF NOT W-COM-DANS-VAGUE
                   ADD 1 TO W-NBHORSVAG
                   GO TO 2000-TRAITER-ARTICLE-EXIT
               END-IF
           END-IF.

      * ADRESSE INEXPLOITABLE : AVIS RETENU POUR SUIVI
           PERFORM 2200-CONTROLER-ADRESSE
               THRU 2200-CONTROLER-ADRESSE-EXIT.
           IF NOT W-ADRESSE-OK
               MOVE RETB-DAN    TO AS-DAN
               MOVE RETB-CC2DEP TO AS-CC2DEP
               MOVE RETB-CCODIR TO AS-CCODIR
               MOVE RETB-CCOCOM TO AS-CCOCOM
               MOVE RETB-ANUPRO TO AS-ANUPRO
               MOVE RETB-CCOBNB TO AS-CCOBNB
               WRITE ENR-AVISSUS
               ADD 1 TO W-NBSUSPENDUS
               GO TO 2000-TRAITER-ARTICLE-EXIT
           END-IF.

           IF RETB-CC2DEP NOT = W-COM-DEP
              OR RETB-CCODIR NOT = W-COM-DIR
              OR RETB-CCOCOM NOT = W-COM-COM
                   THRU 3000-LIRE-COMMUNE-EXIT
           END-IF.

      * PENALITES D'ASSIETTE D'UN ROLE SUPPLEMENTAIRE (ZONES
      * ABSENTES D'UN FICHIER ANTERIEUR : AUCUNE PENALITE)
           MOVE 0 TO W-PENAL-ART.
           IF SL-MINTRE NUMERIC AND SL-MMAJAS NUMERIC
               COMPUTE W-PENAL-ART = SL-MINTRE + SL-MMAJAS
           END-IF.

           PERFORM 4000-EDITER-AVIS
               THRU 4000-EDITER-AVIS-EXIT.
           ADD 1 TO W-NBAVIS.
           MOVE RETB-DAN TO W-DAN.
           IF RETB-CCOBNB = '2'
               MOVE RETB-TCTDU  TO W-MONTANT
           ELSE
               MOVE RETNB-TCTDU TO W-MONTANT
           END-IF.
           ADD W-PENAL-ART TO W-MONTANT.
           IF W-AVIS-DEMAT
               ADD 1         TO W-NBDEMAT
               ADD W-MONTANT TO W-TOT-DEMAT
           ELSE
               ADD 1         TO W-NBPAPIER
               ADD W-MONTANT TO W-TOT-PAPIER
           END-IF.
       2000-TRAITER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2050-CHERCHER-VAGUE.
      *---------------------------------------------------------
      * APPARTENANCE EVALUEE UNE FOIS PAR COMMUNE (SORTLOT EST
      * TRIE PAR COMMUNE)
           MOVE RETB-CC2DEP TO W-VGC-CLE (1:2).
           MOVE RETB-CCODIR TO W-VGC-CLE (3:1).
           MOVE RETB-CCOCOM TO W-VGC-CLE (4:3).
           IF W-VGC-CLE = W-VGC-CLE-PREC
               GO TO 2050-CHERCHER-VAGUE-EXIT
           END-IF.
           MOVE W-VGC-CLE TO W-VGC-CLE-PREC.
           MOVE 'N' TO W-SW-DANSVAG.
           PERFORM 2060-TESTER-VAGUE
               THRU 2060-TESTER-VAGUE-EXIT
               VARYING IXV FROM 1 BY 1
               UNTIL IXV > W-NBVGC OR W-COM-DANS-VAGUE.
       2050-CHERCHER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2060-TESTER-VAGUE.
      *---------------------------------------------------------
           IF VGC-CLE (IXV) = W-VGC-CLE
               SET W-COM-DANS-VAGUE TO TRUE
           END-IF.
       2060-TESTER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CHERCHER-DEMANDE.
      *---------------------------------------------------------
       2110-TESTER-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-ADRESSE.
      *---------------------------------------------------------
      * COMPTE REFERENCE, ADRESSE COMPLETE ET NON MARQUEE NPAI
      * (MEMES REGLES QUE LE CONTROLE PREALABLE CTLADRES) ; L'AVIS
      * DEMATERIALISE NE DEPEND PAS DE L'ADRESSE POSTALE
           MOVE 'N' TO W-SW-ADRESSE W-SW-DEMAT.
           MOVE RETB-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY GO TO 2200-CONTROLER-ADRESSE-EXIT
           END-READ.
           IF PR-AVIS-DEMAT
               SET W-AVIS-DEMAT TO TRUE
               SET W-ADRESSE-OK TO TRUE
               GO TO 2200-CONTROLER-ADRESSE-EXIT
           END-IF.
           IF PR-CPOSTA = SPACE OR PR-DLIPOS = SPACE
              OR PR-NPAI
               GO TO 2200-CONTROLER-ADRESSE-EXIT
           END-IF.
           SET W-ADRESSE-OK TO TRUE.
       2200-CONTROLER-ADRESSE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-LIRE-COMMUNE.
      *---------------------------------------------------------
      *---------------------------------------------------------
       4000-EDITER-AVIS.
      *---------------------------------------------------------
      * AVIS DEMATERIALISE : NOTIFICATION DE MISE A DISPOSITION
      * EN TETE DE L'AVIS SUR LE FLUX ELECTRONIQUE
           IF W-AVIS-DEMAT
               MOVE PR-DMAIL    TO LX-DMAIL
               MOVE RETB-ANUPRO TO LX-ANUPRO
               IF RETB-CCOBNB = '2'
                   COMPUTE LX-MONTANT = RETB-TCTDU + W-PENAL-ART
               ELSE
                   COMPUTE LX-MONTANT = RETNB-TCTDU + W-PENAL-ART
               END-IF
               WRITE ENR-AVISDEM FROM LIGNE-NOTIF-DEMAT
           END-IF.
           MOVE LIGNE-SEPARATION TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           IF RETB-CCOBNB = '2'
               MOVE 'BATI    ' TO LT-NATURE
           ELSE
           ELSE
               MOVE SPACE TO LT-DUPLI
           END-IF.
           MOVE LIGNE-TITRE TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.

           MOVE W-COM-COM TO LO-COM.
           MOVE W-LIBCOM  TO LO-LIBCOM.
           MOVE W-COM-DEP TO LO-DIR (1:2).
           MOVE W-COM-DIR TO LO-DIR (3:1).
           MOVE W-LIBDIR  TO LO-LIBDIR.
           MOVE LIGNE-COMMUNE TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.

           PERFORM 4500-SERVIR-DESTINATAIRE
               THRU 4500-SERVIR-DESTINATAIRE-EXIT.
           MOVE SL-DNURO    TO LC-DNURO.
           MOVE SL-JANROL   TO LC-JANROL.
           MOVE SL-DNULTF   TO LC-DNULTF.
           MOVE LIGNE-COMPTE TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.

           MOVE W-COM-JDAMI1 TO LD-JDAMI1.
           MOVE W-COM-JDAMJO TO LD-JDAMJO.
           MOVE LIGNE-DATES TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.

           IF RETB-CCOBNB = '2'
               PERFORM 5000-DETAIL-BATI
                   THRU 5000-DETAIL-BATI-EXIT
               MOVE RETB-TCTHFR TO LG-MONTANT
               MOVE 'TOTAL DES COTISATIONS' TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
               MOVE RETB-TCTFRA TO LG-MONTANT
               MOVE 'FRAIS DE GESTION DE LA FISCALITE' TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
               MOVE RETB-TCTDU TO W-NET-AVIS
               PERFORM 4100-EDITER-PENALITES
                   THRU 4100-EDITER-PENALITES-EXIT
               MOVE W-NET-AVIS TO LG-MONTANT
               MOVE 'TOTAL A PAYER' TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
           ELSE
               PERFORM 5500-DETAIL-NONBATI
                   THRU 5500-DETAIL-NONBATI-EXIT
               MOVE RETNB-TCTHFR TO LG-MONTANT
               MOVE 'TOTAL DES COTISATIONS' TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
               MOVE RETNB-TCTFRA TO LG-MONTANT
               MOVE 'FRAIS DE GESTION DE LA FISCALITE' TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
               MOVE RETNB-TCTDU TO W-NET-AVIS
               PERFORM 4100-EDITER-PENALITES
                   THRU 4100-EDITER-PENALITES-EXIT
               MOVE W-NET-AVIS TO LG-MONTANT
               MOVE 'TOTAL A PAYER' TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
           END-IF.

           PERFORM 4700-EDITER-REFERENCE
               THRU 4700-EDITER-REFERENCE-EXIT.

           IF W-CTRMEN-OUVERT
               PERFORM 4600-MENTION-PRELEVEMENT
                   THRU 4600-MENTION-PRELEVEMENT-EXIT
           END-IF.

      * CODE NON DIFFUSABLE DE LA NATURE : MENTION SUR L'AVIS
           IF (RETB-CCOBNB = '2' AND W-COM-GCBDIF NOT = SPACE)
              OR (RETB-CCOBNB NOT = '2'
                  AND W-COM-GCNDIF NOT = SPACE)
               MOVE LIGNE-MENTION-NDIF TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
               ADD 1 TO W-NBNDIF
           END-IF.
           MOVE LIGNE-MENTION-1 TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           MOVE LIGNE-MENTION-2 TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
       4000-EDITER-AVIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-EDITER-PENALITES.
      *---------------------------------------------------------
      * ROLE SUPPLEMENTAIRE PENALISE : ANNEE D'ORIGINE, INTERET DE
      * RETARD ET MAJORATION D'ASSIETTE, AJOUTES AU TOTAL A PAYER
           IF W-PENAL-ART = 0
               GO TO 4100-EDITER-PENALITES-EXIT
           END-IF.
           ADD 1 TO W-NBAVIS-PENAL.
           MOVE SL-JANORI TO LA-JANORI.
           MOVE LIGNE-ANNEE-ORIGINE TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           IF SL-MINTRE NOT = 0
               MOVE SL-NBMOIS TO LN-NBMOIS
               MOVE SL-MINTRE TO LN-MONTANT
               MOVE LIGNE-INTERET TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
           END-IF.
           IF SL-MMAJAS NOT = 0
               EVALUATE SL-CMANQU
                   WHEN 'D'
                       MOVE '(DECLARATION) 10%' TO LJ-LIBMAN
                   WHEN 'M'
                       MOVE '(DELIBERE)    40%' TO LJ-LIBMAN
                   WHEN OTHER
                       MOVE '(FRAUDE)      80%' TO LJ-LIBMAN
               END-EVALUATE
               MOVE SL-MMAJAS TO LJ-MONTANT
               MOVE LIGNE-MAJORATION TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
           END-IF.
           ADD W-PENAL-ART TO W-NET-AVIS.
       4100-EDITER-PENALITES-EXIT.
           EXIT.

      *---------------------------------------------------------
       4500-SERVIR-DESTINATAIRE.
      *---------------------------------------------------------
      * DESIGNATION ET ADRESSE DU DESTINATAIRE DEPUIS LE
      * REFERENTIEL DES COMPTES PROPRIETAIRES, LU ET CONTROLE EN
      * 2200 (LES COMPTES NON REFERENCES SONT RETENUS)
           MOVE PR-DDENOM TO LN-DDENOM.
           MOVE LIGNE-DESTIN TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           MOVE PR-DADRL1 TO LN-ADRL1.
           MOVE PR-DADRL2 TO LN-ADRL2.
           MOVE PR-CPOSTA TO LN-CPOSTA.
           MOVE PR-DLIPOS TO LN-DLIPOS.
           MOVE LIGNE-DESTADR TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           IF NOT W-COPRO-OUVERT
               GO TO 4500-SERVIR-DESTINATAIRE-EXIT
           END-IF.
      * CO-REDEVABLES DU COMPTE, DANS L'ORDRE DE LEUR RANG
           MOVE 0 TO W-NBCOP.
           MOVE 'N' TO W-SW-FINCOP.
           MOVE PR-ANUPRO TO CP-ANUPRO.
           MOVE 0         TO CP-NORDRE.
           START COPRO KEY NOT < CP-CLE
               INVALID KEY SET W-FIN-COPRO TO TRUE
           END-START.
           PERFORM 4510-SERVIR-COREDEVABLE
               THRU 4510-SERVIR-COREDEVABLE-EXIT
               UNTIL W-FIN-COPRO.
           IF W-NBCOP > 0
               ADD 1 TO W-NBAVIS-COP
           END-IF.
       4500-SERVIR-DESTINATAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4510-SERVIR-COREDEVABLE.
      *---------------------------------------------------------
           READ COPRO NEXT
               AT END SET W-FIN-COPRO TO TRUE
                      GO TO 4510-SERVIR-COREDEVABLE-EXIT
           END-READ.
           IF CP-ANUPRO NOT = PR-ANUPRO
               SET W-FIN-COPRO TO TRUE
               GO TO 4510-SERVIR-COREDEVABLE-EXIT
           END-IF.
           ADD 1 TO W-NBCOP.
           IF W-NBCOP > W-MAXCOP
               MOVE LIGNE-COREDEV-SUITE TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
               SET W-FIN-COPRO TO TRUE
               GO TO 4510-SERVIR-COREDEVABLE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CP-INDIVISAIRE
                   MOVE 'INDIVISAIRE'     TO LQ-LIBROLE
               WHEN CP-USUFRUITIER
                   MOVE 'USUFRUITIER'     TO LQ-LIBROLE
               WHEN CP-NU-PROPRIETAIRE
                   MOVE 'NU-PROPRIETAIRE' TO LQ-LIBROLE
               WHEN OTHER
                   MOVE 'GERANT'          TO LQ-LIBROLE
           END-EVALUATE.
           IF CP-QPARTD = 0
               MOVE SPACE TO LQ-BARRE
           ELSE
               MOVE '/'   TO LQ-BARRE
           END-IF.
           MOVE CP-QPARTN TO LQ-QPARTN.
           MOVE CP-QPARTD TO LQ-QPARTD.
           MOVE CP-DDENOM TO LQ-DDENOM.
           MOVE LIGNE-COREDEV TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
       4510-SERVIR-COREDEVABLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4600-MENTION-PRELEVEMENT.
      *---------------------------------------------------------
      * COMPTE SOUS CONTRAT ACTIF : MODE DE PRELEVEMENT ET MANDAT,
      * ET EN MENSUEL LE CUMUL DES PRELEVEMENTS DE L'ANNEE
           MOVE RETB-ANUPRO TO CM-ANUPRO.
           READ CTRMEN
               INVALID KEY GO TO 4600-MENTION-PRELEVEMENT-EXIT
           END-READ.
           IF NOT CM-CTR-ACTIF
               GO TO 4600-MENTION-PRELEVEMENT-EXIT
           END-IF.
           IF CM-PREL-MENSUEL
               MOVE '   VOUS ETES MENSUALISE : PRELEVEMENT AUTOMATIQUE'
                   TO LM-MODE
           ELSE
               MOVE '   PRELEVEMENT AUTOMATIQUE A LA DATE LIMITE'
                   TO LM-MODE
           END-IF.
           MOVE CM-DRUMAN TO LM-DRUMAN.
           MOVE LIGNE-MENTION-PRELEV TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           ADD 1 TO W-NBPRELEV.
           IF CM-PREL-MENSUEL AND CM-JANECH = RETB-DAN
               MOVE 0 TO W-MONTANT
               PERFORM 4610-CUMULER-PRELEVEMENT
                   THRU 4610-CUMULER-PRELEVEMENT-EXIT
                   VARYING IXM FROM 1 BY 1
                   UNTIL IXM > 12
               MOVE W-MONTANT TO LG-MONTANT
               MOVE 'PRELEVEMENTS DU COMPTE POUR L''ANNEE'
                   TO LG-LIBELLE
               MOVE LIGNE-TOTAL TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
           END-IF.
       4600-MENTION-PRELEVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       4610-CUMULER-PRELEVEMENT.
      *---------------------------------------------------------
           IF CM-PRE-TRANSMIS (IXM)
               ADD CM-MPRELV (IXM) TO W-MONTANT
           END-IF.
       4610-CUMULER-PRELEVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       4700-EDITER-REFERENCE.
      *---------------------------------------------------------
      * REFERENCE DE PAIEMENT DE L'ARTICLE, CONSTITUEE COMME DANS
      * L'EXPORT HELIOS (EFIBAT3), PUIS LIGNE OPTIQUE : REFERENCE,
      * TOTAL A PAYER SUR 10 CHIFFRES ET CLE MODULO 97 DE
      * L'ENSEMBLE. PAS DE LIGNE OPTIQUE SANS MONTANT A PAYER
           MOVE RETB-DAN    TO RFP-DAN.
           MOVE RETB-CC2DEP TO RFP-AC3DIR (1:2).
           MOVE RETB-CCODIR TO RFP-AC3DIR (3:1).
           MOVE RETB-CCOCOM TO RFP-CCOCOM.
           MOVE RETB-DSRPAR TO RFP-DSRPAR.
           MOVE RETB-ANUPRO TO RFP-ANUPRO.
           MOVE RETB-CCOBNB TO RFP-CCOBNB.
           MOVE SL-DNURO    TO RFP-DNURO.
           MOVE SL-JANROL   TO RFP-JANROL.
           INSPECT RFP-BASE REPLACING ALL SPACE BY '0'.
           MOVE SPACE    TO W-CLE-ZONE.
           MOVE RFP-BASE TO W-CLE-ZONE.
           MOVE 25       TO W-CLE-LONG.
           CALL 'CLEREF' USING W-CLE-ZONE W-CLE-LONG W-CLE-CLE
                               W-CLE-CR
               ON EXCEPTION MOVE 99 TO W-CLE-CR
           END-CALL.
           IF W-CLE-CR NOT = 0
               GO TO 4700-EDITER-REFERENCE-EXIT
           END-IF.
           MOVE W-CLE-CLE TO RFP-CLE.
           MOVE W-REFPAI  TO LR-REFPAI.
           MOVE LIGNE-REFPAI TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
           ADD 1 TO W-NBREFPAI.

           IF RETB-CCOBNB = '2'
               MOVE RETB-TCTDU  TO W-MONTANT
           ELSE
               MOVE RETNB-TCTDU TO W-MONTANT
           END-IF.
           ADD W-PENAL-ART TO W-MONTANT.
           IF W-MONTANT NOT > 0
               GO TO 4700-EDITER-REFERENCE-EXIT
           END-IF.
           MOVE W-MONTANT TO W-OPT-MONTANT.
           MOVE SPACE         TO W-CLE-ZONE.
           MOVE W-REFPAI      TO W-CLE-ZONE (1:27).
           MOVE W-OPT-MONTANT TO W-CLE-ZONE (28:10).
           MOVE 37            TO W-CLE-LONG.
           CALL 'CLEREF' USING W-CLE-ZONE W-CLE-LONG W-CLE-CLE
                               W-CLE-CR
               ON EXCEPTION MOVE 99 TO W-CLE-CR
           END-CALL.
           IF W-CLE-CR NOT = 0
               GO TO 4700-EDITER-REFERENCE-EXIT
           END-IF.
           MOVE W-REFPAI      TO LP-REFPAI.
           MOVE W-OPT-MONTANT TO LP-MONTANT.
           MOVE W-CLE-CLE     TO LP-CLE.
           MOVE LIGNE-OPTIQUE TO W-LIGNE-AVIS
           PERFORM 4900-ECRIRE-LIGNE
               THRU 4900-ECRIRE-LIGNE-EXIT.
       4700-EDITER-REFERENCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-DETAIL-BATI.
      *---------------------------------------------------------
      *---------------------------------------------------------
           IF W-MONTANT NOT = 0
               MOVE W-MONTANT TO LI-MONTANT
               MOVE LIGNE-COTIS TO W-LIGNE-AVIS
               PERFORM 4900-ECRIRE-LIGNE
                   THRU 4900-ECRIRE-LIGNE-EXIT
           END-IF.
       6000-EDITER-COTIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       4900-ECRIRE-LIGNE.
      *---------------------------------------------------------
           IF W-AVIS-DEMAT
               WRITE ENR-AVISDEM FROM W-LIGNE-AVIS
           ELSE
               WRITE ENR-AVISFIC FROM W-LIGNE-AVIS
           END-IF.
       4900-ECRIRE-LIGNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
      * ENREGISTREMENT DE FIN DE CHAQUE FLUX : NOMBRE D'AVIS ET
      * TOTAL A PAYER, CONTROLES EN AVAL (ROUTAVIS)
           INITIALIZE SRV-ENR.
           MOVE '*FIN' TO SRV-GSERV.
           MOVE W-DAN  TO SRV-DAN.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE W-NBPAPIER   TO SRV-NBENR.
           MOVE W-TOT-PAPIER TO SRV-TOTCOT.
           WRITE ENR-AVISFIC FROM SRV-ENR.
           MOVE W-NBDEMAT    TO SRV-NBENR.
           MOVE W-TOT-DEMAT  TO SRV-TOTCOT.
           WRITE ENR-AVISDEM FROM SRV-ENR.
           CLOSE SORTIE-LOT TAUDIS REFPRO AVISFIC AVISSUS AVISDEM.
           IF W-CTRMEN-OUVERT
               CLOSE CTRMEN
           END-IF.
           IF W-COPRO-OUVERT
               CLOSE COPRO
           END-IF.
      * LES DUPLICATA PORTANT LA CLE DU LOT D'ORIGINE, LEUR FLUX
      * N'EST PAS SCELLE POUR NE PAS REMPLACER LE SCELLE DU FLUX
      * PAPIER DE LA CAMPAGNE
           IF NOT W-MODE-DUPLICATA
               PERFORM 9100-SCELLER-AVISFIC
                   THRU 9100-SCELLER-AVISFIC-EXIT
           END-IF.
           DISPLAY 'EDITAVIS - ARTICLES LUS        : ' W-NBLUS.
           DISPLAY 'EDITAVIS - AVIS EDITES         : ' W-NBAVIS.
           DISPLAY 'EDITAVIS - ARTICLES ECARTES    : ' W-NBECARTES.
           DISPLAY 'EDITAVIS - MENTIONS NON DIFF.  : ' W-NBNDIF.
           DISPLAY 'EDITAVIS - MENTIONS PRELEVEMENT: ' W-NBPRELEV.
           DISPLAY 'EDITAVIS - REFERENCES EDITEES  : ' W-NBREFPAI.
           DISPLAY 'EDITAVIS - AVIS RETENUS        : ' W-NBSUSPENDUS.
           DISPLAY 'EDITAVIS - DONT FLUX PAPIER    : ' W-NBPAPIER.
           DISPLAY 'EDITAVIS - DONT FLUX DEMAT.    : ' W-NBDEMAT.
           DISPLAY 'EDITAVIS - AVIS CO-REDEVABLES  : ' W-NBAVIS-COP.
           DISPLAY 'EDITAVIS - AVIS AVEC PENALITES : ' W-NBAVIS-PENAL.
           IF W-MODE-VAGUE
               DISPLAY 'EDITAVIS - VAGUE D''EMISSION    : ' W-NUMVAG
               DISPLAY 'EDITAVIS - ARTICLES HORS VAGUE : '
                       W-NBHORSVAG
           END-IF.
           IF W-NBSUSPENDUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-EXIT.
           EXIT.

      *---------------------------------------------------------
       0500-VERIFIER-SCELLE.
      *---------------------------------------------------------
      * LE SORTLOT EST RELU EN ENTIER AVANT L'EDITION ET SON
      * EMPREINTE CONTROLEE CONTRE LE SCELLE DEPOSE PAR LE LOT
           MOVE 'SORTLOT '  TO EMS-TYPFIC.
           MOVE 0           TO EMS-JAN EMS-NUMGEN.
           MOVE SPACE       TO EMS-DEPDIR.
           MOVE 'EDITAVIS'  TO EMS-PROGRAMME.
           MOVE 'I' TO EMS-FONCTION.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
           OPEN INPUT SORTIE-LOT.
           MOVE 'A' TO EMS-FONCTION.
           MOVE LENGTH OF ENR-SORTIE-LOT TO EMS-LONG.
           PERFORM 0510-CUMULER-SCELLE
               THRU 0510-CUMULER-SCELLE-EXIT
               UNTIL SL-FS NOT = '00' OR NOT EMS-CR-OK.
           IF EMS-CR-OK AND SL-FS NOT = '10'
               MOVE 99 TO EMS-CR
           END-IF.
           CLOSE SORTIE-LOT.
           IF EMS-CR-OK
               MOVE 'V' TO EMS-FONCTION
               CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
                   ON EXCEPTION MOVE 03 TO EMS-CR
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN EMS-CR-OK
                   DISPLAY 'EDITAVIS - SORTLOT '
                           'CONFORME A SON SCELLE (GENERATION '
                           EMS-NUMGEN ')'
               WHEN EMS-CR-DIVERGENT
                   DISPLAY 'EDITAVIS - SORTLOT '
                           'ALTERE DEPUIS SA PRODUCTION : EMPREINTE '
                           EMS-EMPREINTE ' (' EMS-NBENR
                           ' ENREG.) AU LIEU DE ' EMS-EMPSCEL
                           ' (' EMS-NBSCEL ' ENREG.)'
               WHEN EMS-CR-ABSENT
                   DISPLAY 'EDITAVIS - SORTLOT '
                           'NON SCELLE (DIRECTION ' EMS-DEPDIR
                           ', GENERATION ' EMS-NUMGEN ') : '
                           'FICHIER TRONQUE OU DE PROVENANCE INCONNUE'
               WHEN EMS-CR-ANNULE
                   DISPLAY 'EDITAVIS - SORTLOT '
                           'D''UN PASSAGE DE LOT ANNULE (DIRECTION '
                           EMS-DEPDIR ', GENERATION ' EMS-NUMGEN ')'
               WHEN EMS-CR = 99
                   DISPLAY 'EDITAVIS - SORTLOT '
                           'ILLISIBLE, SCELLE INVERIFIABLE'
               WHEN OTHER
                   DISPLAY 'EDITAVIS - SORTLOT '
                           'NON CONTROLABLE, REGISTRE DES SCELLES '
                           'INACCESSIBLE (CR ' EMS-CR ')'
           END-EVALUATE.
       0500-VERIFIER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0510-CUMULER-SCELLE.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END GO TO 0510-CUMULER-SCELLE-EXIT
           END-READ.
           IF SL-FS NOT = '00'
               GO TO 0510-CUMULER-SCELLE-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
       0510-CUMULER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9100-SCELLER-AVISFIC.
      *---------------------------------------------------------
      * LE FLUX PAPIER EST SCELLE SOUS LA CLE DU SORTLOT DONT IL
      * EST ISSU (ANNEE, DIRECTION ET GENERATION DU LOT). EN MODE
      * VAGUE, LE MEME SORTLOT DONNANT UN AVISFIC PAR VAGUE, LE
      * TYPE PORTE LE NUMERO DE VAGUE ('AVISFNN ') POUR QU'UN
      * PASSAGE NE REMPLACE PAS LE SCELLE DE LA VAGUE PRECEDENTE
           MOVE 'AVISFIC '  TO EMA-TYPFIC.
           IF W-MODE-VAGUE
               MOVE W-NUMVAG TO EMA-TYPFIC (6:2)
           END-IF.
           MOVE EMS-JAN     TO EMA-JAN.
           MOVE EMS-DEPDIR  TO EMA-DEPDIR.
           MOVE EMS-NUMGEN  TO EMA-NUMGEN.
           MOVE 'EDITAVIS'  TO EMA-PROGRAMME.
           MOVE 'I' TO EMA-FONCTION.
           CALL 'EMPREINT' USING EMP-AVISFIC ENR-AVISFIC
               ON EXCEPTION MOVE 03 TO EMA-CR
           END-CALL.
           OPEN INPUT AVISFIC.
           MOVE 'A' TO EMA-FONCTION.
           MOVE LENGTH OF ENR-AVISFIC TO EMA-LONG.
           PERFORM 9110-CUMULER-AVISFIC
               THRU 9110-CUMULER-AVISFIC-EXIT
               UNTIL AV-FS NOT = '00' OR NOT EMA-CR-OK.
           IF EMA-CR-OK AND AV-FS NOT = '10'
               MOVE 99 TO EMA-CR
           END-IF.
           CLOSE AVISFIC.
           IF EMA-CR-OK
               MOVE 'S' TO EMA-FONCTION
               CALL 'EMPREINT' USING EMP-AVISFIC ENR-AVISFIC
                   ON EXCEPTION MOVE 03 TO EMA-CR
               END-CALL
           END-IF.
           IF NOT EMA-CR-OK
               DISPLAY 'EDITAVIS - SCELLEMENT DE AVISFIC IMPOSSIBLE '
                       '(CR ' EMA-CR ')'
           END-IF.
       9100-SCELLER-AVISFIC-EXIT.
           EXIT.

      *---------------------------------------------------------
       9110-CUMULER-AVISFIC.
      *---------------------------------------------------------
           READ AVISFIC
               AT END GO TO 9110-CUMULER-AVISFIC-EXIT
           END-READ.
           IF AV-FS NOT = '00'
               GO TO 9110-CUMULER-AVISFIC-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-AVISFIC ENR-AVISFIC
               ON EXCEPTION MOVE 03 TO EMA-CR
           END-CALL.
       9110-CUMULER-AVISFIC-EXIT.
           EXIT.
       END PROGRAM EDITAVIS.
