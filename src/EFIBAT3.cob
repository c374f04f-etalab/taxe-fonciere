      * CKPT-INTERVALLE ENTREES : EN CAS D'INTERRUPTION DU    *
      * LOT, UNE RELANCE SAUTE AUTOMATIQUEMENT LES             *
      * ENREGISTREMENTS DEJA TRAITES.                         *
      *                                                       *
      * EN FIN DE LOT TERMINE, SORTLOT ET L'EXPORT HELIOS     *
      * SONT RELUS ET SCELLES (EMPREINTE DE CONTROLE DEPOSEE  *
      * DANS LE REGISTRE REGSCEL PAR LE MODULE EMPREINT),     *
      * POUR QUE LEURS CONSOMMATEURS DETECTENT TOUTE          *
      * ALTERATION ULTERIEURE.                                *
      *                                                       *
      * EMISSION PAR VAGUE : AVEC LE PARAMETRE PARMVAG, SEULS *
      * LES ARTICLES DU ROLE GENERAL DES COMMUNES DE LA VAGUE *
      * DEMANDEE AU PLAN DES VAGUES (PLANVAG) SONT LIQUIDES.  *
      * LES ARTICLES SUPPLEMENTAIRES ET CONTENTIEUX DU LOT NE *
      * SONT LIQUIDES QU'AU PASSAGE DE LA VAGUE 1. LE POINT   *
      * DE REPRISE ET LE VERROU PORTENT LE NUMERO DE VAGUE :  *
      * UN POINT DE REPRISE TERMINE D'UNE AUTRE VAGUE         *
      * N'EMPECHE PAS LE DEMARRAGE.                           *
      *********************************************************

       IDENTIFICATION DIVISION.
           SELECT  PARMDELT    ASSIGN  TO  PARMDELT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  PD-FS.
           SELECT  PARMPEN     ASSIGN  TO  PARMPEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  PN-FS.
           SELECT  NUMGEN      ASSIGN  TO  NUMGEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  NG-FS.
           SELECT  ETAVISA     ASSIGN  TO  ETAVISA
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  EV-FS.
           SELECT  PARMVAG     ASSIGN  TO  PARMVAG
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  PV-FS.
           SELECT  VAGUES      ASSIGN  TO  VAGUES
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  VG-FS.
           SELECT  REFEXO      ASSIGN  TO  REFEXO
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RX-CLEEXO
                               FILE STATUS  RX-FS.

       DATA DIVISION.
       FILE SECTION.
           COPY XSORTLOT REPLACING 'X' BY SS.

       FD  CTLPOINT.
       01  ENR-CTLPOINT            PIC X(262).

      * TRACE DES ECHECS DE RECHERCHE TAUDIS/BASE TAUX (CR 20/21/22/23)
       FD  JOURNAL-TAUX.
           05 VR-DEPDIR            PIC X(3).
           05 VR-DATJOU            PIC 9(8).
           05 VR-HEUJOU            PIC 9(8).
           05 VR-NUMVAG            PIC 9(2).

      * PARAMETRE DE FORCAGE EXPLICITE ('F') POUR REPASSER UN LOT
      * DEJA TERMINE
       FD  TRACEFIC.
       01  ENR-TRACEFIC            PIC X(132).

      * VAGUE D'EMISSION A LIQUIDER (FICHIER FACULTATIF : ABSENT,
      * LA DIRECTION EST LIQUIDEE ENTIERE) ET PLAN DES VAGUES
      * PRODUIT PAR PLANVAG
       FD  PARMVAG.
       01  ENR-PARMVAG.
           05 PV-NUMVAG            PIC 9(2).

       FD  VAGUES.
       01  ENR-VAGUES.
           COPY XVAGUE REPLACING 'X' BY VG.

      * SEUIL DE VISA DES FORTES COTISATIONS DE LA DIRECTION, EN
      * EUROS (FICHIER FACULTATIF : ABSENT OU NUL, PAS DE FILE DE
      * VISA). SUR LE MODELE DE LA FILE D'HOMOLOGATION ATTHELIO,
       01  ENR-PARMDELT.
           05 PD-DELTA             PIC X(1).

      * PARAMETRES DES PENALITES D'ASSIETTE DES ROLES
      * SUPPLEMENTAIRES (FICHIER FACULTATIF : ABSENT, VALEURS PAR
      * DEFAUT) : TAUX MENSUEL DE L'INTERET DE RETARD EN POUR CENT
      * ET MOIS DE L'ECHEANCE D'ORIGINE DANS L'ANNEE D'ORIGINE
       FD  PARMPEN.
       01  ENR-PARMPEN.
           05 PN-TXMENS            PIC 9V99.
           05 PN-MOISEC            PIC 9(2).

      * REFERENTIEL DES EXONERATIONS DE LONGUE DUREE (VUE XREFEXO,
      * CHARGE PAR CHARGEXO ; FICHIER FACULTATIF : ABSENT, PAS DE
      * CONTROLE). UNE BASE EXONEREE NON COUVERTE PAR UNE ENTREE
      * VALIDE POUR L'ANNEE EST REJETEE (CR 27) ; LA BASE
      * COMMUNALE EXONEREE EST RELEVEE SUR L'ENTREE POUR L'ETAT
      * DES ECHEANCES ECHEXO
       FD  REFEXO.
       01  ENR-REFEXO.
           COPY XREFEXO REPLACING 'X' BY RX.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'EFIBAT3 01 DU 15/10/26'.

       01  EL-FS                   PIC X(2).
           88 EL-OK                     VALUE '00'.
           88 FX-OK                     VALUE '00'.
       01  PD-FS                   PIC X(2).
           88 PD-OK                     VALUE '00'.
       01  PN-FS                   PIC X(2).
           88 PN-OK                     VALUE '00'.
       01  NG-FS                   PIC X(2).
           88 NG-OK                     VALUE '00'.
       01  W-NUMGEN                PIC 9(6) VALUE 0.
       01  W-TRC-CLE               PIC X(6).
       01  W-TRACE-AVANT           PIC S9(10) VALUE 0.
       01  W-NBTRACES              PIC 9(9) COMP VALUE 0.

      * EMISSION PAR VAGUE : COMMUNES DE LA VAGUE DEMANDEE ET
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
       01  TABLE-VGC.
           05 VGC-CLE              PIC X(6) OCCURS 1000.
       01  IXV                     PIC 9(4) COMP.
       01  W-VGC-CLE               PIC X(6).
       01  W-VGC-CLE-PREC          PIC X(6) VALUE SPACE.
       01  W-SW-DANSVAG            PIC X(1) VALUE 'N'.
           88 W-COM-DANS-VAGUE          VALUE 'O'.
       01  W-SW-HORSVAG            PIC X(1) VALUE 'N'.
           88 W-ART-HORS-VAGUE          VALUE 'O'.
       01  W-NBHORSVAG             PIC 9(9) COMP VALUE 0.
       01  W-NBCOM-HORSVAG         PIC 9(9) COMP VALUE 0.
       01  LIGNE-TRC1.
           05 FILLER               PIC X(6) VALUE 'TRACE '.
           05 LT1-DEPDIR           PIC X(3).
       01  SUI-STATUT           PIC X(1).
       01  SUI-VOLUME           PIC 9(9) VALUE 0.

      * ZONES D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT, UNE PAR
      * FICHIER SCELLE (REGISTRE DES SCELLES REGSCEL)
       01  EMP-SORTLOT.
           COPY XEMPREIN REPLACING 'X' BY EMS.
       01  EMP-HELIOS.
           COPY XEMPREIN REPLACING 'X' BY EMH.

       01  W-SW-FORCE              PIC X(1) VALUE 'N'.
           88 W-FORCAGE-DEMANDE         VALUE 'O'.
       01  W-VERROU-ENR.
           05 W-VR-DEPDIR          PIC X(3).
           05 W-VR-DATJOU          PIC 9(8).
           05 W-VR-HEUJOU          PIC 9(8).
           05 W-VR-NUMVAG          PIC 9(2).

      * ARTICLE COMMUNE DU TAUDIS, CONSULTE A CHAQUE CHANGEMENT DE
      * COMMUNE POUR L'ANNULATION-RECONFECTION (GCOANU/DACROL)
      * AIGUILLES VERS SORTLOTS/HELIOSUP/BILANSUP
       01  W-SW-CTX                 PIC X(1) VALUE 'G'.
           88 W-CTX-SUPPL               VALUES 'S' 'C'.
           88 W-CTX-ROLE-SUP            VALUE 'S'.
       01  W-NBART-SUP-B            PIC 9(9) COMP VALUE 0.
       01  W-NBART-SUP-NB           PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-COTIS-SUP        PIC S9(12) COMP VALUE 0.
       01  W-TOTAL-FRAIS-SUP        PIC S9(12) COMP VALUE 0.

      * PENALITES D'ASSIETTE DES ROLES SUPPLEMENTAIRES : TAUX
      * MENSUEL DE L'INTERET DE RETARD (EN POUR CENT) ET MOIS DE
      * L'ECHEANCE D'ORIGINE, PARAMETRABLES PAR PARMPEN ; TAUX DE
      * MAJORATION FIXES PAR NATURE DE MANQUEMENT
       01  W-PEN-TXMENS             PIC 9V99 VALUE 0.20.
       01  W-PEN-MOISEC             PIC 9(2) VALUE 10.
       01  W-PEN-DATJOU             PIC 9(8).
       01  W-PEN-DATJOU-R REDEFINES W-PEN-DATJOU.
           05 W-PEN-AAAA            PIC 9(4).
           05 W-PEN-MM              PIC 9(2).
           05 W-PEN-JJ              PIC 9(2).
       01  W-PEN-JANORI             PIC 9(4).
       01  W-PEN-CMANQU             PIC X(1).
           88 W-PEN-MANQ-DECLARATION    VALUE 'D'.
           88 W-PEN-MANQ-DELIBERE       VALUE 'M'.
           88 W-PEN-MANQ-FRAUDE         VALUE 'F'.
           88 W-PEN-CMANQU-OK           VALUES ' ' 'D' 'M' 'F'.
       01  W-PEN-NBMOIS             PIC S9(5).
       01  W-PEN-TXMAJ              PIC 9(2).
       01  W-TOTAL-INT-SUP          PIC S9(12) COMP VALUE 0.
       01  W-TOTAL-MAJ-SUP          PIC S9(12) COMP VALUE 0.
       01  W-NBART-PENAL            PIC 9(9) COMP VALUE 0.
       01  W-NBMANQ-INVALIDE        PIC 9(9) COMP VALUE 0.

      * NUMEROTATION PROPRE DES ROLES SUPPLEMENTAIRES : LE DERNIER
      * LOT + NUMERO DE ROLE DIFFERE (DDRHMD/DDRROD) DE L'ARTICLE
      * DIRECTION EST INCREMENTE UNE FOIS PAR EMISSION (EXECUTION
       01  W-SUP-DDRHMD             PIC 9(1) VALUE 0.
       01  W-SUP-DDRROD             PIC 9(3) VALUE 0.

      * REFERENCE DE PAIEMENT DE L'ARTICLE EXPORTE ET ZONES
      * D'APPEL DU MODULE DE CALCUL DE CLE CLEREF
       01  W-REFPAI.
           COPY XREFPAI REPLACING 'X' BY RFP.
       01  W-CLE-ZONE               PIC X(40).
       01  W-CLE-LONG               PIC 9(2) VALUE 25.
       01  W-CLE-CLE                PIC 9(2).
       01  W-CLE-CR                 PIC 9(2).

      * CODES RETOUR (CR) REPERTORIES PAR DECODCR, PLUS UN CUMUL
      * 'AUTRE' (CODE 99) POUR TOUT CODE NON REPERTORIE, AFIN DE
      * FOURNIR LA DISTRIBUTION DES ANOMALIES DU BILAN DE CAMPAGNE
           05 FILLER               PIC X(14).
           05 LS-ABANDON           PIC -(11)9.

      * CONTROLE DES BASES EXONEREES PAR LE REFERENTIEL REFEXO
       01  RX-FS                   PIC X(2).
           88 RX-OK                     VALUE '00'.
       01  W-SW-REFEXO             PIC X(1) VALUE 'N'.
           88 W-REFEXO-OUVERT           VALUE 'O'.
       01  W-SW-EXOREJ             PIC X(1).
           88 W-EXO-REJETEE             VALUE 'O'.
       01  W-SW-EXOFIN             PIC X(1).
           88 W-EXO-FIN                 VALUE 'O'.
       01  W-SW-EXOCOUV            PIC X(1).
           88 W-EXO-COUVERTE            VALUE 'O'.
      * FAMILLE RECHERCHEE : 'BA' = TOUT TYPE BATI, SINON LE TYPE
       01  W-EXO-TYPE              PIC X(2).
       01  W-EXO-BASE              PIC S9(10).
       01  W-EXO-RC                PIC 9(2).
       01  W-EXO-CLEART.
           05 W-EXO-CCOBNB         PIC X(1).
           05 W-EXO-AC3DIR         PIC X(3).
           05 W-EXO-CCOCOM         PIC X(3).
           05 W-EXO-DSRPAR         PIC X(1).
           05 W-EXO-ANUPRO         PIC X(6).
       01  W-NBEXOREJ              PIC 9(9) COMP VALUE 0.

      * VUE DE L'ENTREE POUR LECTURE DE LA CLE ET DU CODE BATI
       01  W-ENTREE-VUE.
           05 W-CCOBNB              PIC X(1).
               CLOSE PARMVISA
           END-IF.

      * PARAMETRES DES PENALITES D'ASSIETTE (FICHIER FACULTATIF).
      * LES MOIS D'INTERET DE RETARD COURENT JUSQU'A LA DATE DU LOT
           ACCEPT W-PEN-DATJOU FROM DATE YYYYMMDD.
           OPEN INPUT PARMPEN.
           IF PN-OK
               READ PARMPEN
                   AT END CONTINUE
               END-READ
               IF PN-OK
                   IF PN-TXMENS NUMERIC
                       MOVE PN-TXMENS TO W-PEN-TXMENS
                   END-IF
                   IF PN-MOISEC NUMERIC AND PN-MOISEC > 0
                      AND PN-MOISEC NOT > 12
                       MOVE PN-MOISEC TO W-PEN-MOISEC
                   END-IF
               END-IF
               CLOSE PARMPEN
           END-IF.

      * EMISSION PAR VAGUE (FICHIER PARMVAG FACULTATIF) : SEULES
      * LES COMMUNES DE LA VAGUE DEMANDEE AU PLAN DES VAGUES SONT
      * LIQUIDEES. CHAQUE VAGUE EST UN LOT A PART ENTIERE (POINT
      * DE REPRISE, VERROU ET SORTIES PROPRES). UN PLAN ABSENT OU
      * SANS COMMUNE POUR LA VAGUE, OU DEPASSANT LA CAPACITE DE LA
      * TABLE DES COMMUNES, REFUSE LE DEMARRAGE
           OPEN INPUT PARMVAG.
           IF PV-OK
               READ PARMVAG
                   AT END CONTINUE
               END-READ
               IF PV-OK AND PV-NUMVAG NUMERIC AND PV-NUMVAG > 0
                   MOVE PV-NUMVAG TO W-NUMVAG
                   SET W-MODE-VAGUE TO TRUE
               END-IF
               CLOSE PARMVAG
           END-IF.
           IF W-MODE-VAGUE
               PERFORM 1450-CHARGER-VAGUE
                   THRU 1450-CHARGER-VAGUE-EXIT
               IF W-VGC-DEBORDE
                   DISPLAY 'EFIBAT3 - VAGUE ' W-NUMVAG
                           ' : PLUS DE ' W-MAXVGC ' COMMUNES AU '
                           'PLAN DES VAGUES : DEMARRAGE REFUSE'
                   SET W-ARRET-VERROU TO TRUE
                   CLOSE ENTREE-LOT
                   CLOSE TAUDIS
                   GO TO 1000-INITIALISATION-EXIT
               END-IF
               IF W-NBVGC = 0
                   DISPLAY 'EFIBAT3 - VAGUE ' W-NUMVAG
                           ' ABSENTE DU PLAN DES VAGUES : '
                           'DEMARRAGE REFUSE'
                   SET W-ARRET-VERROU TO TRUE
                   CLOSE ENTREE-LOT
                   CLOSE TAUDIS
                   GO TO 1000-INITIALISATION-EXIT
               END-IF
               DISPLAY 'EFIBAT3 - EMISSION DE LA VAGUE ' W-NUMVAG
                       ' : ' W-NBVGC ' COMMUNE(S)'
           END-IF.

           INITIALIZE CKPT-ENR.
           OPEN INPUT CTLPOINT.
           IF CK-INEXISTANT
               CLOSE CTLPOINT
           END-IF.

      * EN EMISSION PAR VAGUE, LE POINT DE REPRISE TERMINE D'UNE
      * AUTRE VAGUE EST CELUI DU PASSAGE PRECEDENT : LA VAGUE
      * DEMANDEE REPART DU DEBUT. UN POINT DE REPRISE EN COURS
      * D'UNE AUTRE VAGUE IMPOSE AU CONTRAIRE DE TERMINER CELLE-CI
           IF W-MODE-VAGUE AND CKPT-NBTRAITE OF CKPT-ENR > 0
              AND CKPT-NUMVAG OF CKPT-ENR > 0
              AND CKPT-NUMVAG OF CKPT-ENR NOT = W-NUMVAG
               IF CKPT-OK
                   DISPLAY 'EFIBAT3 - VAGUE ' CKPT-NUMVAG OF CKPT-ENR
                           ' TERMINEE : DEPART DE LA VAGUE '
                           W-NUMVAG
                   INITIALIZE CKPT-ENR
               ELSE
                   DISPLAY 'EFIBAT3 - REFUS : VAGUE '
                           CKPT-NUMVAG OF CKPT-ENR
                           ' INTERROMPUE, A RELANCER AVANT LA VAGUE '
                           W-NUMVAG
                   SET W-ARRET-VERROU TO TRUE
                   CLOSE ENTREE-LOT
                   CLOSE TAUDIS
                   GO TO 1000-INITIALISATION-EXIT
               END-IF
           END-IF.

           PERFORM 1050-PRENDRE-VERROU
               THRU 1050-PRENDRE-VERROU-EXIT.
           IF W-ARRET-VERROU
               GO TO 1000-INITIALISATION-EXIT
           END-IF.

      * REFERENTIEL DES EXONERATIONS DE LONGUE DUREE (FICHIER
      * FACULTATIF), OUVERT EN E/S POUR LE RELEVE DES BASES
           OPEN I-O REFEXO.
           IF RX-OK
               SET W-REFEXO-OUVERT TO TRUE
           ELSE
               DISPLAY 'EFIBAT3 - REFERENTIEL REFEXO ABSENT : '
                       'PAS DE CONTROLE DES BASES EXONEREES'
           END-IF.

      * UNE RELANCE (POINT DE REPRISE NON VIDE) NE DOIT PAS ECRASER
      * LES SORTIES DEJA PRODUITES LORS DE L'EXECUTION INTERROMPUE :
      * LES FICHIERS SEQUENTIELS SONT ALORS OUVERTS EN EXTEND ET LES
                                                 TO W-TOTAL-COTIS-SUP
               MOVE CKPT-TOTAL-FRAIS-SUP OF CKPT-ENR
                                                 TO W-TOTAL-FRAIS-SUP
               MOVE CKPT-TOTAL-INT-SUP OF CKPT-ENR
                                                 TO W-TOTAL-INT-SUP
               MOVE CKPT-TOTAL-MAJ-SUP OF CKPT-ENR
                                                 TO W-TOTAL-MAJ-SUP
               IF CKPT-SUPNUM OF CKPT-ENR = 'O'
                   SET W-SUPNUM-ATTRIBUE TO TRUE
                   MOVE CKPT-SUP-DDRHMD OF CKPT-ENR TO W-SUP-DDRHMD
                           W-VR-DEPDIR ' ' W-VR-DAN ' DEPUIS LE '
                           W-VR-DATJOU ', PASSAGE FORCE PAR '
                           'PARAMETRE'
                   IF W-VR-NUMVAG NUMERIC AND W-VR-NUMVAG > 0
                       DISPLAY 'EFIBAT3 - VERROU POSE PAR LA VAGUE '
                               W-VR-NUMVAG
                   END-IF
               ELSE
                   SET W-ARRET-VERROU TO TRUE
                   DISPLAY 'EFIBAT3 - REFUS DE VERROU : LOT DEJA '
                           'EN COURS SUR ' W-VR-DEPDIR ' '
                           W-VR-DAN ' DEPUIS LE ' W-VR-DATJOU
                           ' (FORCAGE REQUIS SI LOT INTERROMPU)'
                   IF W-VR-NUMVAG NUMERIC AND W-VR-NUMVAG > 0
                       DISPLAY 'EFIBAT3 - VERROU POSE PAR LA VAGUE '
                               W-VR-NUMVAG
                   END-IF
                   GO TO 1050-PRENDRE-VERROU-EXIT
               END-IF
           END-IF.
           MOVE CKPT-DERDAN OF CKPT-ENR TO W-VR-DAN.
           MOVE CKPT-DERDEP OF CKPT-ENR TO W-VR-DEPDIR (1:2).
           MOVE CKPT-DERDIR OF CKPT-ENR TO W-VR-DEPDIR (3:1).
           MOVE W-NUMVAG TO W-VR-NUMVAG.
           ACCEPT W-VR-DATJOU FROM DATE YYYYMMDD.
           ACCEPT W-VR-HEUJOU FROM TIME.
           OPEN OUTPUT VERROU.
       1400-CHARGER-UNE-TRACE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1450-CHARGER-VAGUE.
      *---------------------------------------------------------
      * COMMUNES DE LA VAGUE DEMANDEE, RELEVEES DANS LE PLAN
           OPEN INPUT VAGUES.
           IF NOT VG-OK
               GO TO 1450-CHARGER-VAGUE-EXIT
           END-IF.
           PERFORM 1460-CHARGER-UNE-COMMUNE
               THRU 1460-CHARGER-UNE-COMMUNE-EXIT
               UNTIL VG-FIN OR W-VGC-DEBORDE.
           CLOSE VAGUES.
       1450-CHARGER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1460-CHARGER-UNE-COMMUNE.
      *---------------------------------------------------------
           READ VAGUES
               AT END SET VG-FIN TO TRUE
                      GO TO 1460-CHARGER-UNE-COMMUNE-EXIT
           END-READ.
           IF VG-NUMVAG NOT = W-NUMVAG
               GO TO 1460-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           IF W-NBVGC >= W-MAXVGC
               SET W-VGC-DEBORDE TO TRUE
               GO TO 1460-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBVGC.
           MOVE VG-AC3DIR TO VGC-CLE (W-NBVGC) (1:3).
           MOVE VG-CCOCOM TO VGC-CLE (W-NBVGC) (4:3).
       1460-CHARGER-UNE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHARGER-BAREME.
      *---------------------------------------------------------
                   SET W-FIN-LOT-ATTEINTE TO TRUE
                   GO TO 2000-TRAITEMENT-LOT-EXIT
               END-IF
               MOVE 'N' TO W-SW-HORSVAG
               IF W-MODE-VAGUE
                   PERFORM 2060-FILTRER-VAGUE
                       THRU 2060-FILTRER-VAGUE-EXIT
               END-IF
               IF W-ART-HORS-VAGUE
                   ADD 1 TO W-NBHORSVAG
               ELSE
                   PERFORM 3000-CALCUL-COTISATION
                       THRU 3000-CALCUL-COTISATION-EXIT
                   PERFORM 2900-SURVEILLER-DISJONCTEUR
                       THRU 2900-SURVEILLER-DISJONCTEUR-EXIT
               END-IF
               ADD 1 TO W-NBTRAITES
               MOVE W-NBTRAITES  TO CKPT-NBTRAITE
               MOVE W-DAN        TO CKPT-DERDAN
       2050-CONTROLER-SEQUENCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2060-FILTRER-VAGUE.
      *---------------------------------------------------------
      * EMISSION PAR VAGUE : UN ARTICLE DU ROLE GENERAL D'UNE
      * COMMUNE HORS DE LA VAGUE EST SAUTE (IL SERA LIQUIDE AU
      * PASSAGE DE SA VAGUE) MAIS COMPTE COMME TRAITE POUR LE
      * POINT DE REPRISE. LES ARTICLES SUPPLEMENTAIRES ET
      * CONTENTIEUX, QUI N'APPARTIENNENT A AUCUNE VAGUE, NE SONT
      * LIQUIDES QU'UNE FOIS, AU PASSAGE DE LA VAGUE 1, ET SAUTES
      * DANS LES AUTRES VAGUES. L'APPARTENANCE EST EVALUEE UNE FOIS
      * PAR COMMUNE
           IF W-BATI
               MOVE W-ENTREE-VUE TO EB-VUE
               MOVE EB-GCTXTA    TO W-SW-CTX
           ELSE
               MOVE W-ENTREE-VUE TO EN-VUE
               MOVE EN-GCTXTA    TO W-SW-CTX
           END-IF.
           IF W-CTX-SUPPL
               IF W-NUMVAG NOT = 1
                   SET W-ART-HORS-VAGUE TO TRUE
               END-IF
               GO TO 2060-FILTRER-VAGUE-EXIT
           END-IF.
           MOVE W-CC2DEP TO W-VGC-CLE (1:2).
           MOVE W-CCODIR TO W-VGC-CLE (3:1).
           MOVE W-CCOCOM TO W-VGC-CLE (4:3).
           IF W-VGC-CLE NOT = W-VGC-CLE-PREC
               MOVE W-VGC-CLE TO W-VGC-CLE-PREC
               MOVE 'N' TO W-SW-DANSVAG
               PERFORM 2065-TESTER-VAGUE
                   THRU 2065-TESTER-VAGUE-EXIT
                   VARYING IXV FROM 1 BY 1
                   UNTIL IXV > W-NBVGC OR W-COM-DANS-VAGUE
               IF NOT W-COM-DANS-VAGUE
                   ADD 1 TO W-NBCOM-HORSVAG
               END-IF
           END-IF.
           IF NOT W-COM-DANS-VAGUE
               SET W-ART-HORS-VAGUE TO TRUE
           END-IF.
       2060-FILTRER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2065-TESTER-VAGUE.
      *---------------------------------------------------------
           IF VGC-CLE (IXV) = W-VGC-CLE
               SET W-COM-DANS-VAGUE TO TRUE
           END-IF.
       2065-TESTER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CALCUL-COTISATION.
      *---------------------------------------------------------
               IF W-MODE-DELTA AND NOT W-CTX-SUPPL
                   ADD 1 TO W-NBREJOUES
               END-IF
      * CONTROLE DES BASES EXONEREES DE LONGUE DUREE PAR LE
      * REFERENTIEL REFEXO : UN ARTICLE NON COUVERT EST REJETE
      * SANS APPEL DES CALCULETTES
               MOVE 'N' TO W-SW-EXOREJ
               IF W-REFEXO-OUVERT
                   PERFORM 3040-CONTROLER-EXONERATION
                       THRU 3040-CONTROLER-EXONERATION-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN W-EXO-REJETEE
                       MOVE 27       TO W-CRM
                       MOVE W-EXO-RC TO W-RCM
                       ADD 1 TO W-NBEXOREJ
                   WHEN W-BATI
                       CALL 'CTXTA3B' USING W-ENTREE-CTX W-SORTIE-CTX
                                            W-CRM W-RCM W-BASES-B
                           ON EXCEPTION
                               MOVE 24 TO W-CRM
                               MOVE 01 TO W-RCM
                       END-CALL
                   WHEN OTHER
                       CALL 'CTXTA3N' USING W-ENTREE-CTX W-SORTIE-CTX
                                            W-CRM W-RCM W-BASES-NB
                           ON EXCEPTION
                               MOVE 24 TO W-CRM
                               MOVE 01 TO W-RCM
                       END-CALL
               END-EVALUATE
           END-IF.

           IF W-CTX-SUPPL
           PERFORM 2600-CONTROLER-SEUIL
               THRU 2600-CONTROLER-SEUIL-EXIT.

      * PENALITES D'ASSIETTE D'UN ROLE SUPPLEMENTAIRE, LIQUIDEES
      * APRES LES CALCULETTES ET DONC APRES LE CONTROLE DE
      * PRESCRIPTION (ARTICLE PRESCRIT REJETE EN CR 93)
           PERFORM 3070-LIQUIDER-PENALITES
               THRU 3070-LIQUIDER-PENALITES-EXIT.

      * TRACE DE LIQUIDATION DETAILLEE DE L'ARTICLE
           IF W-ART-TRACE
               PERFORM 3080-TRACER-ARTICLE
       3000-CALCUL-COTISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3070-LIQUIDER-PENALITES.
      *---------------------------------------------------------
      * ROLE SUPPLEMENTAIRE (CONTEXTE 'S' SEUL, LE CONTENTIEUX NE
      * PORTANT PAS DE PENALITE) : INTERET DE RETARD PAR MOIS
      * ECOULE DEPUIS L'ECHEANCE D'ORIGINE ET MAJORATION SELON LA
      * NATURE DU MANQUEMENT, LIQUIDES SUR LE TOTAL DU DE
      * L'ARTICLE ET PORTES DANS DES ZONES DISTINCTES. UN ARTICLE
      * EN ANOMALIE (NOTAMMENT PRESCRIT, CR 93) OU NON MIS EN
      * RECOUVREMENT NE PORTE AUCUNE PENALITE
           INITIALIZE SL-APENAL.
           IF NOT W-CTX-ROLE-SUP OR W-CRM NOT = 0
              OR W-ART-SOUS-SEUIL OR W-TCTDU-ART NOT > 0
               GO TO 3070-LIQUIDER-PENALITES-EXIT
           END-IF.
           MOVE 0 TO W-PEN-JANORI.
           IF W-BATI
               MOVE W-ENTREE-VUE TO EB-VUE
               IF EB-JANORI NUMERIC
                   MOVE EB-JANORI TO W-PEN-JANORI
               END-IF
               MOVE EB-CMANQU    TO W-PEN-CMANQU
           ELSE
               MOVE W-ENTREE-VUE TO EN-VUE
               IF EN-JANORI NUMERIC
                   MOVE EN-JANORI TO W-PEN-JANORI
               END-IF
               MOVE EN-CMANQU    TO W-PEN-CMANQU
           END-IF.
      * ANNEE D'ORIGINE NON SERVIE (OU POSTERIEURE A L'ANNEE
      * D'IMPOSITION) : L'ECHEANCE D'ORIGINE EST CELLE DE L'ANNEE
      * D'IMPOSITION DE L'ARTICLE
           IF W-PEN-JANORI = 0 OR W-PEN-JANORI > W-DAN
               MOVE W-DAN TO W-PEN-JANORI
           END-IF.
      * NATURE DE MANQUEMENT INCONNUE : INTERET DE RETARD SEUL
           IF NOT W-PEN-CMANQU-OK
               ADD 1 TO W-NBMANQ-INVALIDE
               MOVE SPACE TO W-PEN-CMANQU
           END-IF.

           COMPUTE W-PEN-NBMOIS = (W-PEN-AAAA - W-PEN-JANORI) * 12
                                + W-PEN-MM - W-PEN-MOISEC.
           IF W-PEN-NBMOIS < 0
               MOVE 0 TO W-PEN-NBMOIS
           END-IF.
           IF W-PEN-NBMOIS > 999
               MOVE 999 TO W-PEN-NBMOIS
           END-IF.
           EVALUATE TRUE
               WHEN W-PEN-MANQ-DECLARATION
                   MOVE 10 TO W-PEN-TXMAJ
               WHEN W-PEN-MANQ-DELIBERE
                   MOVE 40 TO W-PEN-TXMAJ
               WHEN W-PEN-MANQ-FRAUDE
                   MOVE 80 TO W-PEN-TXMAJ
               WHEN OTHER
                   MOVE 0  TO W-PEN-TXMAJ
           END-EVALUATE.

           MOVE W-PEN-JANORI TO SL-JANORI.
           MOVE W-PEN-CMANQU TO SL-CMANQU.
           MOVE W-PEN-NBMOIS TO SL-NBMOIS.
           COMPUTE SL-MINTRE ROUNDED =
               W-TCTDU-ART * W-PEN-NBMOIS * W-PEN-TXMENS / 100.
           COMPUTE SL-MMAJAS ROUNDED =
               W-TCTDU-ART * W-PEN-TXMAJ / 100.
           ADD SL-MINTRE TO W-TOTAL-INT-SUP.
           ADD SL-MMAJAS TO W-TOTAL-MAJ-SUP.
           ADD 1 TO W-NBART-PENAL.
       3070-LIQUIDER-PENALITES-EXIT.
           EXIT.

      *---------------------------------------------------------
       3020-TESTER-TRACE.
      *---------------------------------------------------------
       3020-TESTER-TRACE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3040-CONTROLER-EXONERATION.
      *---------------------------------------------------------
      * UNE BASE EXONEREE DE LONGUE DUREE (BATI : ABAEXO ; NON BATI :
      * JEUNES AGRICULTEURS ABAJAG ET AGRICULTURE BIO ABABIO) DOIT
      * ETRE COUVERTE PAR UNE ENTREE REFEXO DE L'ARTICLE, DU TYPE
      * CORRESPONDANT, DONT LA PERIODE COMPREND L'ANNEE. A DEFAUT
      * L'ARTICLE EST REJETE : CR 27, RC 01 (BATI), 02 (JEUNES
      * AGRICULTEURS) OU 03 (AGRICULTURE BIO)
           MOVE W-CCOBNB TO W-EXO-CCOBNB.
           MOVE W-CC2DEP TO W-EXO-AC3DIR (1:2).
           MOVE W-CCODIR TO W-EXO-AC3DIR (3:1).
           MOVE W-CCOCOM TO W-EXO-CCOCOM.
           IF W-BATI
               MOVE W-ENTREE-VUE TO EB-VUE
               MOVE EB-DSRPAR    TO W-EXO-DSRPAR
               MOVE EB-ANUPRO    TO W-EXO-ANUPRO
               IF (EB-MBXCOM NUMERIC AND EB-MBXCOM NOT = 0)
                  OR (EB-MBXDEP NUMERIC AND EB-MBXDEP NOT = 0)
                  OR (EB-MBXSYN NUMERIC AND EB-MBXSYN NOT = 0)
                  OR (EB-MBXCU  NUMERIC AND EB-MBXCU  NOT = 0)
                   MOVE 'BA' TO W-EXO-TYPE
                   MOVE 01   TO W-EXO-RC
                   IF EB-MBXCOM NUMERIC
                       MOVE EB-MBXCOM TO W-EXO-BASE
                   ELSE
                       MOVE 0 TO W-EXO-BASE
                   END-IF
                   PERFORM 3045-CHERCHER-EXONERATION
                       THRU 3045-CHERCHER-EXONERATION-EXIT
               END-IF
               GO TO 3040-CONTROLER-EXONERATION-EXIT
           END-IF.

           MOVE W-ENTREE-VUE TO EN-VUE.
           MOVE EN-DSRPAR    TO W-EXO-DSRPAR.
           MOVE EN-ANUPRO    TO W-EXO-ANUPRO.
           IF (EN-MBJCOM NUMERIC AND EN-MBJCOM NOT = 0)
              OR (EN-MBJSYN NUMERIC AND EN-MBJSYN NOT = 0)
              OR (EN-MBJCU  NUMERIC AND EN-MBJCU  NOT = 0)
              OR (EN-MBJDEP NUMERIC AND EN-MBJDEP NOT = 0)
               MOVE 'JA' TO W-EXO-TYPE
               MOVE 02   TO W-EXO-RC
               IF EN-MBJCOM NUMERIC
                   MOVE EN-MBJCOM TO W-EXO-BASE
               ELSE
                   MOVE 0 TO W-EXO-BASE
               END-IF
               PERFORM 3045-CHERCHER-EXONERATION
                   THRU 3045-CHERCHER-EXONERATION-EXIT
           END-IF.
           IF W-EXO-REJETEE
               GO TO 3040-CONTROLER-EXONERATION-EXIT
           END-IF.
           IF (EN-MBOCOM NUMERIC AND EN-MBOCOM NOT = 0)
              OR (EN-MBOSYN NUMERIC AND EN-MBOSYN NOT = 0)
              OR (EN-MBOCU  NUMERIC AND EN-MBOCU  NOT = 0)
               MOVE 'AB' TO W-EXO-TYPE
               MOVE 03   TO W-EXO-RC
               IF EN-MBOCOM NUMERIC
                   MOVE EN-MBOCOM TO W-EXO-BASE
               ELSE
                   MOVE 0 TO W-EXO-BASE
               END-IF
               PERFORM 3045-CHERCHER-EXONERATION
                   THRU 3045-CHERCHER-EXONERATION-EXIT
           END-IF.
       3040-CONTROLER-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3045-CHERCHER-EXONERATION.
      *---------------------------------------------------------
      * PARCOURS DES ENTREES DE L'ARTICLE (CLE PARTIELLE, TOUS TYPES
      * ET TOUTES ANNEES DE DEBUT CONFONDUS)
           MOVE 'N' TO W-SW-EXOFIN W-SW-EXOCOUV.
           MOVE W-EXO-CLEART TO RX-CLEEXO.
           MOVE LOW-VALUE    TO RX-CTYEXL.
           MOVE 0            TO RX-JDBEXO.
           START REFEXO KEY NOT < RX-CLEEXO
               INVALID KEY SET W-EXO-FIN TO TRUE
           END-START.
           PERFORM 3046-LIRE-EXONERATION
               THRU 3046-LIRE-EXONERATION-EXIT
               UNTIL W-EXO-FIN OR W-EXO-COUVERTE.
           IF NOT W-EXO-COUVERTE
               SET W-EXO-REJETEE TO TRUE
           END-IF.
       3045-CHERCHER-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3046-LIRE-EXONERATION.
      *---------------------------------------------------------
           READ REFEXO NEXT RECORD
               AT END SET W-EXO-FIN TO TRUE
                      GO TO 3046-LIRE-EXONERATION-EXIT
           END-READ.
           IF RX-CLEEXO (1:14) NOT = W-EXO-CLEART
               SET W-EXO-FIN TO TRUE
               GO TO 3046-LIRE-EXONERATION-EXIT
           END-IF.
           IF W-EXO-TYPE = 'BA'
               IF NOT RX-EXO-BATI
                   GO TO 3046-LIRE-EXONERATION-EXIT
               END-IF
           ELSE
               IF RX-CTYEXL NOT = W-EXO-TYPE
                   GO TO 3046-LIRE-EXONERATION-EXIT
               END-IF
           END-IF.
           IF W-DAN < RX-JDBEXO OR W-DAN > RX-JFNEXO
               GO TO 3046-LIRE-EXONERATION-EXIT
           END-IF.
           SET W-EXO-COUVERTE TO TRUE.
      * RELEVE DE LA BASE COMMUNALE EXONEREE DE L'ANNEE POUR L'ETAT
      * DES ECHEANCES (ROLE GENERAL SEULEMENT, SANS ECRASER LE
      * RELEVE D'UNE CAMPAGNE PLUS RECENTE)
           IF NOT W-CTX-SUPPL AND W-DAN NOT < RX-JANDER
               MOVE W-EXO-BASE TO RX-MBXDER
               MOVE W-DAN      TO RX-JANDER
               REWRITE ENR-REFEXO
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
       3046-LIRE-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3080-TRACER-ARTICLE.
      *---------------------------------------------------------
           COMPUTE RB-TCTHFR = 0 - RB-TCTHFR.
           COMPUTE RB-TCTFRA = 0 - RB-TCTFRA.
           COMPUTE RB-TCTDU  = 0 - RB-TCTDU.
           COMPUTE RB-MDG65A = 0 - RB-MDG65A.
           COMPUTE RB-MEXRES = 0 - RB-MEXRES.
           COMPUTE RB-MPLRFR = 0 - RB-MPLRFR.
           COMPUTE RB-MFRRES = 0 - RB-MFRRES.
           COMPUTE RB-MAQCOM = 0 - RB-MAQCOM.
           COMPUTE RB-MAQSYN = 0 - RB-MAQSYN.
           COMPUTE RB-MAQCU  = 0 - RB-MAQCU.
           COMPUTE RB-MAQTSE = 0 - RB-MAQTSE.
           COMPUTE RB-MCOCOR = 0 - RB-MCOCOR.
           COMPUTE RB-MBLIRE = 0 - RB-MBLIRE.

           MOVE SPACES       TO ENR-SORTIE-LOT.
           MOVE RB-VUE       TO SL-RETOUR.
           MOVE 0            TO SL-CR SL-RC.
           INITIALIZE SL-APENAL.
           MOVE 'E'          TO SL-GEXTOU.
           MOVE W-ANU-DACROL TO SL-DACROL.
           MOVE W-COM-DNURO  TO SL-DNURO.
           MOVE RB-TCTHFR    TO HE-TCTHFR.
           MOVE RB-TCTFRA    TO HE-TCTFRA.
           MOVE RB-TCTDU     TO HE-TCTDU.
           MOVE RB-MDG65A    TO HE-MDG65A.
           MOVE RB-MEXRES    TO HE-MEXRES.
           MOVE RB-MPLRFR    TO HE-MPLRFR.
           MOVE RB-MCOCOR    TO HE-MCOCOR.
           MOVE 'E'          TO HE-GEXTOU.
           MOVE W-ANU-DACROL TO HE-DACROL.
           ADD HE-TCTDU  TO W-TOTAL-COTIS.
           MOVE SPACES        TO ENR-SORTIE-LOT.
           MOVE RNB-VUE       TO SL-RETOUR.
           MOVE 0             TO SL-CR SL-RC.
           INITIALIZE SL-APENAL.
           MOVE 'E'           TO SL-GEXTOU.
           MOVE W-ANU-DACROL  TO SL-DACROL.
           MOVE W-COM-DNURO   TO SL-DNURO.
               MOVE RB-TCTHFR       TO HE-TCTHFR
               MOVE RB-TCTFRA       TO HE-TCTFRA
               MOVE RB-TCTDU        TO HE-TCTDU
               MOVE RB-MDG65A       TO HE-MDG65A
               MOVE RB-MEXRES       TO HE-MEXRES
               MOVE RB-MPLRFR       TO HE-MPLRFR
               MOVE RB-MCOCOR       TO HE-MCOCOR
           ELSE
               MOVE W-SORTIE-CTX    TO RNB-VUE
               PERFORM 3400-COMPTER-VOIE-TAUX
               MOVE RNB-TCTFRA      TO HE-TCTFRA
               MOVE RNB-TCTDU       TO HE-TCTDU
           END-IF.
           MOVE SL-JANORI    TO HE-JANORI.
           MOVE SL-CMANQU    TO HE-CMANQU.
           MOVE SL-MINTRE    TO HE-MINTRE.
           MOVE SL-MMAJAS    TO HE-MMAJAS.

           IF W-CTX-SUPPL
               ADD HE-TCTDU  TO W-TOTAL-COTIS-SUP
               MOVE W-SUP-DDRROD TO HE-DNURO
               MOVE W-DIR-JANROL TO HE-JANROL
               MOVE W-SUP-DDRHMD TO HE-DNULTF
               PERFORM 3392-SERVIR-REFPAI
                   THRU 3392-SERVIR-REFPAI-EXIT
               MOVE ENR-HELIOS TO ENR-HELIOSUP
               WRITE ENR-HELIOSUP
               ADD 1 TO W-SRV-NB (4)
           MOVE W-COM-DNURO  TO HE-DNURO.
           MOVE W-DIR-JANROL TO HE-JANROL.
           MOVE W-COM-DNULTF TO HE-DNULTF.
           PERFORM 3392-SERVIR-REFPAI
               THRU 3392-SERVIR-REFPAI-EXIT.
           IF W-COM-HOMOLOGUEE
      * FORTE COTISATION AU-DELA DU SEUIL DE VISA : L'ARTICLE EST
      * RANGE DANS LA FILE D'ATTENTE DE VISA ET EDITE SUR LE
       3390-ECRIRE-HELIOS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3392-SERVIR-REFPAI.
      *---------------------------------------------------------
      * REFERENCE DE PAIEMENT IMPRIMEE SUR L'AVIS : IDENTIFIANT DE
      * L'ARTICLE, NUMERO ET ANNEE DU ROLE, CLE MODULO 97. UNE
      * EXTOURNE PORTE LA REFERENCE DE L'ARTICLE DU ROLE EXTOURNE
      * (DACROL), AFIN QUE LE LETTRAGE LA RAPPROCHE DE L'AVIS
      * D'ORIGINE. LES POSITIONS NON SERVIES SONT MISES A ZERO
      * POUR QUE LA REFERENCE RESTE LISIBLE EN LIGNE OPTIQUE
           MOVE HE-DAN    TO RFP-DAN.
           MOVE HE-AC3DIR TO RFP-AC3DIR.
           MOVE HE-CCOCOM TO RFP-CCOCOM.
           MOVE HE-DSRPAR TO RFP-DSRPAR.
           MOVE HE-ANUPRO TO RFP-ANUPRO.
           MOVE HE-CCOBNB TO RFP-CCOBNB.
           IF HE-GEXTOU = 'E' AND HE-DACROL NUMERIC
               MOVE HE-DACROL TO RFP-DNURO
           ELSE
               MOVE HE-DNURO  TO RFP-DNURO
           END-IF.
           MOVE HE-JANROL TO RFP-JANROL.
           INSPECT RFP-BASE REPLACING ALL SPACE BY '0'.
           MOVE SPACE    TO W-CLE-ZONE.
           MOVE RFP-BASE TO W-CLE-ZONE.
           CALL 'CLEREF' USING W-CLE-ZONE W-CLE-LONG W-CLE-CLE
                               W-CLE-CR
               ON EXCEPTION MOVE 99 TO W-CLE-CR
           END-CALL.
           IF W-CLE-CR = 0
               MOVE W-CLE-CLE TO RFP-CLE
               MOVE W-REFPAI  TO HE-REFPAI
           ELSE
               MOVE SPACE     TO HE-REFPAI
           END-IF.
       3392-SERVIR-REFPAI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3395-EDITER-PARAPHEUR.
      *---------------------------------------------------------
           MOVE W-NBART-SUP-NB      TO CKPT-NBART-SUP-NB.
           MOVE W-TOTAL-COTIS-SUP   TO CKPT-TOTAL-COTIS-SUP.
           MOVE W-TOTAL-FRAIS-SUP   TO CKPT-TOTAL-FRAIS-SUP.
           MOVE W-TOTAL-INT-SUP     TO CKPT-TOTAL-INT-SUP.
           MOVE W-TOTAL-MAJ-SUP     TO CKPT-TOTAL-MAJ-SUP.
           IF W-SUPNUM-ATTRIBUE
               MOVE 'O' TO CKPT-SUPNUM
           ELSE
           MOVE W-IDF-TOTCOM        TO CKPT-IDF-TOTCOM.
           MOVE W-IDF-TOTIDF        TO CKPT-IDF-TOTIDF.
           MOVE W-IDF-NBCOM         TO CKPT-IDF-NBCOM.
           MOVE W-NUMVAG            TO CKPT-NUMVAG.

           OPEN OUTPUT CTLPOINT.
           WRITE ENR-CTLPOINT FROM CKPT-ENR.
           MOVE W-DAN    TO W-VR-DAN.
           MOVE W-CC2DEP TO W-VR-DEPDIR (1:2).
           MOVE W-CCODIR TO W-VR-DEPDIR (3:1).
           MOVE W-NUMVAG TO W-VR-NUMVAG.
           ACCEPT W-VR-DATJOU FROM DATE YYYYMMDD.
           ACCEPT W-VR-HEUJOU FROM TIME.
           OPEN OUTPUT VERROU.
           CLOSE BILANSUP.
           CLOSE ARCHIVEB.
           CLOSE ARCHIVNB.
           IF W-REFEXO-OUVERT
               CLOSE REFEXO
           END-IF.

      * SCELLEMENT DU FICHIER DE SORTIE ET DE L'EXPORT HELIOS D'UN
      * LOT TERMINE ; UN LOT ARRETE N'EST PAS SCELLE ET SES
      * CONSOMMATEURS LE REFUSENT
           IF NOT W-ARRET-SEQUENCE AND NOT W-ARRET-SERVICE
              AND NOT W-ARRET-DISJONCTEUR
               PERFORM 9400-SCELLER-SORTLOT
                   THRU 9400-SCELLER-SORTLOT-EXIT
               PERFORM 9450-SCELLER-HELIOS
                   THRU 9450-SCELLER-HELIOS-EXIT
           END-IF.

           DISPLAY 'EFIBAT3 - ENREGISTREMENTS LUS     : ' W-NBLUS.
           DISPLAY 'EFIBAT3 - ENREGISTREMENTS TRAITES : ' W-NBTRAITES.

           DISPLAY 'EFIBAT3 - EXONERES DOM SOUS SEUIL  : '
               W-NBEXODOM.
           IF W-REFEXO-OUVERT
               DISPLAY 'EFIBAT3 - EXONERATIONS REJETEES    : '
                   W-NBEXOREJ
           END-IF.
           IF W-MODE-DELTA
               DISPLAY 'EFIBAT3 - MODE DELTA : REJOUES     : '
                   W-NBREJOUES
               W-NBHEL-ATT.
           DISPLAY 'EFIBAT3 - RETENUS EN FILE DE VISA  : '
               W-NBVISA.
           IF W-MODE-VAGUE
               DISPLAY 'EFIBAT3 - VAGUE D''EMISSION        : '
                   W-NUMVAG
               DISPLAY 'EFIBAT3 - COMMUNES HORS VAGUE      : '
                   W-NBCOM-HORSVAG
               DISPLAY 'EFIBAT3 - ARTICLES HORS VAGUE      : '
                   W-NBHORSVAG
           END-IF.
           DISPLAY 'EFIBAT3 - ROLES SUP. PENALISES     : '
               W-NBART-PENAL.
           DISPLAY 'EFIBAT3 - INTERETS DE RETARD       : '
               W-TOTAL-INT-SUP.
           DISPLAY 'EFIBAT3 - MAJORATIONS D''ASSIETTE   : '
               W-TOTAL-MAJ-SUP.
           IF W-NBMANQ-INVALIDE > 0
               DISPLAY 'EFIBAT3 - MANQUEMENTS NON RECONNUS : '
                   W-NBMANQ-INVALIDE
           END-IF.
           IF W-NBTRC > 0
               DISPLAY 'EFIBAT3 - ARTICLES TRACES          : '
                   W-NBTRACES
           MOVE W-NBART-SUP-NB      TO BS-NBARNB.
           MOVE W-TOTAL-COTIS-SUP   TO BS-TOTCOT.
           MOVE W-TOTAL-FRAIS-SUP   TO BS-TOTFRA.
           MOVE W-TOTAL-INT-SUP     TO BS-TOTINT.
           MOVE W-TOTAL-MAJ-SUP     TO BS-TOTMAJ.
           PERFORM VARYING IND-ANO FROM 1 BY 1 UNTIL IND-ANO > 14
               MOVE W-ANOCOD (IND-ANO) TO BS-ANOCOD (IND-ANO)
               MOVE 0                  TO BS-ANONB (IND-ANO)
           WRITE ENR-ARCHIVNB.
       9300-ECRIRE-FINS-EXIT.
           EXIT.

      *---------------------------------------------------------
       9400-SCELLER-SORTLOT.
      *---------------------------------------------------------
      * LE FICHIER FERME EST RELU EN ENTIER (Y COMPRIS LA PARTIE
      * ECRITE AVANT UNE REPRISE) ET SON EMPREINTE DEPOSEE DANS LE
      * REGISTRE DES SCELLES ; LA GENERATION ET LA DIRECTION SONT
      * REPRISES DES ENREGISTREMENTS DE SERVICE PAR LE MODULE
           MOVE 'SORTLOT '  TO EMS-TYPFIC.
           MOVE W-DAN       TO EMS-JAN.
           MOVE W-CC2DEP    TO EMS-DEPDIR (1:2).
           MOVE W-CCODIR    TO EMS-DEPDIR (3:1).
           MOVE W-NUMGEN    TO EMS-NUMGEN.
           MOVE 'EFIBAT3 '  TO EMS-PROGRAMME.
           MOVE 'I' TO EMS-FONCTION.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
           OPEN INPUT SORTIE-LOT.
           MOVE 'A' TO EMS-FONCTION.
           MOVE LENGTH OF ENR-SORTIE-LOT TO EMS-LONG.
           PERFORM 9410-CUMULER-SORTLOT
               THRU 9410-CUMULER-SORTLOT-EXIT
               UNTIL SL-FS NOT = '00' OR NOT EMS-CR-OK.
           IF EMS-CR-OK AND SL-FS NOT = '10'
               MOVE 99 TO EMS-CR
           END-IF.
           CLOSE SORTIE-LOT.
           IF EMS-CR-OK
               MOVE 'S' TO EMS-FONCTION
               CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
                   ON EXCEPTION MOVE 03 TO EMS-CR
               END-CALL
           END-IF.
           IF EMS-CR-OK
               DISPLAY 'EFIBAT3 - SORTLOT SCELLE, EMPREINTE '
                       EMS-EMPREINTE ' (' EMS-NBENR ' ENREG.)'
           ELSE
               DISPLAY 'EFIBAT3 - SCELLEMENT DE SORTLOT IMPOSSIBLE '
                       '(CR ' EMS-CR ')'
           END-IF.
       9400-SCELLER-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       9410-CUMULER-SORTLOT.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END GO TO 9410-CUMULER-SORTLOT-EXIT
           END-READ.
           IF SL-FS NOT = '00'
               GO TO 9410-CUMULER-SORTLOT-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
       9410-CUMULER-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       9450-SCELLER-HELIOS.
      *---------------------------------------------------------
      * MEME SCELLEMENT POUR L'EXPORT HELIOS, CONTROLE AVANT
      * TRANSFERT (CTLSCEL) ET AVANT ECLATEMENT (ECLAHELI)
           MOVE 'HELIOS  '  TO EMH-TYPFIC.
           MOVE W-DAN       TO EMH-JAN.
           MOVE W-CC2DEP    TO EMH-DEPDIR (1:2).
           MOVE W-CCODIR    TO EMH-DEPDIR (3:1).
           MOVE W-NUMGEN    TO EMH-NUMGEN.
           MOVE 'EFIBAT3 '  TO EMH-PROGRAMME.
           MOVE 'I' TO EMH-FONCTION.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
           OPEN INPUT HELIOS.
           MOVE 'A' TO EMH-FONCTION.
           MOVE LENGTH OF ENR-HELIOS TO EMH-LONG.
           PERFORM 9460-CUMULER-HELIOS
               THRU 9460-CUMULER-HELIOS-EXIT
               UNTIL HE-FS NOT = '00' OR NOT EMH-CR-OK.
           IF EMH-CR-OK AND HE-FS NOT = '10'
               MOVE 99 TO EMH-CR
           END-IF.
           CLOSE HELIOS.
           IF EMH-CR-OK
               MOVE 'S' TO EMH-FONCTION
               CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
                   ON EXCEPTION MOVE 03 TO EMH-CR
               END-CALL
           END-IF.
           IF EMH-CR-OK
               DISPLAY 'EFIBAT3 - HELIOS SCELLE, EMPREINTE '
                       EMH-EMPREINTE ' (' EMH-NBENR ' ENREG.)'
           ELSE
               DISPLAY 'EFIBAT3 - SCELLEMENT DE HELIOS IMPOSSIBLE '
                       '(CR ' EMH-CR ')'
           END-IF.
       9450-SCELLER-HELIOS-EXIT.
           EXIT.

      *---------------------------------------------------------
       9460-CUMULER-HELIOS.
      *---------------------------------------------------------
           READ HELIOS
               AT END GO TO 9460-CUMULER-HELIOS-EXIT
           END-READ.
           IF HE-FS NOT = '00'
               GO TO 9460-CUMULER-HELIOS-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
       9460-CUMULER-HELIOS-EXIT.
           EXIT.
