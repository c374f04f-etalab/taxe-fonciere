      * COMMENCE ETANT COMPTE EN ENTIER. ILS SONT PORTES EN   *
      * POSTE DISTINCT (MINTMO) DE L'ENREGISTREMENT EXPORTE   *
      * EN CORRECTION ET TOTALISES DANS L'ETAT RECAPITULATIF. *
      *                                                       *
      * UNE RECLAMATION POUR VACANCE DE LOCAUX (MOTIF 'VL',   *
      * VUE XRECVAC) NE REJOUE PAS L'ARTICLE : ELLE PORTE LA  *
      * QUOTE-PART DE BASE DU LOCAL ET LA PERIODE DE VACANCE  *
      * EN MOIS ENTIERS. LE DEGREVEMENT EST LIQUIDE PAR       *
      * COLLECTIVITE AU PRORATA (QUOTE-PART X MOIS / 12) DES  *
      * COTISATIONS ET FRAIS D'ORIGINE HORS OM ET TASA, EN    *
      * DIFFERENTIEL NEGATIF. IL EST A LA CHARGE DE L'ETAT :  *
      * LA CORRECTION EXPORTEE LAISSE LES COTISATIONS DES     *
      * COLLECTIVITES INCHANGEES ET PORTE LE MONTANT EN       *
      * MDGVAC.                                               *
      *                                                       *
      * LES LOCAUX DE L'ARTICLE RECLAME SONT DETAILLES (BASE  *
      * COMMUNALE, ZONE ET BASE OM) D'APRES LA CORRESPONDANCE *
      * ARTICLE / LOCAL ECRITE PAR CONSLOT (CORRLOC,          *
      * FACULTATIF), LE LOCAL VACANT D'UNE RECLAMATION 'VL'   *
      * ETANT SIGNALE.                                        *
      *                                                       *
      * LA CHAINE DE CALCUL EST APPELEE EN MODE ANNEE         *
      * HISTORIQUE (CRM = 98) : UN ARTICLE D'UNE ANNEE        *
      * ANTERIEURE A LA CAMPAGNE EST LIQUIDE AUX TAUX DE SON  *
      * MILLESIME (TAUHIST). UN MILLESIME ABSENT EST REJETE   *
      * CR 28, SANS REPLI SUR LES TAUX COURANTS. LA SOURCE    *
      * DES TAUX DE CHAQUE RECLAMATION RECALCULEE EST EDITEE  *
      * DANS L'ETAT ET LES REJETS CR 28 SONT TOTALISES.       *
      *********************************************************

       IDENTIFICATION DIVISION.
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.
           SELECT  CORRLOC     ASSIGN  TO  CORRLOC
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CL-CLE
                               FILE STATUS  CL-FS.

       DATA DIVISION.
       FILE SECTION.
      * (CLE DU REGISTRE DES RECLAMATIONS), UN MOTIF DE DEGREVEMENT,
      * LA DATE DE PAIEMENT D'ORIGINE (POINT DE DEPART DES INTERETS
      * MORATOIRES, ZERO SI NON CONNUE) ET L'ARTICLE COMPLET REJOUE
      * (CONTEXTE GCTXTA = 'C'), OU POUR UNE VACANCE DE LOCAUX LA
      * CLE DE L'ARTICLE, LA QUOTE-PART DU LOCAL ET LA PERIODE
      * (VUE XRECVAC)
       FD  RECLAM.
       01  ENR-RECLAM.
           05 RE-REFDOS            PIC X(10).
           05 RE-MOTIF             PIC X(2).
              88 RE-VACANCE             VALUE 'VL'.
           05 RE-JDAPAI            PIC 9(8).
           05 RE-ARTICLE           PIC X(600).

       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

      * CORRESPONDANCE ARTICLE / LOCAL (CONSLOT)
       FD  CORRLOC.
       01  ENR-CORRLOC.
           COPY XCORLOC REPLACING 'X' BY CL.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'EFIRECL3 02 DU 15/10/26'.

       01  RE-FS                   PIC X(2).
           88 RE-OK                     VALUE '00'.
       01  W-SW-REGISTRE           PIC X(1) VALUE 'N'.
           88 W-REGISTRE-OUVERT         VALUE 'O'.
       01  W-NBHORSREG             PIC 9(9) COMP VALUE 0.
      * LA CORRESPONDANCE ARTICLE / LOCAL EST FACULTATIVE : SANS
      * ELLE, LE DETAIL PAR LOCAL N'EST PAS EDITE
       01  CL-FS                   PIC X(2).
           88 CL-OK                     VALUE '00'.
       01  W-SW-CORRLOC            PIC X(1) VALUE 'N'.
           88 W-CORRLOC-OUVERT          VALUE 'O'.
       01  W-SW-DETAIL             PIC X(1) VALUE 'N'.
           88 W-DETAIL-EDITE            VALUE 'O'.
       01  W-CL-ARTICLE            PIC X(18).

       01  W-ENTREE-VUE.
           05 W-CCOBNB              PIC X(1).
           05 W-CC2DEP              PIC X(2).
           05 W-CCODIR              PIC X(1).
           05 W-CCOCOM              PIC X(3).
           05 W-DSRPAR              PIC X(1).
           05 W-ANUPRO              PIC X(6).
           05 FILLER                PIC X(582).

       01  W-ENTREE-CTX             PIC X(600).
       01  W-SORTIE-CTX             PIC X(600).

       01  W-NBTRAITES              PIC 9(9) COMP VALUE 0.
       01  W-NBSANSORIG             PIC 9(9) COMP VALUE 0.
      * SOURCE DES TAUX DE LA NOUVELLE LIQUIDATION : NOMBRE DE
      * RECLAMATIONS LIQUIDEES AUX TAUX HISTORISES DU MILLESIME
      * ET DE REJETS CR 28 (MILLESIME ABSENT DE TAUHIST)
       01  W-VOIE                   PIC X(1).
       01  W-NBHISTO                PIC 9(9) COMP VALUE 0.
       01  W-NBSANSHISTO            PIC 9(9) COMP VALUE 0.

      * RECAPITULATIF DES DEGREVEMENTS PRONONCES (DIFFERENTIEL
      * TCTDU NEGATIF) PAR COMMUNE ET PAR MOTIF
       01  W-SW-RECAP               PIC X(1).
           88 RECAP-TROUVEE             VALUE 'O'.
       01  W-TCTDU-DIFF             PIC S9(12).
       01  W-TCTFRA-DIFF            PIC S9(12).

      * DEGREVEMENT POUR VACANCE DE LOCAUX : VUE DE LA
      * RECLAMATION, PERIODE RAMENEE A L'ANNEE D'IMPOSITION ET
      * COEFFICIENT DE PRORATA (QUOTE-PART X MOIS / 12)
       01  RV-VUE.
           COPY XRECVAC REPLACING 'X' BY RV.
       01  W-VAC-MINMOIS            PIC 9(2) COMP VALUE 3.
       01  W-VAC-JDB                PIC 9(6).
       01  W-VAC-JDB-DEC REDEFINES W-VAC-JDB.
           05 W-VAC-JDB-AA          PIC 9(4).
           05 W-VAC-JDB-MM          PIC 9(2).
       01  W-VAC-JFN                PIC 9(6).
       01  W-VAC-JFN-DEC REDEFINES W-VAC-JFN.
           05 W-VAC-JFN-AA          PIC 9(4).
           05 W-VAC-JFN-MM          PIC 9(2).
       01  W-VAC-NBMOIS             PIC S9(5) COMP.
       01  W-VAC-COEF               PIC 9V9(8).
       01  W-NBVACANCE              PIC 9(9) COMP VALUE 0.

      * INTERETS MORATOIRES : TAUX LEGAL MENSUEL, DATE DE
      * LIQUIDATION (DATE DU JOUR) ET NOMBRE DE MOIS COURUS
           05 LD-MONTANT            PIC -(11)9.
           05 FILLER                PIC X(6).
           05 LD-MINTMO             PIC -(11)9.
       01  LIGNE-ENTETE-LOCAL       PIC X(132) VALUE
           'DOSSIER    DIR COM ANUPRO LOCAL      BASE COMMUNE  OM      B
      -    'ASE OM'.
       01  LIGNE-LOCAL.
           05 LL-REFDOS             PIC X(10).
           05 FILLER                PIC X(1).
           05 LL-DEPDIR             PIC X(3).
           05 FILLER                PIC X(1).
           05 LL-COM                PIC X(3).
           05 FILLER                PIC X(1).
           05 LL-ANUPRO             PIC X(6).
           05 FILLER                PIC X(1).
           05 LL-IDLOC              PIC X(10).
           05 FILLER                PIC X(1).
           05 LL-MBACOM             PIC -(11)9.
           05 FILLER                PIC X(2).
           05 LL-GTAUOM             PIC X(2).
           05 FILLER                PIC X(1).
           05 LL-MBAOM              PIC -(11)9.
           05 FILLER                PIC X(1).
           05 LL-MARQUE             PIC X(12).
       01  LIGNE-SOURCE.
           05 LS-REFDOS             PIC X(10).
           05 FILLER                PIC X(1).
           05 LS-DEPDIR             PIC X(3).
           05 FILLER                PIC X(1).
           05 LS-COM                PIC X(3).
           05 FILLER                PIC X(1).
           05 LS-ANUPRO             PIC X(6).
           05 FILLER                PIC X(7) VALUE ' ANNEE '.
           05 LS-ANNEE              PIC 9(4).
           05 FILLER                PIC X(20) VALUE
              ' SOURCE DES TAUX : '.
           05 LS-SOURCE             PIC X(40).
       01  LIGNE-TOTAL.
           05 LT-LIBELLE            PIC X(50).
           05 LT-NOMBRE             PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
           IF RG-OK
               SET W-REGISTRE-OUVERT TO TRUE
           END-IF.
           OPEN INPUT  CORRLOC.
           IF CL-OK
               SET W-CORRLOC-OUVERT TO TRUE
           END-IF.
           OPEN OUTPUT SORTDIFF.
           OPEN OUTPUT HELIOS.
           OPEN OUTPUT RAPPORT.
           MOVE RE-ARTICLE TO W-ENTREE-VUE.
           MOVE W-ENTREE-VUE TO W-ENTREE-CTX.
           INITIALIZE W-SORTIE-CTX W-CRM W-RCM.
      * MODE ANNEE HISTORIQUE DE LA CHAINE DE CALCUL
           MOVE 98 TO W-CRM.
           IF W-CORRLOC-OUVERT
               PERFORM 2500-DETAILLER-LOCAUX
                   THRU 2500-DETAILLER-LOCAUX-EXIT
           END-IF.

      * VACANCE DE LOCAUX : PAS DE NOUVELLE LIQUIDATION, LE
      * DEGREVEMENT EST PRORATISE SUR LA LIQUIDATION D'ORIGINE
           IF RE-VACANCE
               PERFORM 3500-DEGREVEMENT-VACANCE
                   THRU 3500-DEGREVEMENT-VACANCE-EXIT
               GO TO 2000-TRAITER-RECLAMATION-EXIT
           END-IF.

      * NOUVELLE LIQUIDATION PAR LA CHAINE DE CALCUL NORMALE
           IF W-BATI
                       MOVE 24 TO W-CRM
                       MOVE 01 TO W-RCM
               END-CALL
               MOVE W-SORTIE-CTX TO RBN-VUE
               MOVE RBN-GVOIE    TO W-VOIE
               PERFORM 2700-EDITER-SOURCE-TAUX
                   THRU 2700-EDITER-SOURCE-TAUX-EXIT
               PERFORM 3000-DIFFERENTIEL-BATI
                   THRU 3000-DIFFERENTIEL-BATI-EXIT
           ELSE
                       MOVE 24 TO W-CRM
                       MOVE 01 TO W-RCM
               END-CALL
               MOVE W-SORTIE-CTX TO RNN-VUE
               MOVE RNN-GVOIE    TO W-VOIE
               PERFORM 2700-EDITER-SOURCE-TAUX
                   THRU 2700-EDITER-SOURCE-TAUX-EXIT
               PERFORM 4000-DIFFERENTIEL-NONBATI
                   THRU 4000-DIFFERENTIEL-NONBATI-EXIT
           END-IF.
       2000-TRAITER-RECLAMATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-DETAILLER-LOCAUX.
      *---------------------------------------------------------
      * LOCAUX DE L'ARTICLE RECLAME POUR L'ANNEE D'IMPOSITION,
      * AVEC LEUR PART DE BASE COMMUNALE ET OM. L'ENTETE DU
      * DETAIL EST EDITE AU PREMIER LOCAL TROUVE
           MOVE W-DAN      TO CL-DAN.
           MOVE W-CC2DEP   TO CL-AC3DIR (1:2).
           MOVE W-CCODIR   TO CL-AC3DIR (3:1).
           MOVE W-CCOCOM   TO CL-CCOCOM.
           MOVE W-DSRPAR   TO CL-DSRPAR.
           MOVE W-ANUPRO   TO CL-ANUPRO.
           MOVE W-CCOBNB   TO CL-CCOBNB.
           MOVE CL-CLE (1:18) TO W-CL-ARTICLE.
           MOVE LOW-VALUE  TO CL-IDLOC.
           IF RE-VACANCE
               MOVE RE-ARTICLE TO RV-VUE
           END-IF.
           START CORRLOC KEY NOT < CL-CLE
               INVALID KEY GO TO 2500-DETAILLER-LOCAUX-EXIT
           END-START.
           PERFORM 2510-EDITER-UN-LOCAL
               THRU 2510-EDITER-UN-LOCAL-EXIT
               UNTIL NOT CL-OK.
       2500-DETAILLER-LOCAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       2510-EDITER-UN-LOCAL.
      *---------------------------------------------------------
           READ CORRLOC NEXT
               AT END GO TO 2510-EDITER-UN-LOCAL-EXIT
           END-READ.
           IF CL-CLE (1:18) NOT = W-CL-ARTICLE
               MOVE '10' TO CL-FS
               GO TO 2510-EDITER-UN-LOCAL-EXIT
           END-IF.
           IF NOT W-DETAIL-EDITE
               SET W-DETAIL-EDITE TO TRUE
               WRITE ENR-RAPPORT FROM LIGNE-ENTETE-LOCAL
           END-IF.
           MOVE SPACE      TO LIGNE-LOCAL.
           MOVE RE-REFDOS  TO LL-REFDOS.
           MOVE CL-AC3DIR  TO LL-DEPDIR.
           MOVE CL-CCOCOM  TO LL-COM.
           MOVE CL-ANUPRO  TO LL-ANUPRO.
           MOVE CL-IDLOC   TO LL-IDLOC.
           MOVE CL-MBACOM  TO LL-MBACOM.
           MOVE CL-GTAUOM  TO LL-GTAUOM.
           MOVE CL-MBAOM   TO LL-MBAOM.
           IF RE-VACANCE AND CL-IDLOC = RV-INVLOC
               MOVE 'LOCAL VACANT' TO LL-MARQUE
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-LOCAL.
       2510-EDITER-UN-LOCAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       2700-EDITER-SOURCE-TAUX.
      *---------------------------------------------------------
      * SOURCE DES TAUX DE LA NOUVELLE LIQUIDATION, D'APRES LA
      * VOIE RESTITUEE PAR LA CHAINE DE CALCUL ('H' = TAUDIS
      * HISTORISE DU MILLESIME) OU LE REJET CR 28
           MOVE SPACE      TO LS-REFDOS LS-DEPDIR LS-COM LS-ANUPRO
                              LS-SOURCE.
           MOVE RE-REFDOS  TO LS-REFDOS.
           MOVE W-CC2DEP   TO LS-DEPDIR (1:2).
           MOVE W-CCODIR   TO LS-DEPDIR (3:1).
           MOVE W-CCOCOM   TO LS-COM.
           MOVE W-ANUPRO   TO LS-ANUPRO.
           MOVE W-DAN      TO LS-ANNEE.
           IF W-CRM = 28
               ADD 1 TO W-NBSANSHISTO
               MOVE 'MILLESIME ABSENT DE TAUHIST - REJET CR 28'
                               TO LS-SOURCE
               GO TO 2700-ECRIRE
           END-IF.
           EVALUATE W-VOIE
               WHEN 'H'
                   ADD 1 TO W-NBHISTO
                   MOVE 'TAUX HISTORISES DU MILLESIME (TAUHIST)'
                               TO LS-SOURCE
               WHEN 'T'
                   MOVE 'TAUX COURANTS (TAUDIS)' TO LS-SOURCE
               WHEN 'B'
                   MOVE 'TAUX COURANTS (BASE TAUX)' TO LS-SOURCE
               WHEN OTHER
                   MOVE 'AUCUNE RECHERCHE DE TAUX' TO LS-SOURCE
           END-EVALUATE.
       2700-ECRIRE.
           WRITE ENR-RAPPORT FROM LIGNE-SOURCE.
       2700-EDITER-SOURCE-TAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-DIFFERENTIEL-BATI.
      *---------------------------------------------------------
           COMPUTE RBD-TCTHFR = RBN-TCTHFR - RBO-TCTHFR.
           COMPUTE RBD-TCTFRA = RBN-TCTFRA - RBO-TCTFRA.
           COMPUTE RBD-TCTDU  = RBN-TCTDU  - RBO-TCTDU.
           COMPUTE RBD-MDG65A = RBN-MDG65A - RBO-MDG65A.
           COMPUTE RBD-MEXRES = RBN-MEXRES - RBO-MEXRES.
           COMPUTE RBD-MPLRFR = RBN-MPLRFR - RBO-MPLRFR.
           COMPUTE RBD-MFRRES = RBN-MFRRES - RBO-MFRRES.
           COMPUTE RBD-MAQCOM = RBN-MAQCOM - RBO-MAQCOM.
           COMPUTE RBD-MAQSYN = RBN-MAQSYN - RBO-MAQSYN.
           COMPUTE RBD-MAQCU  = RBN-MAQCU  - RBO-MAQCU.
           COMPUTE RBD-MAQTSE = RBN-MAQTSE - RBO-MAQTSE.
           COMPUTE RBD-MCOCOR = RBN-MCOCOR - RBO-MCOCOR.
           COMPUTE RBD-MBLIRE = RBN-MBLIRE - RBO-MBLIRE.
           MOVE RBD-TCTDU TO W-TCTDU-DIFF.
           MOVE RBD-TCTFRA TO W-TCTFRA-DIFF.

           MOVE RE-MOTIF  TO SD-MOTIF.
           MOVE RBD-VUE   TO SD-RETOUR.
       3000-DIFFERENTIEL-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-DEGREVEMENT-VACANCE.
      *---------------------------------------------------------
      * DEGREVEMENT POUR VACANCE D'UN LOCAL DE L'ARTICLE BATI :
      * POUR CHAQUE COLLECTIVITE, COTISATION D'ORIGINE X
      * QUOTE-PART DU LOCAL X MOIS ENTIERS DE VACANCE DE L'ANNEE
      * / 12, DE MEME POUR LES FRAIS A 3 % ET A 9 %. LES
      * COTISATIONS OM (ET LEURS FRAIS A 8 %) ET LA TASA NE SONT
      * PAS DEGREVEES. LA VACANCE DOIT COUVRIR AU MOINS TROIS
      * MOIS ENTIERS DE L'ANNEE D'IMPOSITION.
      * ANOMALIES (CR 12) : RC 18 = RECLAMATION INVALIDE (NON
      * BATI, QUOTE-PART OU PERIODE INCOHERENTE, VACANCE TROP
      * COURTE), RC 19 = LIQUIDATION D'ORIGINE INTROUVABLE
           ADD 1 TO W-NBVACANCE.
           MOVE RE-ARTICLE TO RV-VUE.
           INITIALIZE RBO-VUE RBD-VUE.
           MOVE 0 TO W-TCTDU-DIFF W-TCTFRA-DIFF W-MINTMO.
           MOVE RV-AIDFIC TO RBD-AIDFIC.
           MOVE RV-ANUPRO TO RBD-ANUPRO.
           MOVE RV-CCOBNB TO RBD-CCOBNB.

           IF NOT W-BATI
              OR RV-PQPLOC NOT NUMERIC
              OR RV-PQPLOC = 0 OR RV-PQPLOC > 100
              OR RV-JDBVAC NOT NUMERIC OR RV-JFNVAC NOT NUMERIC
              OR RV-JDBVAC-MM < 1 OR RV-JDBVAC-MM > 12
              OR RV-JFNVAC-MM < 1 OR RV-JFNVAC-MM > 12
              OR RV-JFNVAC < RV-JDBVAC
               MOVE 12 TO W-CRM
               MOVE 18 TO W-RCM
               GO TO 3500-ECRIRE-DIFFERENTIEL
           END-IF.

      * PERIODE RAMENEE A L'ANNEE D'IMPOSITION
           MOVE RV-JDBVAC TO W-VAC-JDB.
           MOVE RV-JFNVAC TO W-VAC-JFN.
           IF W-VAC-JDB-AA < W-DAN
               MOVE W-DAN TO W-VAC-JDB-AA
               MOVE 01    TO W-VAC-JDB-MM
           END-IF.
           IF W-VAC-JFN-AA > W-DAN
               MOVE W-DAN TO W-VAC-JFN-AA
               MOVE 12    TO W-VAC-JFN-MM
           END-IF.
           COMPUTE W-VAC-NBMOIS = (W-VAC-JFN-AA - W-VAC-JDB-AA) * 12
                                + (W-VAC-JFN-MM - W-VAC-JDB-MM) + 1.
           IF W-VAC-JDB-AA NOT = W-DAN OR W-VAC-JFN-AA NOT = W-DAN
              OR W-VAC-NBMOIS < W-VAC-MINMOIS
               MOVE 12 TO W-CRM
               MOVE 18 TO W-RCM
               GO TO 3500-ECRIRE-DIFFERENTIEL
           END-IF.

      * LIQUIDATION D'ORIGINE
           MOVE W-DAN      TO HB-JANIPT.
           MOVE W-CC2DEP   TO HB-CCODEP.
           MOVE W-CCODIR   TO HB-CCODIR.
           MOVE W-CCOCOM   TO HB-CCOCOM.
           MOVE RV-DSRPAR  TO HB-DLETSR.
           MOVE RV-CGROUP  TO HB-CGROUP.
           MOVE RV-NNUPRO  TO HB-DNUMCP.
           READ HISTOB
               INVALID KEY CONTINUE
           END-READ.
           IF NOT HB-OK
               ADD 1 TO W-NBSANSORIG
               MOVE 12 TO W-CRM
               MOVE 19 TO W-RCM
               GO TO 3500-ECRIRE-DIFFERENTIEL
           END-IF.
           MOVE HB-RETOUR TO RBO-VUE.
           MOVE RBO-CCOIFP TO RBD-CCOIFP.
           MOVE RBO-CCPPER TO RBD-CCPPER.

           COMPUTE W-VAC-COEF ROUNDED =
               RV-PQPLOC * W-VAC-NBMOIS / 1200.
           COMPUTE RBD-MCTCOM ROUNDED = 0 - RBO-MCTCOM * W-VAC-COEF.
           COMPUTE RBD-MCTDEP ROUNDED = 0 - RBO-MCTDEP * W-VAC-COEF.
           COMPUTE RBD-MCTREG ROUNDED = 0 - RBO-MCTREG * W-VAC-COEF.
           COMPUTE RBD-MCTSYN ROUNDED = 0 - RBO-MCTSYN * W-VAC-COEF.
           COMPUTE RBD-MCTCU  ROUNDED = 0 - RBO-MCTCU  * W-VAC-COEF.
           COMPUTE RBD-MCTTSE ROUNDED = 0 - RBO-MCTTSE * W-VAC-COEF.
           COMPUTE RBD-MCBT13 (1) ROUNDED =
                   0 - RBO-MCBT13 (1) * W-VAC-COEF.
           COMPUTE RBD-MCBT13 (2) ROUNDED =
                   0 - RBO-MCBT13 (2) * W-VAC-COEF.
           COMPUTE RBD-MCBT13 (3) ROUNDED =
                   0 - RBO-MCBT13 (3) * W-VAC-COEF.
           COMPUTE RBD-MCOGE3 ROUNDED = 0 - RBO-MCOGE3 * W-VAC-COEF.
           COMPUTE RBD-MFA300 ROUNDED = 0 - RBO-MFA300 * W-VAC-COEF.
           COMPUTE RBD-MFN300 ROUNDED = 0 - RBO-MFN300 * W-VAC-COEF.
           COMPUTE RBD-MFA900 ROUNDED = 0 - RBO-MFA900 * W-VAC-COEF.
           COMPUTE RBD-MFN900 ROUNDED = 0 - RBO-MFN900 * W-VAC-COEF.
           COMPUTE RBD-TCTHFR = RBD-MCTCOM + RBD-MCTDEP + RBD-MCTREG
                              + RBD-MCTSYN + RBD-MCTCU  + RBD-MCTTSE
                              + RBD-MCBT13 (1) + RBD-MCBT13 (2)
                              + RBD-MCBT13 (3) + RBD-MCOGE3.
           COMPUTE RBD-TCTFRA = RBD-MFA300 + RBD-MFN300
                              + RBD-MFA900 + RBD-MFN900.
           COMPUTE RBD-TCTDU  = RBD-TCTHFR + RBD-TCTFRA.
           MOVE RBD-TCTDU  TO W-TCTDU-DIFF.
           MOVE RBD-TCTFRA TO W-TCTFRA-DIFF.

       3500-ECRIRE-DIFFERENTIEL.
           MOVE RE-MOTIF  TO SD-MOTIF.
           MOVE RBD-VUE   TO SD-RETOUR.
           MOVE W-CRM     TO SD-CR.
           MOVE W-RCM     TO SD-RC.
           WRITE ENR-SORTDIFF.

           IF W-CRM = 0
               PERFORM 4500-CALCULER-INTERETS
                   THRU 4500-CALCULER-INTERETS-EXIT
               PERFORM 5200-EXPORTER-VACANCE
                   THRU 5200-EXPORTER-VACANCE-EXIT
               PERFORM 6000-RECAPITULER
                   THRU 6000-RECAPITULER-EXIT
               PERFORM 7000-POINTER-REGISTRE
                   THRU 7000-POINTER-REGISTRE-EXIT
           END-IF.
       3500-DEGREVEMENT-VACANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-DIFFERENTIEL-NONBATI.
      *---------------------------------------------------------
           COMPUTE RND-MDKCOM = RNN-MDKCOM - RNO-MDKCOM.
           COMPUTE RND-MDKSYN = RNN-MDKSYN - RNO-MDKSYN.
           COMPUTE RND-MDKCU  = RNN-MDKCU  - RNO-MDKCU.
           COMPUTE RND-MDNCOM = RNN-MDNCOM - RNO-MDNCOM.
           COMPUTE RND-MDNCU  = RNN-MDNCU  - RNO-MDNCU.
           COMPUTE RND-MDZCOM = RNN-MDZCOM - RNO-MDZCOM.
           COMPUTE RND-MDZCU  = RNN-MDZCU  - RNO-MDZCU.
           COMPUTE RND-TCTHFR = RNN-TCTHFR - RNO-TCTHFR.
           COMPUTE RND-TCTFRA = RNN-TCTFRA - RNO-TCTFRA.
           COMPUTE RND-TCTDU  = RNN-TCTDU  - RNO-TCTDU.
           MOVE RND-TCTDU TO W-TCTDU-DIFF.
           MOVE RND-TCTFRA TO W-TCTFRA-DIFF.

           MOVE RE-MOTIF  TO SD-MOTIF.
           MOVE RND-VUE   TO SD-RETOUR.
           MOVE RBD-TCTHFR   TO HE-TCTHFR.
           MOVE RBD-TCTFRA   TO HE-TCTFRA.
           MOVE RBD-TCTDU    TO HE-TCTDU.
           MOVE RBD-MDG65A   TO HE-MDG65A.
           MOVE RBD-MEXRES   TO HE-MEXRES.
           MOVE RBD-MPLRFR   TO HE-MPLRFR.
           MOVE RBD-MCOCOR   TO HE-MCOCOR.
           MOVE W-MINTMO     TO HE-MINTMO.
           MOVE W-CRM        TO HE-CR.
           MOVE W-RCM        TO HE-RC.
       5100-EXPORTER-CORRECTION-NB-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-EXPORTER-VACANCE.
      *---------------------------------------------------------
      * CORRECTION REFERENCEE DU DEGREVEMENT POUR VACANCE : A LA
      * CHARGE DE L'ETAT, IL NE MODIFIE PAS LES COTISATIONS DES
      * COLLECTIVITES ET EST PORTE EN MDGVAC (FRAIS COMPRIS)
           INITIALIZE ENR-HELIOS.
           MOVE W-DAN        TO HE-DAN.
           MOVE W-CC2DEP     TO HE-CC2DEP.
           MOVE W-CCODIR     TO HE-CCODIR.
           MOVE W-CCOCOM     TO HE-CCOCOM.
           MOVE '2'          TO HE-CCOBNB.
           MOVE RBD-DSRPAR   TO HE-DSRPAR.
           MOVE RBD-CGROUP   TO HE-CGROUP.
           MOVE RBD-NNUPRO   TO HE-NNUPRO.
           MOVE RBD-CCOIFP   TO HE-CCOIFP.
           MOVE RBD-CCPPER   TO HE-CCPPER.
           COMPUTE HE-MDGVAC = 0 - RBD-TCTDU.
           MOVE W-MINTMO     TO HE-MINTMO.
           MOVE W-CRM        TO HE-CR.
           MOVE W-RCM        TO HE-RC.
           MOVE 'C'          TO HE-GEXTOU.
           WRITE ENR-HELIOS.
       5200-EXPORTER-VACANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-RECAPITULER.
      *---------------------------------------------------------
       7000-POINTER-REGISTRE.
      *---------------------------------------------------------
      * LE DOSSIER DU REGISTRE DES RECLAMATIONS PASSE EN ETAT
      * 'L' (LIQUIDE) AVEC LA DATE DE LIQUIDATION, LE
      * DIFFERENTIEL PRONONCE ET LES INTERETS MORATOIRES (REPRIS
      * AU REMBOURSEMENT PAR REMBDEG) ; UN DOSSIER ABSENT DU REGISTRE
      * (RECLAMATION NON PASSEE PAR CHARRECL) EST DENOMBRE
           IF NOT W-REGISTRE-OUVERT
               GO TO 7000-POINTER-REGISTRE-EXIT
           MOVE 'L'          TO RG-ETAT.
           MOVE W-DATJOU     TO RG-DATLIQ.
           MOVE W-TCTDU-DIFF TO RG-MDIFF.
           MOVE W-TCTFRA-DIFF TO RG-MFRDIF.
           MOVE W-MINTMO     TO RG-MINTMO.
           REWRITE ENR-REGRECL
               INVALID KEY CONTINUE
           END-REWRITE.
      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
      * LE RECAPITULATIF SUIT LE DETAIL DES LOCAUX : SON ENTETE
      * EST ALORS REPETE
           IF W-DETAIL-EDITE
               WRITE ENR-RAPPORT FROM LIGNE-ENTETE
           END-IF.
           PERFORM 9100-EDITER-RECAP
               THRU 9100-EDITER-RECAP-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBREC.
           MOVE 'RECLAMATIONS LIQUIDEES AUX TAUX HISTORISES :'
                                   TO LT-LIBELLE.
           MOVE W-NBHISTO          TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'REJETS CR 28 - MILLESIME ABSENT DE TAUHIST :'
                                   TO LT-LIBELLE.
           MOVE W-NBSANSHISTO      TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           IF W-REGISTRE-OUVERT
               CLOSE REGRECL
           END-IF.
           IF W-CORRLOC-OUVERT
               CLOSE CORRLOC
           END-IF.
           CLOSE RECLAM HISTOB HISTONB SORTDIFF HELIOS
                 RAPPORT.
           DISPLAY 'EFIRECL3 - RECLAMATIONS TRAITEES   : '
               W-NBAVECINT.
           DISPLAY 'EFIRECL3 - DOSSIERS HORS REGISTRE  : '
               W-NBHORSREG.
           DISPLAY 'EFIRECL3 - VACANCES DE LOCAUX      : '
               W-NBVACANCE.
           DISPLAY 'EFIRECL3 - AUX TAUX HISTORISES     : '
               W-NBHISTO.
           DISPLAY 'EFIRECL3 - REJETS CR 28 (TAUHIST)  : '
               W-NBSANSHISTO.
       9000-TERMINAISON-EXIT.
           EXIT.

