      *********************************************************
      * PROGRAMME PRELMENS                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ECHEANCIER ANNUEL DES PRELEVEMENTS MENSUELS DE TAXE   *
      * FONCIERE, LANCE EN JANVIER : POUR CHAQUE CONTRAT      *
      * ACTIF EN MODE MENSUEL DU FICHIER CTRMEN (CHARGE PAR   *
      * CHARGMEN), LES COTISATIONS DE L'ANNEE PRECEDENTE DU   *
      * COMPTE SONT CUMULEES DEPUIS LES HISTORIQUES HISTOB ET *
      * HISTONB PAR L'INDEX ALTERNATIF ANUPRO (NET DES        *
      * ALLEGEMENTS A LA CHARGE DE L'ETAT EN BATI) ET ETALEES *
      * EN DIX MENSUALITES DE JANVIER A OCTOBRE, LA DERNIERE  *
      * RECEVANT LE RELIQUAT D'ARRONDI. L'ECHEANCIER EST      *
      * RANGE DANS LE CONTRAT (UN SEUL PAR AN) ET LES ORDRES  *
      * DE PRELEVEMENT SONT TRANSMIS A HELIOS PAR TRESORERIE  *
      * (FICHIER PRELEV, ENREGISTREMENTS DE SERVICE '*ENT' ET *
      * '*FIN' COMME DANS ECLAHELI), AVEC UN BORDEREAU DE     *
      * TRANSMISSION. LE SOLDE EST TRAITE PAR REGUMENS UNE    *
      * FOIS LE ROLE LIQUIDE.                                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELMENS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMMEN     ASSIGN  TO  PARMMEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  CTRMEN      ASSIGN  TO  CTRMEN
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CM-ANUPRO
                               FILE STATUS  CM-FS.
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
           SELECT  PRELEV      ASSIGN  TO  PRELEV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
           SELECT  BORDEREAU   ASSIGN  TO  BORDPREL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BD-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIPREL.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION, ANNEE DE L'ECHEANCIER ET JOUR DU MOIS DES
      * PRELEVEMENTS (15 PAR DEFAUT). LES DEUX DERNIERES ZONES NE
      * SERVENT QU'A LA REGULARISATION REGUMENS
       FD  PARMMEN.
       01  ENR-PARMMEN.
           05 PM-CODEP             PIC X(2).
           05 PM-CODIR             PIC X(1).
           05 PM-ANNEE             PIC 9(4).
           05 PM-JOUR              PIC 9(2).
           05 PM-MOIS              PIC 9(2).
           05 PM-JECHEA            PIC 9(8).

       FD  CTRMEN.
       01  ENR-CTRMEN.
           COPY XCTRMEN REPLACING 'X' BY CM.

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

       FD  PRELEV.
       01  ENR-PRELEV.
           COPY XPRELEV REPLACING 'X' BY PL.

       FD  BORDEREAU.
       01  ENR-BORDEREAU           PIC X(132).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : ORDRES DE PRELEVEMENT CLASSES PAR
      * TRESORERIE, COMPTE ET ECHEANCE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           COPY XPRELEV REPLACING 'X' BY TR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'PRELMENS 00 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
       01  CM-FS                   PIC X(2).
           88 CM-OK                     VALUE '00'.
       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  PL-FS                   PIC X(2).
       01  BD-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

       01  W-DIR                   PIC X(3).
       01  W-ANPREC                PIC 9(4).
       01  W-JOUR                  PIC 9(2) VALUE 15.
       01  W-SW-FINCTR             PIC X(1) VALUE 'N'.
           88 W-FIN-CONTRATS            VALUE 'O'.
       01  W-SW-FINCPT             PIC X(1).
           88 W-FIN-COMPTE              VALUE 'O'.

      * COMPTE EN COURS : COTISATIONS N-1 NETTES DES ALLEGEMENTS A
      * LA CHARGE DE L'ETAT ET TRESORERIE DU PREMIER ARTICLE
       01  W-MONTANT               PIC S9(12).
       01  W-CCPPER                PIC X(3).
       01  W-MENSUALITE            PIC S9(10).
       01  IXM                     PIC 9(2) COMP.
       01  W-MOTIF                 PIC X(40).

      * RUPTURE DU FICHIER TRANSMIS PAR TRESORERIE
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.
       01  W-TRE-CCPPER            PIC X(3)  VALUE SPACE.
       01  W-TRE-NBPRE             PIC 9(9)  COMP VALUE 0.
       01  W-TRE-TOTPRE            PIC S9(12) COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.

       01  W-NBCONTRATS            PIC 9(7) COMP VALUE 0.
       01  W-NBECHEANCES           PIC 9(7) COMP VALUE 0.
       01  W-NBDEJA                PIC 9(7) COMP VALUE 0.
       01  W-NBPRELECH             PIC 9(7) COMP VALUE 0.
       01  W-NBSANSBASE            PIC 9(7) COMP VALUE 0.
       01  W-NBORDRES              PIC 9(9) COMP VALUE 0.
       01  W-TOTORDRES             PIC S9(14) VALUE 0.

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : REFERENTIEL DES TRESORERIES)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ECHEANCIER DES PRELEVEMENTS MENSUELS DE TAXE FONCIERE - C
      -    'ONTRATS NON ECHEANCES'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(12) VALUE '  ANNEE     '.
           05 LP-ANNEE             PIC 9(4).
           05 FILLER               PIC X(22) VALUE
              '  COTISATIONS ANNEE   '.
           05 LP-ANPREC            PIC 9(4).
       01  LIGNE-ANOMALIE.
           05 FILLER               PIC X(7)  VALUE 'COMPTE '.
           05 LA-ANUPRO            PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LA-MOTIF             PIC X(40).
       01  LIGNE-BORD-ENTETE       PIC X(132) VALUE
           'BORDEREAU DE TRANSMISSION HELIOS DES PRELEVEMENTS PAR TR
      -    'ESORERIE'.
       01  LIGNE-BORD-COLONNE      PIC X(132) VALUE
           'TRESO LIBELLE                        DIR  ANNEE  NB ORDRE
      -    'S    TOTAL NET'.
       01  LIGNE-BORD.
           05 LB-CCPPER            PIC X(3).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LB-LIBTRES           PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-DEPDIR            PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LB-ANNEE             PIC 9(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-NBPRE             PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-TOTPRE            PIC -(11)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(24)
              VALUE 'NOMBRE DE TRESORERIES : '.
           05 LT-NBTRESO           PIC Z(4)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMMEN.
           IF NOT PM-OK
               DISPLAY 'PRELMENS - PARAMETRE PARMMEN ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARMMEN
               AT END
                   DISPLAY 'PRELMENS - PARAMETRE PARMMEN VIDE'
                   CLOSE PARMMEN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARMMEN.
           IF PM-ANNEE NOT NUMERIC
               DISPLAY 'PRELMENS - ANNEE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PM-JOUR NUMERIC AND PM-JOUR > 0 AND PM-JOUR < 29
               MOVE PM-JOUR TO W-JOUR
           END-IF.
           MOVE PM-CODEP TO W-DIR (1:2).
           MOVE PM-CODIR TO W-DIR (3:1).
           COMPUTE W-ANPREC = PM-ANNEE - 1.

           OPEN I-O   CTRMEN.
           OPEN INPUT HISTOB HISTONB.
           OPEN OUTPUT PRELEV BORDEREAU RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DIR    TO LP-DIR.
           MOVE PM-ANNEE TO LP-ANNEE.
           MOVE W-ANPREC TO LP-ANPREC.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD-ENTETE.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD-COLONNE.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-ANUPRO
                                TR-NUMECH
               INPUT  PROCEDURE 1000-ECHEANCER-CONTRATS
                   THRU 1000-ECHEANCER-CONTRATS-EXIT
               OUTPUT PROCEDURE 5000-TRANSMETTRE
                   THRU 5000-TRANSMETTRE-EXIT.

           MOVE W-NBTRESO TO LT-NBTRESO.
           WRITE ENR-BORDEREAU FROM LIGNE-TOTAL.
           CLOSE CTRMEN HISTOB HISTONB PRELEV BORDEREAU RAPPORT.
           DISPLAY 'PRELMENS - CONTRATS LUS          : ' W-NBCONTRATS.
           DISPLAY 'PRELMENS - ECHEANCIERS ETABLIS   : ' W-NBECHEANCES.
           DISPLAY 'PRELMENS - DEJA ECHEANCES        : ' W-NBDEJA.
           DISPLAY 'PRELMENS - PRELEVEMENT ECHEANCE  : ' W-NBPRELECH.
           DISPLAY 'PRELMENS - SANS COTISATION N-1   : ' W-NBSANSBASE.
           DISPLAY 'PRELMENS - ORDRES TRANSMIS       : ' W-NBORDRES.
           DISPLAY 'PRELMENS - MONTANT TRANSMIS      : ' W-TOTORDRES.
           DISPLAY 'PRELMENS - TRESORERIES SERVIES   : ' W-NBTRESO.
           IF W-NBSANSBASE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ECHEANCER-CONTRATS.
      *---------------------------------------------------------
           MOVE LOW-VALUE TO CM-ANUPRO.
           START CTRMEN KEY NOT < CM-ANUPRO
               INVALID KEY SET W-FIN-CONTRATS TO TRUE
           END-START.
           PERFORM 1100-ECHEANCER-UN-CONTRAT
               THRU 1100-ECHEANCER-UN-CONTRAT-EXIT
               UNTIL W-FIN-CONTRATS.
       1000-ECHEANCER-CONTRATS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-ECHEANCER-UN-CONTRAT.
      *---------------------------------------------------------
           READ CTRMEN NEXT
               AT END SET W-FIN-CONTRATS TO TRUE
                      GO TO 1100-ECHEANCER-UN-CONTRAT-EXIT
           END-READ.
           ADD 1 TO W-NBCONTRATS.
           IF NOT CM-CTR-ACTIF
               GO TO 1100-ECHEANCER-UN-CONTRAT-EXIT
           END-IF.
      * LE PRELEVEMENT A L'ECHEANCE EST EMIS PAR REGUMENS UNE FOIS
      * LE ROLE LIQUIDE
           IF CM-PREL-ECHEANCE
               ADD 1 TO W-NBPRELECH
               GO TO 1100-ECHEANCER-UN-CONTRAT-EXIT
           END-IF.
      * PROTECTION CONTRE LA RELANCE : UN SEUL ECHEANCIER PAR AN
           IF CM-JANECH = PM-ANNEE
               ADD 1 TO W-NBDEJA
               GO TO 1100-ECHEANCER-UN-CONTRAT-EXIT
           END-IF.

           MOVE 0 TO W-MONTANT.
           MOVE SPACE TO W-CCPPER.
           PERFORM 2000-CUMULER-HISTORIQUE
               THRU 2000-CUMULER-HISTORIQUE-EXIT.
      * PAS DE COTISATION L'AN DERNIER (NOUVEAU PROPRIETAIRE) :
      * PAS DE MENSUALITE, LE DU SERA ETALE A LA REGULARISATION
           IF W-MONTANT NOT > 0
               MOVE 'AUCUNE COTISATION N-1, PAS DE MENSUALITE'
                   TO W-MOTIF
               PERFORM 8000-SIGNALER
                   THRU 8000-SIGNALER-EXIT
               ADD 1 TO W-NBSANSBASE
               GO TO 1100-ECHEANCER-UN-CONTRAT-EXIT
           END-IF.
           IF W-CCPPER NOT = SPACE
               MOVE W-CCPPER TO CM-CCPPER
           END-IF.

      * DIX MENSUALITES DE JANVIER A OCTOBRE, LA DERNIERE
      * RECEVANT LE RELIQUAT D'ARRONDI
           COMPUTE W-MENSUALITE = W-MONTANT / 10.
           PERFORM 1200-ANNULER-MOIS
               THRU 1200-ANNULER-MOIS-EXIT
               VARYING IXM FROM 1 BY 1
               UNTIL IXM > 12.
           PERFORM 3000-RELACHER-MENSUALITE
               THRU 3000-RELACHER-MENSUALITE-EXIT
               VARYING IXM FROM 1 BY 1
               UNTIL IXM > 10.
           MOVE PM-ANNEE  TO CM-JANECH.
           MOVE W-MONTANT TO CM-MTCREF.
           MOVE 0         TO CM-JANLIQ CM-MTCTDU CM-MSOLDE.
           MOVE 'N'       TO CM-GREGUL.
           REWRITE ENR-CTRMEN
               INVALID KEY
                   MOVE 'ECHEC DE REECRITURE DU CONTRAT' TO W-MOTIF
                   PERFORM 8000-SIGNALER
                       THRU 8000-SIGNALER-EXIT
           END-REWRITE.
           ADD 1 TO W-NBECHEANCES.
       1100-ECHEANCER-UN-CONTRAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-ANNULER-MOIS.
      *---------------------------------------------------------
           MOVE 0     TO CM-MPRELV (IXM).
           MOVE SPACE TO CM-GETPRE (IXM).
       1200-ANNULER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CUMULER-HISTORIQUE.
      *---------------------------------------------------------
      * ACCES PAR L'INDEX ALTERNATIF ANUPRO (COMME CONSPRO) AUX
      * LIQUIDATIONS N-1 DU COMPTE, BATI PUIS NON BATI
           MOVE 'N' TO W-SW-FINCPT.
           MOVE CM-ANUPRO TO HB-ANUPRO.
           START HISTOB KEY NOT < HB-ANUPRO
               INVALID KEY SET W-FIN-COMPTE TO TRUE
           END-START.
           PERFORM 2100-CUMULER-UN-HISTOB
               THRU 2100-CUMULER-UN-HISTOB-EXIT
               UNTIL W-FIN-COMPTE.

           MOVE 'N' TO W-SW-FINCPT.
           MOVE CM-ANUPRO TO HNB-ANUPRO.
           START HISTONB KEY NOT < HNB-ANUPRO
               INVALID KEY SET W-FIN-COMPTE TO TRUE
           END-START.
           PERFORM 2200-CUMULER-UN-HISTONB
               THRU 2200-CUMULER-UN-HISTONB-EXIT
               UNTIL W-FIN-COMPTE.
       2000-CUMULER-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CUMULER-UN-HISTOB.
      *---------------------------------------------------------
           READ HISTOB NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 2100-CUMULER-UN-HISTOB-EXIT
           END-READ.
           IF HB-ANUPRO NOT = CM-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 2100-CUMULER-UN-HISTOB-EXIT
           END-IF.
           IF HB-JANIPT NOT = W-ANPREC OR HB-ACODIR NOT = W-DIR
              OR HB-CR NOT = 0
               GO TO 2100-CUMULER-UN-HISTOB-EXIT
           END-IF.
           MOVE HB-RETOUR TO RETB-VUE.
      * NET A PAYER : TCTDU MOINS LES ALLEGEMENTS A LA CHARGE DE
      * L'ETAT (VOIR XRETB)
           COMPUTE W-MONTANT = W-MONTANT + RETB-TCTDU - RETB-MDG65A
                             - RETB-MEXRES - RETB-MPLRFR.
           IF W-CCPPER = SPACE
               MOVE RETB-CCPPER TO W-CCPPER
           END-IF.
       2100-CUMULER-UN-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CUMULER-UN-HISTONB.
      *---------------------------------------------------------
           READ HISTONB NEXT
               AT END SET W-FIN-COMPTE TO TRUE
                      GO TO 2200-CUMULER-UN-HISTONB-EXIT
           END-READ.
           IF HNB-ANUPRO NOT = CM-ANUPRO
               SET W-FIN-COMPTE TO TRUE
               GO TO 2200-CUMULER-UN-HISTONB-EXIT
           END-IF.
           IF HNB-JANIPT NOT = W-ANPREC OR HNB-ACODIR NOT = W-DIR
              OR HNB-CR NOT = 0
               GO TO 2200-CUMULER-UN-HISTONB-EXIT
           END-IF.
           MOVE HNB-RETOUR TO RETNB-VUE.
           ADD RETNB-TCTDU TO W-MONTANT.
           IF W-CCPPER = SPACE
               MOVE RETNB-CCPPER TO W-CCPPER
           END-IF.
       2200-CUMULER-UN-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-RELACHER-MENSUALITE.
      *---------------------------------------------------------
           IF IXM < 10
               MOVE W-MENSUALITE TO CM-MPRELV (IXM)
           ELSE
               COMPUTE CM-MPRELV (IXM) = W-MONTANT
                                       - W-MENSUALITE * 9
           END-IF.
           MOVE 'P' TO CM-GETPRE (IXM).
           IF CM-MPRELV (IXM) = 0
               MOVE SPACE TO CM-GETPRE (IXM)
               GO TO 3000-RELACHER-MENSUALITE-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL.
           MOVE PM-ANNEE  TO TR-DAN.
           MOVE W-DIR     TO TR-AC3DIR.
           MOVE CM-CCPPER TO TR-CCPPER.
           MOVE CM-ANUPRO TO TR-ANUPRO.
           MOVE IXM       TO TR-NUMECH.
           COMPUTE TR-JECHEA = PM-ANNEE * 10000 + IXM * 100 + W-JOUR.
           MOVE 'M'       TO TR-GTYPRE.
           MOVE CM-MPRELV (IXM) TO TR-MPRELV.
           MOVE CM-DRUMAN TO TR-DRUMAN.
           MOVE CM-DTITUL TO TR-DTITUL.
           MOVE CM-DIBAN  TO TR-DIBAN.
           MOVE CM-DBIC   TO TR-DBIC.
           RELEASE ENR-TRAVAIL.
       3000-RELACHER-MENSUALITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-TRANSMETTRE.
      *---------------------------------------------------------
           PERFORM 5100-TRANSMETTRE-UN-ORDRE
               THRU 5100-TRANSMETTRE-UN-ORDRE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 5300-CLOTURER-TRESORERIE
               THRU 5300-CLOTURER-TRESORERIE-EXIT.
       5000-TRANSMETTRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-TRANSMETTRE-UN-ORDRE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 5100-TRANSMETTRE-UN-ORDRE-EXIT
           END-RETURN.
           IF W-1ER-ENREG OR TR-CCPPER NOT = W-TRE-CCPPER
               PERFORM 5300-CLOTURER-TRESORERIE
                   THRU 5300-CLOTURER-TRESORERIE-EXIT
               PERFORM 5200-OUVRIR-TRESORERIE
                   THRU 5200-OUVRIR-TRESORERIE-EXIT
           END-IF.
           MOVE ENR-TRAVAIL TO ENR-PRELEV.
           WRITE ENR-PRELEV.
           ADD 1 TO W-TRE-NBPRE W-NBORDRES.
           ADD TR-MPRELV TO W-TRE-TOTPRE W-TOTORDRES.
       5100-TRANSMETTRE-UN-ORDRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-OUVRIR-TRESORERIE.
      *---------------------------------------------------------
      * DEBUT D'UNE TRESORERIE : ENREGISTREMENT DE SERVICE
      * D'ENTETE SUR LE FICHIER TRANSMIS
           MOVE 'N' TO W-PREMIER.
           MOVE TR-CCPPER TO W-TRE-CCPPER.
           MOVE 0 TO W-TRE-NBPRE W-TRE-TOTPRE.
           INITIALIZE SRV-ENR.
           MOVE '*ENT'   TO SRV-GSERV.
           MOVE PM-ANNEE TO SRV-DAN.
           MOVE W-DIR    TO SRV-AC3DIR.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE SRV-ENR TO ENR-PRELEV.
           WRITE ENR-PRELEV.
       5200-OUVRIR-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
      * FIN DE LA TRESORERIE QUITTEE : ENREGISTREMENT DE SERVICE
      * DE FIN AVEC TOTAUX ET LIGNE DE BORDEREAU
           IF W-1ER-ENREG
               GO TO 5300-CLOTURER-TRESORERIE-EXIT
           END-IF.
           INITIALIZE SRV-ENR.
           MOVE '*FIN'       TO SRV-GSERV.
           MOVE PM-ANNEE     TO SRV-DAN.
           MOVE W-DIR        TO SRV-AC3DIR.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE W-TRE-NBPRE  TO SRV-NBENR.
           MOVE 0            TO SRV-TOTBASE.
           MOVE W-TRE-TOTPRE TO SRV-TOTCOT.
           MOVE SRV-ENR TO ENR-PRELEV.
           WRITE ENR-PRELEV.

           MOVE W-TRE-CCPPER TO LB-CCPPER.
      * LIBELLE DE LA TRESORERIE DEPUIS LE REFERENTIEL REFTRES
           MOVE 'T' TO W-LIB-TYPE.
           MOVE W-DIR TO W-LIB-DIR.
           MOVE SPACE TO W-LIB-CODE.
           MOVE W-TRE-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE W-LIB-LIBELLE TO LB-LIBTRES.
           MOVE W-DIR         TO LB-DEPDIR.
           MOVE PM-ANNEE      TO LB-ANNEE.
           MOVE W-TRE-NBPRE   TO LB-NBPRE.
           MOVE W-TRE-TOTPRE  TO LB-TOTPRE.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD.
           ADD 1 TO W-NBTRESO.
       5300-CLOTURER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-SIGNALER.
      *---------------------------------------------------------
           MOVE CM-ANUPRO TO LA-ANUPRO.
           MOVE W-MOTIF   TO LA-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-ANOMALIE.
       8000-SIGNALER-EXIT.
           EXIT.
       END PROGRAM PRELMENS.
