      *********************************************************
      * PROGRAMME PREVENC                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PREVISION DES ENCAISSEMENTS DE TAXE FONCIERE PAR      *
      * TRESORERIE ET PAR SEMAINE POUR LA CAMPAGNE DE L'ANNEE *
      * DEMANDEE (PARMPRV). LE ROLE DE LA CAMPAGNE EST CUMULE *
      * PAR TRESORERIE DEPUIS L'EXPORT HELIOS ECLATE          *
      * (HELIOTRI) ET ENREGISTRE AVEC LES DATES DE MISE EN    *
      * RECOUVREMENT ET DE MAJORATION DE L'ARTICLE COMMUNE    *
      * (TAUDIS) DANS LE FICHIER DES CAMPAGNES (CAMPENC). LES *
      * RESTES A RECOUVRER OBSERVES A CHAQUE RETOUR HELIOS    *
      * (SUIVRAR, ALIMENTE PAR RETRAR) Y SONT RANGES PAR      *
      * SEMAINE ECOULEE DEPUIS LA MISE EN RECOUVREMENT. LES   *
      * CAMPAGNES PASSEES OBSERVEES DONNENT LA COURBE DE      *
      * VITESSE DE PAIEMENT DE LA TRESORERIE (A DEFAUT LA     *
      * COURBE NATIONALE), APPLIQUEE AU ROLE DE L'ANNEE :     *
      * L'ETAT DONNE SEMAINE PAR SEMAINE JUSQU'AU 31 DECEMBRE *
      * L'ENCAISSEMENT PREVU, LE CUMUL, LA PART DU ROLE POUR  *
      * MILLE ET, UNE FOIS OBSERVE, L'ENCAISSEMENT REEL ET    *
      * SON ECART A LA PREVISION, LA SEMAINE DE LA MAJORATION *
      * ETANT REPEREE.                                        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVENC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMPRV     ASSIGN  TO  PARMPRV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  HELIOTRI    ASSIGN  TO  HELIOTRI
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HT-FS.
           SELECT  SUIVRAR     ASSIGN  TO  SUIVRAR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SO-FS.
           SELECT  CAMPENC     ASSIGN  TO  CAMPENC
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CE-CLE
                               FILE STATUS CE-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.
           SELECT  ETATPRV     ASSIGN  TO  ETATPRV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS ET-FS.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE DE LA CAMPAGNE A PREVOIR ET NOMBRE DE CAMPAGNES
      * PASSEES SERVANT A LA COURBE (3 PAR DEFAUT)
       FD  PARMPRV.
       01  ENR-PARMPRV.
           05 PM-ANNEE             PIC 9(4).
           05 PM-NBANS             PIC 9(1).

      * EXPORT HELIOS ECLATE PAR TRESORERIE (COMME PROVNV)
       FD  HELIOTRI.
       01  ENR-HELIOTRI            PIC X(600).

      * OBSERVATIONS DU RESTE A RECOUVRER AJOUTEES PAR RETRAR
       FD  SUIVRAR.
       01  ENR-SUIVRAR.
           COPY XOBSRAR REPLACING 'X' BY SO.

       FD  CAMPENC.
       01  ENR-CAMPENC.
           COPY XCAMPENC REPLACING 'X' BY CE.

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  ETATPRV.
       01  ENR-ETATPRV             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'PREVENC 00 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
       01  HT-FS                   PIC X(2).
           88 HT-OK                     VALUE '00'.
           88 HT-FIN                    VALUE '10'.
       01  SO-FS                   PIC X(2).
           88 SO-OK                     VALUE '00'.
           88 SO-FIN                    VALUE '10'.
       01  CE-FS                   PIC X(2).
           88 CE-OK                     VALUE '00'.
           88 CE-ABSENT                 VALUES '23' '35'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  ET-FS                   PIC X(2).

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  HELIO-VUE.
           COPY XHELIO REPLACING 'X' BY HT.

       01  W-ANNEE                 PIC 9(4).
       01  W-NBANS                 PIC 9(1).
       01  W-ANDEB                 PIC 9(4).
       01  W-AN                    PIC 9(4).
       01  W-FINAN                 PIC 9(8).
       01  W-SW-SUIVRAR            PIC X(1) VALUE 'N'.
           88 W-SUIVRAR-OUVERT          VALUE 'O'.

      * ROLE DE LA CAMPAGNE PAR TRESORERIE DESTINATAIRE, AVEC LES
      * CUMULS DES CAMPAGNES PASSEES (ROLE ET ENCAISSEMENT PAR
      * SEMAINE) QUI FORMENT SA COURBE DE VITESSE DE PAIEMENT
       01  W-MAXTRE                PIC 9(3) COMP VALUE 200.
       01  W-NBTRE                 PIC 9(3) COMP VALUE 0.
       01  TABLE-TRE.
           05 TRE-ENTREE OCCURS 200.
              10 TRE-CCPPER        PIC X(3).
              10 TRE-AC3DIR        PIC X(3).
              10 TRE-CCOCOM        PIC X(3).
              10 TRE-JDAMI1        PIC 9(8).
              10 TRE-JDAMJO        PIC 9(8).
              10 TRE-NBART         PIC 9(9).
              10 TRE-MROLE         PIC S9(14).
              10 TRE-NBCAMP        PIC 9(2).
              10 TRE-SUMROLE       PIC S9(15).
              10 TRE-SUMENC        PIC S9(15) OCCURS 26.
       01  IXT                     PIC 9(3) COMP.
       01  IX                      PIC 9(3) COMP.
       01  W-SW-TRE                PIC X(1).
           88 TRE-TROUVEE               VALUE 'O'.

      * COURBE NATIONALE, A DEFAUT DE CAMPAGNE PASSEE OBSERVEE
      * POUR LA TRESORERIE
       01  NAT-NBCAMP              PIC 9(5) COMP VALUE 0.
       01  NAT-SUMROLE             PIC S9(16) VALUE 0.
       01  NAT-TAB-SEM.
           05 NAT-SUMENC           PIC S9(16) OCCURS 26.

      * ENCAISSEMENT CUMULE D'UNE CAMPAGNE PASSEE PAR SEMAINE :
      * INTERPOLE ENTRE DEUX OBSERVATIONS, PROLONGE APRES LA
      * DERNIERE
       01  W-NBSEM                 PIC 9(3) COMP VALUE 26.
       01  W-TAB-ENC.
           05 W-ENC                PIC S9(14) OCCURS 26.
       01  IXS                     PIC 9(3) COMP.
       01  IXJ                     PIC 9(3) COMP.
       01  W-KDEB                  PIC 9(3) COMP.
       01  W-KPREV                 PIC 9(3) COMP.
       01  W-EPREV                 PIC S9(14).
       01  W-EOBS                  PIC S9(14).

      * PREVISION DE LA TRESORERIE EN COURS D'EDITION
       01  W-SW-COURBE             PIC X(1).
           88 W-COURBE-PROPRE           VALUE 'P'.
           88 W-COURBE-NATIONALE        VALUE 'N'.
       01  W-SEM-DATE              PIC 9(8).
       01  W-AV-VUE REDEFINES W-SEM-DATE.
           05 W-AV-AAAA            PIC 9(4).
           05 W-AV-MM              PIC 9(2).
           05 W-AV-JJ              PIC 9(2).
       01  W-KMAJ                  PIC 9(3) COMP.
       01  W-PREVCUM               PIC S9(14).
       01  W-PREVPRE               PIC S9(14).
       01  W-PREVSEM               PIC S9(14).
       01  W-REEL                  PIC S9(14).
       01  W-DERREEL               PIC S9(14).
       01  W-PARTPM                PIC 9(5).
       01  W-JOURS                 PIC S9(7).
       01  W-QJ-DEBUT              PIC 9(7) COMP.

      * CALCUL DU QUANTIEME ABSOLU D'UNE DATE SSAAMMJJ (NOMBRE DE
      * JOURS DEPUIS L'AN 1), POUR COMPARER DEUX DATES EN JOURS
       01  W-QJ-DATE               PIC 9(8).
       01  W-QJ-VUE REDEFINES W-QJ-DATE.
           05 W-QJ-AAAA            PIC 9(4).
           05 W-QJ-MM              PIC 9(2).
           05 W-QJ-JJ              PIC 9(2).
       01  W-QJ-RESULTAT           PIC 9(7) COMP.
       01  W-QJ-ANPREC             PIC 9(4) COMP.
       01  W-QJ-Q4                 PIC 9(4) COMP.
       01  W-QJ-Q100               PIC 9(4) COMP.
       01  W-QJ-Q400               PIC 9(4) COMP.
       01  W-QJ-R4                 PIC 9(4) COMP.
       01  W-QJ-R100               PIC 9(4) COMP.
       01  W-QJ-R400               PIC 9(4) COMP.
       01  W-QJ-CUMULS.
           05 FILLER               PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  W-QJ-CUMULS-R REDEFINES W-QJ-CUMULS.
           05 W-QJ-CUMMOIS         PIC 9(3) OCCURS 12.

      * AVANCE D'UNE SEMAINE SUR UNE DATE SSAAMMJJ
       01  W-AV-NBJMOIS            PIC 9(2).
       01  W-AV-LONGUEURS.
           05 FILLER               PIC X(24) VALUE
              '312831303130313130313031'.
       01  W-AV-LONGUEURS-R REDEFINES W-AV-LONGUEURS.
           05 W-AV-LGMOIS          PIC 9(2) OCCURS 12.

       01  W-NBARTICLES            PIC 9(9) COMP VALUE 0.
       01  W-NBOBSLUES             PIC 9(9) COMP VALUE 0.
       01  W-NBOBSRET              PIC 9(9) COMP VALUE 0.
       01  W-NBOBSHORS             PIC 9(9) COMP VALUE 0.
       01  W-NBSANSCOURBE          PIC 9(5) COMP VALUE 0.
       01  W-TOT-ROLE              PIC S9(15) VALUE 0.
       01  W-TOT-PREV              PIC S9(15) VALUE 0.
       01  W-TOT-REEL              PIC S9(15) VALUE 0.

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : REFERENTIEL DES TRESORERIES)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(52) VALUE
              'PREVISION DES ENCAISSEMENTS DE TAXE FONCIERE - ROLE '.
           05 LE-ANNEE             PIC 9(4).
       01  LIGNE-TRESO.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LT-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-LIBTRES           PIC X(30).
           05 FILLER               PIC X(11) VALUE ' DIRECTION '.
           05 LT-AC3DIR            PIC X(3).
       01  LIGNE-ROLE.
           05 FILLER               PIC X(7)  VALUE '  ROLE '.
           05 LR-MROLE             PIC -(13)9.
           05 FILLER               PIC X(10) VALUE ' ARTICLES '.
           05 LR-NBART             PIC Z(8)9.
           05 FILLER               PIC X(22) VALUE
              ' MISE EN RECOUVREMENT '.
           05 LR-JDAMI1            PIC 9(8).
           05 FILLER               PIC X(12) VALUE ' MAJORATION '.
           05 LR-JDAMJO            PIC 9(8).
       01  LIGNE-COURBE.
           05 FILLER               PIC X(9)  VALUE '  COURBE '.
           05 LK-LIBCOURBE         PIC X(40).
           05 LK-NBCAMP            PIC Z(4)9.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(4)  VALUE ' SEM'.
           05 FILLER               PIC X(10) VALUE '  DEBUT'.
           05 FILLER               PIC X(15) VALUE
              '  PREVU SEMAINE'.
           05 FILLER               PIC X(15) VALUE
              '   PREVU CUMULE'.
           05 FILLER               PIC X(6)  VALUE ' /1000'.
           05 FILLER               PIC X(15) VALUE
              '    REEL CUMULE'.
           05 FILLER               PIC X(15) VALUE
              '    ECART (R-P)'.
       01  LIGNE-SEMAINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LS-NUMSEM            PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LS-DATE              PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-PREVSEM           PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-PREVCUM           PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-PARTPM            PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-REEL              PIC -(13)9.
           05 LS-REEL-X REDEFINES LS-REEL
                                   PIC X(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-ECART             PIC -(13)9.
           05 LS-ECART-X REDEFINES LS-ECART
                                   PIC X(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LS-REPERE            PIC X(10).
       01  LIGNE-TOTTRE.
           05 FILLER               PIC X(18) VALUE
              '  PREVU AU 31/12  '.
           05 LX-PREV              PIC -(13)9.
           05 FILLER               PIC X(16) VALUE
              '  DERNIER REEL  '.
           05 LX-REEL              PIC -(13)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.
       01  LIGNE-MONTANT.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LM-LIBELLE           PIC X(40).
           05 LM-MONTANT           PIC -(14)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMPRV.
           IF NOT PM-OK
               DISPLAY 'PREVENC - PARAMETRE PARMPRV ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARMPRV
               AT END
                   DISPLAY 'PREVENC - PARAMETRE PARMPRV VIDE'
                   CLOSE PARMPRV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARMPRV.
           IF PM-ANNEE NOT NUMERIC OR PM-ANNEE = 0
               DISPLAY 'PREVENC - ANNEE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PM-ANNEE TO W-ANNEE.
           MOVE 3 TO W-NBANS.
           IF PM-NBANS NUMERIC AND PM-NBANS > 0
               MOVE PM-NBANS TO W-NBANS
           END-IF.
           COMPUTE W-ANDEB = W-ANNEE - W-NBANS.
           COMPUTE W-FINAN = W-ANNEE * 10000 + 1231.
           OPEN INPUT HELIOTRI.
           IF NOT HT-OK
               DISPLAY 'PREVENC - FICHIER HELIOTRI ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TAUDIS.
           OPEN I-O   CAMPENC.
      * PREMIERE CAMPAGNE : LE CLUSTER N'EXISTE PAS ENCORE
           IF CE-ABSENT
               OPEN OUTPUT CAMPENC
               CLOSE CAMPENC
               OPEN I-O CAMPENC
           END-IF.

           PERFORM 1000-CHARGER-ROLE
               THRU 1000-CHARGER-ROLE-EXIT.

      * AVANT LE PREMIER RETOUR HELIOS, LA PREVISION EST EDITEE
      * SANS REEL
           OPEN INPUT SUIVRAR.
           IF SO-OK
               SET W-SUIVRAR-OUVERT TO TRUE
               PERFORM 2000-INTEGRER-OBSERVATION
                   THRU 2000-INTEGRER-OBSERVATION-EXIT
                   UNTIL SO-FIN
               CLOSE SUIVRAR
           END-IF.

           INITIALIZE NAT-TAB-SEM.
           PERFORM 3000-CONSTRUIRE-COURBE
               THRU 3000-CONSTRUIRE-COURBE-EXIT
               VARYING IXT FROM 1 BY 1
               UNTIL IXT > W-NBTRE.

           OPEN OUTPUT ETATPRV.
           MOVE W-ANNEE TO LE-ANNEE.
           WRITE ENR-ETATPRV FROM LIGNE-ENTETE.
           PERFORM 4000-PREVOIR-TRESORERIE
               THRU 4000-PREVOIR-TRESORERIE-EXIT
               VARYING IXT FROM 1 BY 1
               UNTIL IXT > W-NBTRE.

           WRITE ENR-ETATPRV FROM LIGNE-SEPARATION.
           MOVE 'TRESORERIES'                TO LG-LIBELLE.
           MOVE W-NBTRE                      TO LG-NOMBRE.
           WRITE ENR-ETATPRV FROM LIGNE-TOTAL.
           MOVE 'DONT SANS COURBE DE PAIEMENT' TO LG-LIBELLE.
           MOVE W-NBSANSCOURBE               TO LG-NOMBRE.
           WRITE ENR-ETATPRV FROM LIGNE-TOTAL.
           MOVE 'MONTANT DU ROLE'            TO LM-LIBELLE.
           MOVE W-TOT-ROLE                   TO LM-MONTANT.
           WRITE ENR-ETATPRV FROM LIGNE-MONTANT.
           MOVE 'ENCAISSEMENT PREVU AU 31/12' TO LM-LIBELLE.
           MOVE W-TOT-PREV                   TO LM-MONTANT.
           WRITE ENR-ETATPRV FROM LIGNE-MONTANT.
           MOVE 'DERNIER ENCAISSEMENT REEL'  TO LM-LIBELLE.
           MOVE W-TOT-REEL                   TO LM-MONTANT.
           WRITE ENR-ETATPRV FROM LIGNE-MONTANT.

           CLOSE HELIOTRI TAUDIS CAMPENC ETATPRV.
           DISPLAY 'PREVENC - ARTICLES DU ROLE       : ' W-NBARTICLES.
           DISPLAY 'PREVENC - TRESORERIES            : ' W-NBTRE.
           DISPLAY 'PREVENC - OBSERVATIONS LUES      : ' W-NBOBSLUES.
           DISPLAY 'PREVENC - OBSERVATIONS RETENUES  : ' W-NBOBSRET.
           DISPLAY 'PREVENC - HORS CAMPAGNE CONNUE   : ' W-NBOBSHORS.
           DISPLAY 'PREVENC - SANS COURBE            : '
                   W-NBSANSCOURBE.
           DISPLAY 'PREVENC - PREVU AU 31/12         : ' W-TOT-PREV.
           IF W-NBSANSCOURBE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-CHARGER-ROLE.
      *---------------------------------------------------------
      * ROLE DE LA CAMPAGNE PAR TRESORERIE, PUIS ENREGISTREMENT
      * DE LA CAMPAGNE POUR LE SUIVI ET LES ANNEES SUIVANTES
           PERFORM 1100-CUMULER-ARTICLE
               THRU 1100-CUMULER-ARTICLE-EXIT
               UNTIL HT-FIN.
           PERFORM 1300-ENREGISTRER-CAMPAGNE
               THRU 1300-ENREGISTRER-CAMPAGNE-EXIT
               VARYING IXT FROM 1 BY 1
               UNTIL IXT > W-NBTRE.
       1000-CHARGER-ROLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CUMULER-ARTICLE.
      *---------------------------------------------------------
           READ HELIOTRI
               AT END SET HT-FIN TO TRUE
                      GO TO 1100-CUMULER-ARTICLE-EXIT
           END-READ.
           IF ENR-HELIOTRI (1:1) = '*'
               GO TO 1100-CUMULER-ARTICLE-EXIT
           END-IF.
           MOVE ENR-HELIOTRI TO HELIO-VUE.
           IF HT-DAN NOT = W-ANNEE
               GO TO 1100-CUMULER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBARTICLES.
           MOVE 'N' TO W-SW-TRE.
           PERFORM 1110-TESTER-TRESORERIE
               THRU 1110-TESTER-TRESORERIE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBTRE OR TRE-TROUVEE.
           IF NOT TRE-TROUVEE
               IF W-NBTRE >= W-MAXTRE
                   GO TO 1100-CUMULER-ARTICLE-EXIT
               END-IF
               ADD 1 TO W-NBTRE
               MOVE W-NBTRE TO IXT
               INITIALIZE TRE-ENTREE (IXT)
               MOVE HT-CCPPER TO TRE-CCPPER (IXT)
               MOVE HT-AC3DIR TO TRE-AC3DIR (IXT)
               MOVE HT-CCOCOM TO TRE-CCOCOM (IXT)
               PERFORM 1200-LIRE-COMMUNE
                   THRU 1200-LIRE-COMMUNE-EXIT
           END-IF.
           ADD 1        TO TRE-NBART (IXT).
           ADD HT-TCTDU TO TRE-MROLE (IXT).
       1100-CUMULER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1110-TESTER-TRESORERIE.
      *---------------------------------------------------------
           IF TRE-CCPPER (IX) = HT-CCPPER
               SET TRE-TROUVEE TO TRUE
               MOVE IX TO IXT
           END-IF.
       1110-TESTER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-LIRE-COMMUNE.
      *---------------------------------------------------------
      * DATES DE MISE EN RECOUVREMENT ET DE MAJORATION PORTEES
      * PAR L'ARTICLE COMMUNE DU PREMIER ARTICLE DE LA TRESORERIE
           MOVE HT-AC3DIR TO T-DIR.
           MOVE HT-CCOCOM TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-COM
               INVALID KEY GO TO 1200-LIRE-COMMUNE-EXIT
           END-READ.
           IF T-C-DLETAR NOT = 'C'
               GO TO 1200-LIRE-COMMUNE-EXIT
           END-IF.
           IF T-C-JDAMI1 NUMERIC
               MOVE T-C-JDAMI1 TO TRE-JDAMI1 (IXT)
           END-IF.
           IF T-C-JDAMJO NUMERIC
               MOVE T-C-JDAMJO TO TRE-JDAMJO (IXT)
           END-IF.
       1200-LIRE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1300-ENREGISTRER-CAMPAGNE.
      *---------------------------------------------------------
      * LES OBSERVATIONS ET LA PREVISION D'UNE CAMPAGNE DEJA
      * ENREGISTREE SONT CONSERVEES ; SEULS LE ROLE ET LES DATES
      * SONT REMIS A JOUR
           MOVE TRE-CCPPER (IXT) TO CE-CCPPER.
           MOVE W-ANNEE          TO CE-DAN.
           READ CAMPENC
               INVALID KEY
                   INITIALIZE ENR-CAMPENC
                   MOVE TRE-CCPPER (IXT) TO CE-CCPPER
                   MOVE W-ANNEE          TO CE-DAN
           END-READ.
           MOVE TRE-AC3DIR (IXT) TO CE-AC3DIR.
           MOVE TRE-JDAMI1 (IXT) TO CE-JDAMI1.
           MOVE TRE-JDAMJO (IXT) TO CE-JDAMJO.
           MOVE TRE-NBART (IXT)  TO CE-NBART.
           MOVE TRE-MROLE (IXT)  TO CE-MROLE.
           IF CE-OK
               REWRITE ENR-CAMPENC
           ELSE
               WRITE ENR-CAMPENC
           END-IF.
       1300-ENREGISTRER-CAMPAGNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-INTEGRER-OBSERVATION.
      *---------------------------------------------------------
      * CHAQUE RESTE A RECOUVRER OBSERVE EST RANGE DANS LA
      * SEMAINE DE SA CAMPAGNE OU IL TOMBE ; LE FICHIER ETANT
      * ALIMENTE DANS L'ORDRE DES RETOURS, LA DERNIERE
      * OBSERVATION DE LA SEMAINE L'EMPORTE
           READ SUIVRAR
               AT END SET SO-FIN TO TRUE
                      GO TO 2000-INTEGRER-OBSERVATION-EXIT
           END-READ.
           ADD 1 TO W-NBOBSLUES.
           IF SO-DAN < W-ANDEB OR SO-DAN > W-ANNEE
               GO TO 2000-INTEGRER-OBSERVATION-EXIT
           END-IF.
           MOVE SO-CCPPER TO CE-CCPPER.
           MOVE SO-DAN    TO CE-DAN.
           READ CAMPENC
               INVALID KEY
                   ADD 1 TO W-NBOBSHORS
                   GO TO 2000-INTEGRER-OBSERVATION-EXIT
           END-READ.
           IF CE-JDAMI1 = 0
               ADD 1 TO W-NBOBSHORS
               GO TO 2000-INTEGRER-OBSERVATION-EXIT
           END-IF.
           MOVE CE-JDAMI1 TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           MOVE W-QJ-RESULTAT TO W-QJ-DEBUT.
           MOVE SO-JOBSER TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           COMPUTE W-JOURS = W-QJ-RESULTAT - W-QJ-DEBUT.
           IF W-QJ-RESULTAT = 0 OR W-JOURS < 0
               ADD 1 TO W-NBOBSHORS
               GO TO 2000-INTEGRER-OBSERVATION-EXIT
           END-IF.
           COMPUTE IXS = W-JOURS / 7 + 1.
           IF IXS > W-NBSEM
               ADD 1 TO W-NBOBSHORS
               GO TO 2000-INTEGRER-OBSERVATION-EXIT
           END-IF.
           MOVE 'O'       TO CE-GOBSER (IXS).
           MOVE SO-JOBSER TO CE-JOBSER (IXS).
           MOVE SO-MRAR   TO CE-MRAR (IXS).
           REWRITE ENR-CAMPENC.
           ADD 1 TO W-NBOBSRET.
       2000-INTEGRER-OBSERVATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CONSTRUIRE-COURBE.
      *---------------------------------------------------------
      * COURBE DE LA TRESORERIE : ENCAISSEMENT CUMULE PAR SEMAINE
      * DES CAMPAGNES PASSEES OBSERVEES, RAPPORTE A LEUR ROLE
           PERFORM 3100-CUMULER-CAMPAGNE
               THRU 3100-CUMULER-CAMPAGNE-EXIT
               VARYING W-AN FROM W-ANDEB BY 1
               UNTIL W-AN NOT < W-ANNEE.
       3000-CONSTRUIRE-COURBE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CUMULER-CAMPAGNE.
      *---------------------------------------------------------
           MOVE TRE-CCPPER (IXT) TO CE-CCPPER.
           MOVE W-AN             TO CE-DAN.
           READ CAMPENC
               INVALID KEY GO TO 3100-CUMULER-CAMPAGNE-EXIT
           END-READ.
           IF CE-MROLE NOT > 0
               GO TO 3100-CUMULER-CAMPAGNE-EXIT
           END-IF.
           MOVE 0 TO W-KPREV W-EPREV.
           PERFORM 3200-INTERPOLER-SEMAINE
               THRU 3200-INTERPOLER-SEMAINE-EXIT
               VARYING IXS FROM 1 BY 1
               UNTIL IXS > W-NBSEM.
      * CAMPAGNE SANS AUCUNE OBSERVATION : ECARTEE
           IF W-KPREV = 0
               GO TO 3100-CUMULER-CAMPAGNE-EXIT
           END-IF.
           COMPUTE W-KDEB = W-KPREV + 1.
           PERFORM 3220-PROLONGER-SEMAINE
               THRU 3220-PROLONGER-SEMAINE-EXIT
               VARYING IXJ FROM W-KDEB BY 1
               UNTIL IXJ > W-NBSEM.
           PERFORM 3300-AJOUTER-SEMAINE
               THRU 3300-AJOUTER-SEMAINE-EXIT
               VARYING IXS FROM 1 BY 1
               UNTIL IXS > W-NBSEM.
           ADD 1        TO TRE-NBCAMP (IXT) NAT-NBCAMP.
           ADD CE-MROLE TO TRE-SUMROLE (IXT) NAT-SUMROLE.
       3100-CUMULER-CAMPAGNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-INTERPOLER-SEMAINE.
      *---------------------------------------------------------
      * ENCAISSE A LA DATE OBSERVEE = ROLE - RESTE A RECOUVRER ;
      * LES SEMAINES DEPUIS L'OBSERVATION PRECEDENTE (OU DEPUIS
      * LA MISE EN RECOUVREMENT) SONT INTERPOLEES LINEAIREMENT
           IF NOT CE-OBSERVEE (IXS)
               GO TO 3200-INTERPOLER-SEMAINE-EXIT
           END-IF.
           COMPUTE W-EOBS = CE-MROLE - CE-MRAR (IXS).
           IF W-EOBS < 0
               MOVE 0 TO W-EOBS
           END-IF.
           COMPUTE W-KDEB = W-KPREV + 1.
           PERFORM 3210-REMPLIR-SEMAINE
               THRU 3210-REMPLIR-SEMAINE-EXIT
               VARYING IXJ FROM W-KDEB BY 1
               UNTIL IXJ > IXS.
           MOVE IXS    TO W-KPREV.
           MOVE W-EOBS TO W-EPREV.
       3200-INTERPOLER-SEMAINE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3210-REMPLIR-SEMAINE.
      *---------------------------------------------------------
           COMPUTE W-ENC (IXJ) ROUNDED = W-EPREV
                 + (W-EOBS - W-EPREV) * (IXJ - W-KPREV)
                 / (IXS - W-KPREV).
       3210-REMPLIR-SEMAINE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3220-PROLONGER-SEMAINE.
      *---------------------------------------------------------
           MOVE W-EPREV TO W-ENC (IXJ).
       3220-PROLONGER-SEMAINE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-AJOUTER-SEMAINE.
      *---------------------------------------------------------
           ADD W-ENC (IXS) TO TRE-SUMENC (IXT, IXS)
                              NAT-SUMENC (IXS).
       3300-AJOUTER-SEMAINE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-PREVOIR-TRESORERIE.
      *---------------------------------------------------------
           MOVE TRE-CCPPER (IXT) TO CE-CCPPER.
           MOVE W-ANNEE          TO CE-DAN.
           READ CAMPENC
               INVALID KEY GO TO 4000-PREVOIR-TRESORERIE-EXIT
           END-READ.
           ADD CE-MROLE TO W-TOT-ROLE.

      * LIBELLE DE LA TRESORERIE DEPUIS LE REFERENTIEL REFTRES
           MOVE 'T'              TO W-LIB-TYPE.
           MOVE TRE-AC3DIR (IXT) TO W-LIB-DIR.
           MOVE SPACE            TO W-LIB-CODE.
           MOVE TRE-CCPPER (IXT) TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE TRE-CCPPER (IXT) TO LT-CCPPER.
           MOVE W-LIB-LIBELLE    TO LT-LIBTRES.
           MOVE TRE-AC3DIR (IXT) TO LT-AC3DIR.
           WRITE ENR-ETATPRV FROM LIGNE-SEPARATION.
           WRITE ENR-ETATPRV FROM LIGNE-TRESO.
           MOVE CE-MROLE  TO LR-MROLE.
           MOVE CE-NBART  TO LR-NBART.
           MOVE CE-JDAMI1 TO LR-JDAMI1.
           MOVE CE-JDAMJO TO LR-JDAMJO.
           WRITE ENR-ETATPRV FROM LIGNE-ROLE.

      * COURBE PROPRE A LA TRESORERIE, A DEFAUT COURBE NATIONALE
           MOVE SPACE TO W-SW-COURBE.
           IF TRE-SUMROLE (IXT) > 0
               MOVE 'P' TO W-SW-COURBE
               MOVE 'PROPRE - CAMPAGNES OBSERVEES :' TO LK-LIBCOURBE
               MOVE TRE-NBCAMP (IXT) TO LK-NBCAMP
           ELSE
               IF NAT-SUMROLE > 0
                   MOVE 'N' TO W-SW-COURBE
                   MOVE 'NATIONALE - CAMPAGNES OBSERVEES :'
                       TO LK-LIBCOURBE
                   MOVE NAT-NBCAMP TO LK-NBCAMP
               ELSE
                   MOVE 'INDISPONIBLE - AUCUNE CAMPAGNE OBSERVEE'
                       TO LK-LIBCOURBE
                   MOVE 0 TO LK-NBCAMP
               END-IF
           END-IF.
           IF CE-JDAMI1 = 0
               MOVE SPACE TO W-SW-COURBE
               MOVE 'INDISPONIBLE - MISE EN RECOUVREMENT ABSENTE'
                   TO LK-LIBCOURBE
               MOVE 0 TO LK-NBCAMP
           END-IF.
           WRITE ENR-ETATPRV FROM LIGNE-COURBE.
           IF W-SW-COURBE = SPACE
               ADD 1 TO W-NBSANSCOURBE
               GO TO 4000-PREVOIR-TRESORERIE-EXIT
           END-IF.

      * SEMAINE DE LA MAJORATION, REPEREE SUR L'ETAT
           MOVE 0 TO W-KMAJ.
           MOVE CE-JDAMI1 TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           MOVE W-QJ-RESULTAT TO W-QJ-DEBUT.
           MOVE CE-JDAMJO TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           IF W-QJ-RESULTAT NOT < W-QJ-DEBUT AND W-QJ-DEBUT > 0
               COMPUTE W-KMAJ = (W-QJ-RESULTAT - W-QJ-DEBUT) / 7 + 1
           END-IF.

           WRITE ENR-ETATPRV FROM LIGNE-COLONNE.
           MOVE CE-JDAMI1 TO W-SEM-DATE.
           MOVE 0 TO W-PREVPRE W-PREVCUM W-DERREEL.
           PERFORM 4100-EDITER-SEMAINE
               THRU 4100-EDITER-SEMAINE-EXIT
               VARYING IXS FROM 1 BY 1
               UNTIL IXS > W-NBSEM OR W-SEM-DATE > W-FINAN.
           REWRITE ENR-CAMPENC.

           MOVE W-PREVCUM TO LX-PREV.
           MOVE W-DERREEL TO LX-REEL.
           WRITE ENR-ETATPRV FROM LIGNE-TOTTRE.
           ADD W-PREVCUM TO W-TOT-PREV.
           ADD W-DERREEL TO W-TOT-REEL.
       4000-PREVOIR-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-EDITER-SEMAINE.
      *---------------------------------------------------------
      * ENCAISSEMENT CUMULE PREVU = ROLE DE LA CAMPAGNE x PART
      * ENCAISSEE A LA MEME SEMAINE PAR LES CAMPAGNES PASSEES
           IF W-COURBE-PROPRE
               COMPUTE W-PREVCUM ROUNDED = CE-MROLE
                     * TRE-SUMENC (IXT, IXS) / TRE-SUMROLE (IXT)
           ELSE
               COMPUTE W-PREVCUM ROUNDED = CE-MROLE
                     * NAT-SUMENC (IXS) / NAT-SUMROLE
           END-IF.
           MOVE W-PREVCUM TO CE-MPREV (IXS).
           COMPUTE W-PREVSEM = W-PREVCUM - W-PREVPRE.
           MOVE W-PREVCUM TO W-PREVPRE.
           MOVE 0 TO W-PARTPM.
           IF CE-MROLE > 0
               COMPUTE W-PARTPM = W-PREVCUM * 1000 / CE-MROLE
                   ON SIZE ERROR MOVE 99999 TO W-PARTPM
               END-COMPUTE
           END-IF.
           MOVE IXS        TO LS-NUMSEM.
           MOVE W-SEM-DATE TO LS-DATE.
           MOVE W-PREVSEM  TO LS-PREVSEM.
           MOVE W-PREVCUM  TO LS-PREVCUM.
           MOVE W-PARTPM   TO LS-PARTPM.
      * REEL : ROLE - DERNIER RESTE A RECOUVRER DE LA SEMAINE
           IF CE-OBSERVEE (IXS)
               COMPUTE W-REEL = CE-MROLE - CE-MRAR (IXS)
               MOVE W-REEL TO LS-REEL W-DERREEL
               COMPUTE LS-ECART = W-REEL - W-PREVCUM
           ELSE
               MOVE SPACE TO LS-REEL-X LS-ECART-X
           END-IF.
           IF IXS = W-KMAJ
               MOVE 'MAJORATION' TO LS-REPERE
           ELSE
               MOVE SPACE TO LS-REPERE
           END-IF.
           WRITE ENR-ETATPRV FROM LIGNE-SEMAINE.
           PERFORM 8100-AVANCER-SEMAINE
               THRU 8100-AVANCER-SEMAINE-EXIT.
       4100-EDITER-SEMAINE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-CALCULER-QUANTIEME.
      *---------------------------------------------------------
      * NOMBRE DE JOURS ECOULES DEPUIS L'AN 1 : ANNEES ENTIERES
      * (BISSEXTILES GREGORIENNES COMPRISES), CUMUL DES MOIS
      * ENTIERS, JOUR DU MOIS, PLUS UN JOUR APRES FEVRIER D'UNE
      * ANNEE BISSEXTILE. DATE INVALIDE : QUANTIEME ZERO
           MOVE 0 TO W-QJ-RESULTAT.
           IF W-QJ-DATE NOT NUMERIC
              OR W-QJ-AAAA = 0
              OR W-QJ-MM < 1 OR W-QJ-MM > 12
               GO TO 8000-CALCULER-QUANTIEME-EXIT
           END-IF.
           COMPUTE W-QJ-ANPREC = W-QJ-AAAA - 1.
           DIVIDE W-QJ-ANPREC BY 4   GIVING W-QJ-Q4.
           DIVIDE W-QJ-ANPREC BY 100 GIVING W-QJ-Q100.
           DIVIDE W-QJ-ANPREC BY 400 GIVING W-QJ-Q400.
           COMPUTE W-QJ-RESULTAT = W-QJ-ANPREC * 365 + W-QJ-Q4
                                 - W-QJ-Q100 + W-QJ-Q400
                                 + W-QJ-CUMMOIS (W-QJ-MM) + W-QJ-JJ.
           IF W-QJ-MM > 2
               DIVIDE W-QJ-AAAA BY 4   GIVING W-QJ-Q4
                   REMAINDER W-QJ-R4
               DIVIDE W-QJ-AAAA BY 100 GIVING W-QJ-Q100
                   REMAINDER W-QJ-R100
               DIVIDE W-QJ-AAAA BY 400 GIVING W-QJ-Q400
                   REMAINDER W-QJ-R400
               IF W-QJ-R400 = 0
                  OR (W-QJ-R4 = 0 AND W-QJ-R100 NOT = 0)
                   ADD 1 TO W-QJ-RESULTAT
               END-IF
           END-IF.
       8000-CALCULER-QUANTIEME-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-AVANCER-SEMAINE.
      *---------------------------------------------------------
      * SEPT JOURS PLUS TARD, AVEC REPORT SUR LE MOIS ET L'ANNEE
      * (FEVRIER A 29 JOURS LES ANNEES BISSEXTILES)
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
           ADD 7 TO W-AV-JJ.
           IF W-AV-JJ > W-AV-NBJMOIS
               SUBTRACT W-AV-NBJMOIS FROM W-AV-JJ
               ADD 1 TO W-AV-MM
               IF W-AV-MM > 12
                   MOVE 1 TO W-AV-MM
                   ADD 1 TO W-AV-AAAA
               END-IF
           END-IF.
       8100-AVANCER-SEMAINE-EXIT.
           EXIT.
       END PROGRAM PREVENC.
