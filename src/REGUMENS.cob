      *********************************************************
      * PROGRAMME REGUMENS                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * REGULARISATION DES PRELEVEMENTS DE TAXE FONCIERE UNE  *
      * FOIS LE ROLE DE LA DIRECTION LIQUIDE : LE NET A PAYER *
      * DES ARTICLES DU FICHIER DE SORTIE DU LOT (SORTLOT,    *
      * ARTICLES SANS ANOMALIE ET MIS EN RECOUVREMENT, NET    *
      * DES ALLEGEMENTS A LA CHARGE DE L'ETAT EN BATI) EST    *
      * CUMULE PAR CONTRAT CTRMEN ET COMPARE AUX PRELEVEMENTS *
      * DEJA PASSES (MOIS ANTERIEURS AU MOIS PARAMETRE).      *
      * SOLDE NUL OU NEGATIF : LES MENSUALITES RESTANTES SONT *
      * ANNULEES ET L'EXCEDENT REMBOURSE ; SOLDE POSITIF :    *
      * LES MENSUALITES RESTANTES SONT AJUSTEES POUR SOLDER   *
      * EN OCTOBRE, OU LE SOLDE EST PRELEVE EN UNE FOIS SI LA *
      * DERNIERE MENSUALITE EST PASSEE ; CONTRAT A L'ECHEANCE *
      * : UN PRELEVEMENT UNIQUE A LA DATE LIMITE DE PAIEMENT. *
      * LES CONTRATS RESILIES VOIENT LEURS PRELEVEMENTS A     *
      * VENIR ANNULES. LES ORDRES SONT TRANSMIS A HELIOS PAR  *
      * TRESORERIE (PRELEV, COMME PRELMENS) ET CHAQUE CONTRAT *
      * N'EST REGULARISE QU'UNE FOIS PAR AN.                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUMENS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMMEN     ASSIGN  TO  PARMMEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  CTRMEN      ASSIGN  TO  CTRMEN
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CM-ANUPRO
                               FILE STATUS  CM-FS.
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
      * DIRECTION, ANNEE DU ROLE, JOUR DU MOIS DES PRELEVEMENTS
      * (15 PAR DEFAUT), PREMIER MOIS DONT LE PRELEVEMENT N'EST
      * PAS ENCORE PASSE ET DATE LIMITE DE PAIEMENT (ECHEANCE DU
      * PRELEVEMENT UNIQUE)
       FD  PARMMEN.
       01  ENR-PARMMEN.
           05 PM-CODEP             PIC X(2).
           05 PM-CODIR             PIC X(1).
           05 PM-ANNEE             PIC 9(4).
           05 PM-JOUR              PIC 9(2).
           05 PM-MOIS              PIC 9(2).
           05 PM-JECHEA            PIC 9(8).
           05 PM-JECHEA-R REDEFINES PM-JECHEA.
              10 PM-ECH-AN         PIC 9(4).
              10 PM-ECH-MOIS       PIC 9(2).
              10 PM-ECH-JOUR       PIC 9(2).

       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

       FD  CTRMEN.
       01  ENR-CTRMEN.
           COPY XCTRMEN REPLACING 'X' BY CM.

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
                               VALUE 'REGUMENS 00 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
       01  SL-FS                   PIC X(2).
           88 SL-FIN                    VALUE '10'.
       01  CM-FS                   PIC X(2).
           88 CM-OK                     VALUE '00'.
       01  PL-FS                   PIC X(2).
       01  BD-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

      * VUES DU RETOUR CALCULETTE PORTE PAR SORTLOT
       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

       01  W-DIR                   PIC X(3).
       01  W-JOUR                  PIC 9(2) VALUE 15.
       01  W-SW-FINCTR             PIC X(1).
           88 W-FIN-CONTRATS            VALUE 'O'.

      * CONTRAT EN COURS DE REGULARISATION
       01  W-NET                   PIC S9(12).
       01  W-PRELEVE               PIC S9(12).
       01  W-SOLDE                 PIC S9(12).
       01  W-NBRESTE               PIC 9(2) COMP.
       01  W-MENSUALITE            PIC S9(10).
       01  W-NOUVEAU               PIC S9(10).
       01  W-ANCIEN                PIC S9(10).
       01  W-ACTION                PIC X(30).
       01  IXM                     PIC 9(2) COMP.
       01  W-MOIS-DEBUT            PIC 9(2) COMP.
       01  W-MOIS-FIN              PIC 9(2) COMP.

      * ORDRE A RELACHER
       01  W-ORD-TYPE              PIC X(1).
       01  W-ORD-MOIS              PIC 9(2).
       01  W-ORD-MONTANT           PIC S9(10).

      * RUPTURE DU FICHIER TRANSMIS PAR TRESORERIE
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.
       01  W-TRE-CCPPER            PIC X(3)  VALUE SPACE.
       01  W-TRE-NBPRE             PIC 9(9)  COMP VALUE 0.
       01  W-TRE-TOTPRE            PIC S9(12) COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.

       01  W-NBARTICLES            PIC 9(9) COMP VALUE 0.
       01  W-NBRATTACHES           PIC 9(9) COMP VALUE 0.
       01  W-NBCONTRATS            PIC 9(7) COMP VALUE 0.
       01  W-NBDEJA                PIC 9(7) COMP VALUE 0.
       01  W-NBREGUL               PIC 9(7) COMP VALUE 0.
       01  W-NBREMB                PIC 9(7) COMP VALUE 0.
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
           'REGULARISATION DES PRELEVEMENTS DE TAXE FONCIERE SUR LE R
      -    'OLE LIQUIDE'.
       01  LIGNE-PARAM.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LP-DIR               PIC X(3).
           05 FILLER               PIC X(12) VALUE '  ROLE      '.
           05 LP-ANNEE             PIC 9(4).
           05 FILLER               PIC X(36) VALUE
              '  PRELEVEMENTS PASSES AVANT LE MOIS '.
           05 LP-MOIS              PIC 9(2).
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'COMPTE  MODE    NET A PAYER  DEJA PRELEVE         SOLDE  A
      -    'CTION'.
       01  LIGNE-DETAIL.
           05 LD-ANUPRO            PIC X(6).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LD-MODE              PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NET               PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PRELEVE           PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-SOLDE             PIC -(11)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-ACTION            PIC X(30).
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
               DISPLAY 'REGUMENS - PARAMETRE PARMMEN ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARMMEN
               AT END
                   DISPLAY 'REGUMENS - PARAMETRE PARMMEN VIDE'
                   CLOSE PARMMEN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARMMEN.
           IF PM-ANNEE NOT NUMERIC
              OR PM-MOIS NOT NUMERIC OR PM-MOIS < 1 OR PM-MOIS > 12
              OR PM-JECHEA NOT NUMERIC OR PM-ECH-AN NOT = PM-ANNEE
              OR PM-ECH-MOIS < 1 OR PM-ECH-MOIS > 12
               DISPLAY 'REGUMENS - PARAMETRE PARMMEN INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PM-JOUR NUMERIC AND PM-JOUR > 0 AND PM-JOUR < 29
               MOVE PM-JOUR TO W-JOUR
           END-IF.
           MOVE PM-CODEP TO W-DIR (1:2).
           MOVE PM-CODIR TO W-DIR (3:1).

           OPEN I-O   CTRMEN.
           OPEN INPUT SORTIE-LOT.
           OPEN OUTPUT PRELEV BORDEREAU RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           MOVE W-DIR    TO LP-DIR.
           MOVE PM-ANNEE TO LP-ANNEE.
           MOVE PM-MOIS  TO LP-MOIS.
           WRITE ENR-RAPPORT FROM LIGNE-PARAM.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD-ENTETE.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD-COLONNE.

           PERFORM 1000-PREPARER-CONTRATS
               THRU 1000-PREPARER-CONTRATS-EXIT.
           PERFORM 2000-CUMULER-ROLE
               THRU 2000-CUMULER-ROLE-EXIT
               UNTIL SL-FIN.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-ANUPRO
                                TR-NUMECH
                                TR-GTYPRE
               INPUT  PROCEDURE 3000-REGULARISER-CONTRATS
                   THRU 3000-REGULARISER-CONTRATS-EXIT
               OUTPUT PROCEDURE 5000-TRANSMETTRE
                   THRU 5000-TRANSMETTRE-EXIT.

           MOVE W-NBTRESO TO LT-NBTRESO.
           WRITE ENR-BORDEREAU FROM LIGNE-TOTAL.
           CLOSE CTRMEN SORTIE-LOT PRELEV BORDEREAU RAPPORT.
           DISPLAY 'REGUMENS - ARTICLES LUS          : ' W-NBARTICLES.
           DISPLAY 'REGUMENS - ARTICLES SOUS CONTRAT : ' W-NBRATTACHES.
           DISPLAY 'REGUMENS - CONTRATS LUS          : ' W-NBCONTRATS.
           DISPLAY 'REGUMENS - DEJA REGULARISES      : ' W-NBDEJA.
           DISPLAY 'REGUMENS - CONTRATS REGULARISES  : ' W-NBREGUL.
           DISPLAY 'REGUMENS - EXCEDENTS REMBOURSES  : ' W-NBREMB.
           DISPLAY 'REGUMENS - ORDRES TRANSMIS       : ' W-NBORDRES.
           DISPLAY 'REGUMENS - MONTANT NET TRANSMIS  : ' W-TOTORDRES.
           DISPLAY 'REGUMENS - TRESORERIES SERVIES   : ' W-NBTRESO.
           GOBACK.

      *---------------------------------------------------------
       1000-PREPARER-CONTRATS.
      *---------------------------------------------------------
      * REMISE A ZERO DU NET A PAYER DE L'ANNEE SUR LES CONTRATS
      * NON ENCORE REGULARISES : UNE RELANCE APRES INCIDENT
      * RECUMULE LE ROLE SANS LE COMPTER DEUX FOIS
           MOVE 'N' TO W-SW-FINCTR.
           MOVE LOW-VALUE TO CM-ANUPRO.
           START CTRMEN KEY NOT < CM-ANUPRO
               INVALID KEY SET W-FIN-CONTRATS TO TRUE
           END-START.
           PERFORM 1100-PREPARER-UN-CONTRAT
               THRU 1100-PREPARER-UN-CONTRAT-EXIT
               UNTIL W-FIN-CONTRATS.
       1000-PREPARER-CONTRATS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-PREPARER-UN-CONTRAT.
      *---------------------------------------------------------
           READ CTRMEN NEXT
               AT END SET W-FIN-CONTRATS TO TRUE
                      GO TO 1100-PREPARER-UN-CONTRAT-EXIT
           END-READ.
           IF CM-JANLIQ = PM-ANNEE AND CM-REGULARISE
               GO TO 1100-PREPARER-UN-CONTRAT-EXIT
           END-IF.
           MOVE PM-ANNEE TO CM-JANLIQ.
           MOVE 0        TO CM-MTCTDU CM-MSOLDE.
           MOVE 'N'      TO CM-GREGUL.
           REWRITE ENR-CTRMEN
               INVALID KEY CONTINUE
           END-REWRITE.
       1100-PREPARER-UN-CONTRAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CUMULER-ROLE.
      *---------------------------------------------------------
      * NET A PAYER DES ARTICLES LIQUIDES ET MIS EN RECOUVREMENT,
      * CUMULE SUR LE CONTRAT DU COMPTE
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 2000-CUMULER-ROLE-EXIT
           END-READ.
           IF ENR-SORTIE-LOT (1:1) = '*'
               GO TO 2000-CUMULER-ROLE-EXIT
           END-IF.
           ADD 1 TO W-NBARTICLES.
           IF SL-CR NOT = 0 OR SL-EXTOURNE OR SL-SOUS-SEUIL
               GO TO 2000-CUMULER-ROLE-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETB-VUE RETNB-VUE.
           IF RETB-DAN NOT = PM-ANNEE
              OR RETB-CC2DEP NOT = PM-CODEP
              OR RETB-CCODIR NOT = PM-CODIR
               GO TO 2000-CUMULER-ROLE-EXIT
           END-IF.
           MOVE RETB-ANUPRO TO CM-ANUPRO.
           READ CTRMEN
               INVALID KEY GO TO 2000-CUMULER-ROLE-EXIT
           END-READ.
           IF CM-REGULARISE
               GO TO 2000-CUMULER-ROLE-EXIT
           END-IF.
      * NET A PAYER : TCTDU MOINS LES ALLEGEMENTS A LA CHARGE DE
      * L'ETAT EN BATI (VOIR XRETB)
           IF RETB-CCOBNB = '2'
               COMPUTE W-NET = RETB-TCTDU - RETB-MDG65A
                             - RETB-MEXRES - RETB-MPLRFR
               IF CM-CCPPER = SPACE
                   MOVE RETB-CCPPER TO CM-CCPPER
               END-IF
           ELSE
               MOVE RETNB-TCTDU TO W-NET
               IF CM-CCPPER = SPACE
                   MOVE RETNB-CCPPER TO CM-CCPPER
               END-IF
           END-IF.
           ADD W-NET TO CM-MTCTDU.
           REWRITE ENR-CTRMEN
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO W-NBRATTACHES.
       2000-CUMULER-ROLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-REGULARISER-CONTRATS.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINCTR.
           MOVE LOW-VALUE TO CM-ANUPRO.
           START CTRMEN KEY NOT < CM-ANUPRO
               INVALID KEY SET W-FIN-CONTRATS TO TRUE
           END-START.
           PERFORM 3100-REGULARISER-UN-CONTRAT
               THRU 3100-REGULARISER-UN-CONTRAT-EXIT
               UNTIL W-FIN-CONTRATS.
       3000-REGULARISER-CONTRATS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-REGULARISER-UN-CONTRAT.
      *---------------------------------------------------------
           READ CTRMEN NEXT
               AT END SET W-FIN-CONTRATS TO TRUE
                      GO TO 3100-REGULARISER-UN-CONTRAT-EXIT
           END-READ.
           ADD 1 TO W-NBCONTRATS.
           IF CM-REGULARISE
               ADD 1 TO W-NBDEJA
               GO TO 3100-REGULARISER-UN-CONTRAT-EXIT
           END-IF.
      * UN CONTRAT RESILIE SANS ECHEANCIER DE L'ANNEE N'EST PAS
      * CONCERNE
           IF CM-CTR-RESILIE AND CM-JANECH NOT = PM-ANNEE
               GO TO 3100-REGULARISER-UN-CONTRAT-EXIT
           END-IF.

      * PRELEVEMENTS DEJA PASSES : MOIS ANTERIEURS AU MOIS PARAMETRE
      * DE L'ECHEANCIER DE L'ANNEE. SANS ECHEANCIER (CONTRAT SIGNE
      * EN COURS D'ANNEE OU SANS COTISATION N-1), RIEN N'EST PASSE
           MOVE 0 TO W-PRELEVE.
           IF CM-JANECH = PM-ANNEE
               PERFORM 3200-CUMULER-PASSE
                   THRU 3200-CUMULER-PASSE-EXIT
                   VARYING IXM FROM 1 BY 1
                   UNTIL IXM >= PM-MOIS
           ELSE
               PERFORM 3300-VIDER-MOIS
                   THRU 3300-VIDER-MOIS-EXIT
                   VARYING IXM FROM 1 BY 1
                   UNTIL IXM > 12
               MOVE PM-ANNEE TO CM-JANECH
               MOVE 0        TO CM-MTCREF
           END-IF.
           COMPUTE W-SOLDE = CM-MTCTDU - W-PRELEVE.
           MOVE PM-MOIS TO W-MOIS-DEBUT.
           MOVE 12      TO W-MOIS-FIN.

           EVALUATE TRUE
      * CONTRAT RESILIE : LES PRELEVEMENTS A VENIR SONT ARRETES,
      * LE SOLDE EST REGLE PAR LES MOYENS ORDINAIRES
               WHEN CM-CTR-RESILIE
                   PERFORM 3400-ANNULER-RESTANT
                       THRU 3400-ANNULER-RESTANT-EXIT
                       VARYING IXM FROM W-MOIS-DEBUT BY 1
                       UNTIL IXM > W-MOIS-FIN
                   MOVE 'CONTRAT RESILIE, PRELEVEMENTS ARRETES'
                       TO W-ACTION
      * DEJA TOUT PAYE : ARRET DES PRELEVEMENTS ET REMBOURSEMENT
      * DE L'EXCEDENT
               WHEN W-SOLDE NOT > 0
                   PERFORM 3400-ANNULER-RESTANT
                       THRU 3400-ANNULER-RESTANT-EXIT
                       VARYING IXM FROM W-MOIS-DEBUT BY 1
                       UNTIL IXM > W-MOIS-FIN
                   IF W-SOLDE < 0
                       MOVE 'R' TO W-ORD-TYPE
                       MOVE PM-MOIS TO W-ORD-MOIS
                       COMPUTE W-ORD-MONTANT = 0 - W-SOLDE
                       PERFORM 3900-RELACHER-ORDRE
                           THRU 3900-RELACHER-ORDRE-EXIT
                       ADD 1 TO W-NBREMB
                       MOVE 'PRELEVEMENTS ARRETES, EXCEDENT REMB.'
                           TO W-ACTION
                   ELSE
                       MOVE 'PRELEVEMENTS ARRETES, SOLDE NUL'
                           TO W-ACTION
                   END-IF
      * PRELEVEMENT UNIQUE A LA DATE LIMITE DE PAIEMENT, APRES
      * ANNULATION D'EVENTUELLES MENSUALITES RESTANTES
               WHEN CM-PREL-ECHEANCE
                   PERFORM 3400-ANNULER-RESTANT
                       THRU 3400-ANNULER-RESTANT-EXIT
                       VARYING IXM FROM W-MOIS-DEBUT BY 1
                       UNTIL IXM > W-MOIS-FIN
                   MOVE 'E' TO W-ORD-TYPE
                   MOVE PM-ECH-MOIS TO W-ORD-MOIS
                   MOVE W-SOLDE TO W-ORD-MONTANT
                   PERFORM 3900-RELACHER-ORDRE
                       THRU 3900-RELACHER-ORDRE-EXIT
                   MOVE 'PRELEVEMENT A L''ECHEANCE' TO W-ACTION
      * MENSUALITES RESTANTES AJUSTEES POUR SOLDER L'ANNEE EN
      * OCTOBRE, LA DERNIERE RECEVANT LE RELIQUAT D'ARRONDI
               WHEN PM-MOIS NOT > 10
                   COMPUTE W-NBRESTE = 11 - PM-MOIS
                   COMPUTE W-MENSUALITE = W-SOLDE / W-NBRESTE
                   PERFORM 3500-AJUSTER-MOIS
                       THRU 3500-AJUSTER-MOIS-EXIT
                       VARYING IXM FROM W-MOIS-DEBUT BY 1
                       UNTIL IXM > 10
                   PERFORM 3400-ANNULER-RESTANT
                       THRU 3400-ANNULER-RESTANT-EXIT
                       VARYING IXM FROM 11 BY 1
                       UNTIL IXM > 12
                   MOVE 'MENSUALITES RESTANTES AJUSTEES' TO W-ACTION
      * ROLE LIQUIDE APRES LA DERNIERE MENSUALITE : LE SOLDE EST
      * PRELEVE EN UNE FOIS LE MOIS PARAMETRE
               WHEN OTHER
                   PERFORM 3400-ANNULER-RESTANT
                       THRU 3400-ANNULER-RESTANT-EXIT
                       VARYING IXM FROM W-MOIS-DEBUT BY 1
                       UNTIL IXM > W-MOIS-FIN
                   MOVE 'S' TO W-ORD-TYPE
                   MOVE PM-MOIS TO W-ORD-MOIS
                   MOVE W-SOLDE TO W-ORD-MONTANT
                   PERFORM 3900-RELACHER-ORDRE
                       THRU 3900-RELACHER-ORDRE-EXIT
                   MOVE 'SOLDE PRELEVE EN UNE FOIS' TO W-ACTION
           END-EVALUATE.

           MOVE W-SOLDE TO CM-MSOLDE.
           MOVE 'O'     TO CM-GREGUL.
           REWRITE ENR-CTRMEN
               INVALID KEY
                   MOVE 'ECHEC DE REECRITURE DU CONTRAT' TO W-ACTION
           END-REWRITE.
           ADD 1 TO W-NBREGUL.

           MOVE CM-ANUPRO TO LD-ANUPRO.
           MOVE CM-GMODPR TO LD-MODE.
           MOVE CM-MTCTDU TO LD-NET.
           MOVE W-PRELEVE TO LD-PRELEVE.
           MOVE W-SOLDE   TO LD-SOLDE.
           MOVE W-ACTION  TO LD-ACTION.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       3100-REGULARISER-UN-CONTRAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CUMULER-PASSE.
      *---------------------------------------------------------
           IF CM-PRE-TRANSMIS (IXM)
               ADD CM-MPRELV (IXM) TO W-PRELEVE
           END-IF.
       3200-CUMULER-PASSE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-VIDER-MOIS.
      *---------------------------------------------------------
           MOVE 0     TO CM-MPRELV (IXM).
           MOVE SPACE TO CM-GETPRE (IXM).
       3300-VIDER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3400-ANNULER-RESTANT.
      *---------------------------------------------------------
      * ANNULATION D'UN PRELEVEMENT TRANSMIS NON ENCORE PASSE
           IF CM-PRE-TRANSMIS (IXM) AND CM-MPRELV (IXM) > 0
               MOVE 'A' TO W-ORD-TYPE
               MOVE IXM TO W-ORD-MOIS
               MOVE CM-MPRELV (IXM) TO W-ORD-MONTANT
               PERFORM 3900-RELACHER-ORDRE
                   THRU 3900-RELACHER-ORDRE-EXIT
               MOVE 'A' TO CM-GETPRE (IXM)
           END-IF.
       3400-ANNULER-RESTANT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-AJUSTER-MOIS.
      *---------------------------------------------------------
      * UNE MENSUALITE INCHANGEE N'EST PAS RETRANSMISE ; SINON
      * L'ANCIENNE EST ANNULEE ET LA NOUVELLE EMISE
           IF IXM < 10
               MOVE W-MENSUALITE TO W-NOUVEAU
           ELSE
               COMPUTE W-NOUVEAU = W-SOLDE
                                 - W-MENSUALITE * (W-NBRESTE - 1)
           END-IF.
           MOVE 0 TO W-ANCIEN.
           IF CM-PRE-TRANSMIS (IXM)
               MOVE CM-MPRELV (IXM) TO W-ANCIEN
           END-IF.
           IF W-NOUVEAU = W-ANCIEN
               GO TO 3500-AJUSTER-MOIS-EXIT
           END-IF.
           IF W-ANCIEN > 0
               PERFORM 3400-ANNULER-RESTANT
                   THRU 3400-ANNULER-RESTANT-EXIT
           END-IF.
           IF W-NOUVEAU > 0
               MOVE 'M' TO W-ORD-TYPE
               MOVE IXM TO W-ORD-MOIS
               MOVE W-NOUVEAU TO W-ORD-MONTANT
               PERFORM 3900-RELACHER-ORDRE
                   THRU 3900-RELACHER-ORDRE-EXIT
           END-IF.
       3500-AJUSTER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3900-RELACHER-ORDRE.
      *---------------------------------------------------------
      * L'ECHEANCIER DU CONTRAT SUIT LES ORDRES EMIS ; LES
      * ANNULATIONS ET REMBOURSEMENTS VIENNENT EN DEDUCTION DU
      * TOTAL TRANSMIS
           INITIALIZE ENR-TRAVAIL.
           MOVE PM-ANNEE  TO TR-DAN.
           MOVE W-DIR     TO TR-AC3DIR.
           MOVE CM-CCPPER TO TR-CCPPER.
           MOVE CM-ANUPRO TO TR-ANUPRO.
           MOVE W-ORD-MOIS TO TR-NUMECH.
           IF W-ORD-TYPE = 'E'
               MOVE PM-JECHEA TO TR-JECHEA
           ELSE
               COMPUTE TR-JECHEA = PM-ANNEE * 10000
                                 + W-ORD-MOIS * 100 + W-JOUR
           END-IF.
           MOVE W-ORD-TYPE TO TR-GTYPRE.
           MOVE W-ORD-MONTANT TO TR-MPRELV.
           MOVE CM-DRUMAN TO TR-DRUMAN.
           MOVE CM-DTITUL TO TR-DTITUL.
           MOVE CM-DIBAN  TO TR-DIBAN.
           MOVE CM-DBIC   TO TR-DBIC.
           RELEASE ENR-TRAVAIL.
           IF W-ORD-TYPE = 'M' OR W-ORD-TYPE = 'S'
              OR W-ORD-TYPE = 'E'
               MOVE W-ORD-MONTANT TO CM-MPRELV (W-ORD-MOIS)
               MOVE 'P' TO CM-GETPRE (W-ORD-MOIS)
           END-IF.
       3900-RELACHER-ORDRE-EXIT.
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
           IF TR-ANNULATION OR TR-REMBOURSEMENT
               SUBTRACT TR-MPRELV FROM W-TRE-TOTPRE W-TOTORDRES
           ELSE
               ADD TR-MPRELV TO W-TRE-TOTPRE W-TOTORDRES
           END-IF.
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

       END PROGRAM REGUMENS.
