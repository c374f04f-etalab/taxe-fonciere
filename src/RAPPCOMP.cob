      *********************************************************
      * PROGRAMME RAPPCOMP                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * RAPPROCHEMENT DES ECRITURES DE PRISE EN CHARGE DES    *
      * ROLES AVEC LA BALANCE COMPTABLE MENSUELLE TRANSMISE   *
      * PAR HELIOS (BALHELIO, VUE XBALHEL). LE MONTANT        *
      * ATTENDU PAR TRESORERIE CCPPER ET PAR NATURE DE        *
      * PRODUIT CUMULE LES ECRITURES D'ECRICOMP, LES          *
      * CORRECTIONS REFERENCEES DES RECLAMATIONS (EFIRECL3)   *
      * ET CELLES DES REMISES GRACIEUSES DE MAJORATION        *
      * (CHARGPLN), VENTILEES SELON LE SCHEMA D'ECRICOMP,     *
      * AUXQUELLES S'AJOUTENT LES NATURES PROPRES AUX         *
      * CORRECTIONS (INTERETS MORATOIRES, DEGREVEMENT POUR    *
      * VACANCE, REMISE DE MAJORATION). IL EST COMPARE AU     *
      * SOLDE DES COMPTES HELIOS DE MEME NATURE A LA DATE     *
      * D'ARRETE. L'ETAT LISTE AVEC LEURS MONTANTS LES ECARTS *
      * ET LES COUPLES ABSENTS DE L'UN OU DE L'AUTRE COTE, A  *
      * REGULARISER AVANT LA CLOTURE DE L'EXERCICE.           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPCOMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ECRITURE    ASSIGN  TO  ECRICOMP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  CORRECTION  ASSIGN  TO  HELIOREC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CO-FS.
           SELECT  REMISE      ASSIGN  TO  HELREMIS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RM-FS.
           SELECT  BALANCE     ASSIGN  TO  BALHELIO
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BL-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRICOMP.

       DATA DIVISION.
       FILE SECTION.
      * ECRITURES DE PRISE EN CHARGE DES ROLES DE L'EXERCICE
      * (ECRICOMP)
       FD  ECRITURE.
       01  ENR-ECRITURE.
           05 EC-DATJOU            PIC 9(8).
           05 EC-DAN               PIC 9(4).
           05 EC-AC3DIR            PIC X(3).
           05 EC-CCPPER            PIC X(3).
           05 EC-NATURE            PIC X(2).
           05 EC-MONTANT           PIC S9(14).

      * CORRECTIONS REFERENCEES DES RECLAMATIONS (EFIRECL3)
       FD  CORRECTION.
       01  ENR-CORRECTION          PIC X(600).

      * CORRECTIONS REFERENCEES DES REMISES GRACIEUSES DE
      * MAJORATION (CHARGPLN)
       FD  REMISE.
       01  ENR-REMISE              PIC X(600).

       FD  BALANCE.
       01  ENR-BALANCE.
           COPY XBALHEL REPLACING 'X' BY BL.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : TRESORERIE, NATURE DE PRODUIT,
      * ORIGINE ('E' = ECRITURE DE PRISE EN CHARGE, 'C' =
      * CORRECTION, 'R' = REMISE, 'B' = BALANCE HELIOS)
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE.
              10 TR-CCPPER         PIC X(3).
              10 TR-NATURE         PIC X(2).
           05 TR-ORIGINE           PIC X(1).
              88 TR-ECRITURE            VALUE 'E'.
              88 TR-CORRECTION          VALUE 'C'.
              88 TR-REMISE              VALUE 'R'.
              88 TR-BALANCE             VALUE 'B'.
           05 TR-AC3DIR            PIC X(3).
           05 TR-MONTANT           PIC S9(14).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'RAPPCOMP 00 DU 15/10/26'.

       01  EC-FS                   PIC X(2).
           88 EC-OK                     VALUE '00'.
           88 EC-FIN                    VALUE '10'.
       01  CO-FS                   PIC X(2).
           88 CO-OK                     VALUE '00'.
           88 CO-FIN                    VALUE '10'.
       01  RM-FS                   PIC X(2).
           88 RM-OK                     VALUE '00'.
           88 RM-FIN                    VALUE '10'.
       01  BL-FS                   PIC X(2).
           88 BL-OK                     VALUE '00'.
           88 BL-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).
       01  W-SW-CORRECTION         PIC X(1) VALUE 'N'.
           88 W-CORRECTION-OUVERT       VALUE 'O'.
       01  W-SW-REMISE             PIC X(1) VALUE 'N'.
           88 W-REMISE-OUVERT           VALUE 'O'.

       01  HELIO-VUE.
           COPY XHELIO REPLACING 'X' BY HV.

      * NATURES DE PRODUIT : LES TREIZE D'ECRICOMP (RANG 1 A 13)
      * PUIS LES POSTES PROPRES AUX CORRECTIONS : INTERETS
      * MORATOIRES, DEGREVEMENT POUR VACANCE A LA CHARGE DE
      * L'ETAT ET REMISE GRACIEUSE DE MAJORATION
       01  W-NATURES-INIT.
           05 FILLER               PIC X(26) VALUE
              'COMMUNE                 CO'.
           05 FILLER               PIC X(26) VALUE
              'SYNDICAT                SY'.
           05 FILLER               PIC X(26) VALUE
              'GROUPEMENT              CU'.
           05 FILLER               PIC X(26) VALUE
              'DEPARTEMENT             DP'.
           05 FILLER               PIC X(26) VALUE
              'REGION                  RG'.
           05 FILLER               PIC X(26) VALUE
              'TSE                     TS'.
           05 FILLER               PIC X(26) VALUE
              'TASA                    TA'.
           05 FILLER               PIC X(26) VALUE
              'GEMAPI                  GE'.
           05 FILLER               PIC X(26) VALUE
              'ORDURES MENAGERES/AUTRESOM'.
           05 FILLER               PIC X(26) VALUE
              'FRAIS D''ASSIETTE        FA'.
           05 FILLER               PIC X(26) VALUE
              'FRAIS DE NON-VALEUR     FN'.
           05 FILLER               PIC X(26) VALUE
              'AUTRES FRAIS            AU'.
           05 FILLER               PIC X(26) VALUE
              'COEFFICIENT CORRECTEUR  CC'.
           05 FILLER               PIC X(26) VALUE
              'INTERETS MORATOIRES     IM'.
           05 FILLER               PIC X(26) VALUE
              'DEGREVEMENT VACANCE     DV'.
           05 FILLER               PIC X(26) VALUE
              'REMISE DE MAJORATION    RM'.
       01  W-NATURES-TABLE REDEFINES W-NATURES-INIT.
           05 W-NATURE-POSTE OCCURS 16.
              10 W-NATLIB          PIC X(24).
              10 W-NATCOD          PIC X(2).
       01  W-NBNAT                 PIC 9(2) COMP VALUE 16.
       01  W-NATMNT-TABLE.
           05 W-NATMNT             PIC S9(14) OCCURS 16.
       01  IND                     PIC 9(2) COMP.
       01  W-DETAIL-HFR            PIC S9(12).
       01  W-DETAIL-FRA            PIC S9(12).
       01  W-ORIGINE               PIC X(1).

      * CUMULS DU COUPLE TRESORERIE / NATURE EN COURS
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-CLE                   PIC X(5) VALUE HIGH-VALUE.
       01  W-CCPPER                PIC X(3).
       01  W-NATURE                PIC X(2).
       01  W-SW-CHAINE             PIC X(1).
           88 W-CHAINE-PRESENTE         VALUE 'O'.
       01  W-SW-HELIOS             PIC X(1).
           88 W-HELIOS-PRESENT          VALUE 'O'.
       01  W-MT-ECRIT              PIC S9(15).
       01  W-MT-CORR               PIC S9(15).
       01  W-MT-REMIS              PIC S9(15).
       01  W-MT-ATTENDU            PIC S9(15).
       01  W-MT-HELIOS             PIC S9(15).
       01  W-MT-ECART              PIC S9(15).

       01  W-JARRET                PIC 9(8) VALUE 0.
       01  W-NBECRIT               PIC 9(9) COMP VALUE 0.
       01  W-NBCORR                PIC 9(9) COMP VALUE 0.
       01  W-NBREMIS               PIC 9(9) COMP VALUE 0.
       01  W-NBSOLDES              PIC 9(9) COMP VALUE 0.
       01  W-NBCOMPARES            PIC 9(7) COMP VALUE 0.
       01  W-NBCONFORMES           PIC 9(7) COMP VALUE 0.
       01  W-NBECARTS              PIC 9(7) COMP VALUE 0.
       01  W-NBABSHEL              PIC 9(7) COMP VALUE 0.
       01  W-NBABSCHA              PIC 9(7) COMP VALUE 0.
       01  W-TOT-ECART             PIC S9(15) VALUE 0.

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(49) VALUE
              'RAPPROCHEMENT PRISE EN CHARGE / BALANCE HELIOS - '.
           05 FILLER               PIC X(10) VALUE 'ARRETE AU '.
           05 LE-JARRET            PIC 9(8).
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(33) VALUE
              ' TRE NAT LIBELLE'.
           05 FILLER               PIC X(14) VALUE
              '     ECRITURES'.
           05 FILLER               PIC X(14) VALUE
              '   CORRECTIONS'.
           05 FILLER               PIC X(14) VALUE
              '       REMISES'.
           05 FILLER               PIC X(14) VALUE
              '       ATTENDU'.
           05 FILLER               PIC X(14) VALUE
              '        HELIOS'.
           05 FILLER               PIC X(14) VALUE
              '         ECART'.
       01  LIGNE-DETAIL.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCPPER            PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-NATURE            PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-LIBNAT            PIC X(24).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ECRIT             PIC -(12)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CORR              PIC -(12)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-REMIS             PIC -(12)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ATTENDU           PIC -(12)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-HELIOS            PIC -(12)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ECART             PIC -(12)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-VERDICT           PIC X(13).
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
           OPEN INPUT ECRITURE.
           IF NOT EC-OK
               DISPLAY 'RAPPCOMP - FICHIER DES ECRITURES ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BALANCE.
           IF NOT BL-OK
               DISPLAY 'RAPPCOMP - BALANCE HELIOS ABSENTE'
               CLOSE ECRITURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * SANS RECLAMATION NI REMISE SUR L'EXERCICE, LES FICHIERS
      * DE CORRECTIONS PEUVENT MANQUER
           OPEN INPUT CORRECTION.
           IF CO-OK
               SET W-CORRECTION-OUVERT TO TRUE
           ELSE
               SET CO-FIN TO TRUE
           END-IF.
           OPEN INPUT REMISE.
           IF RM-OK
               SET W-REMISE-OUVERT TO TRUE
           ELSE
               SET RM-FIN TO TRUE
           END-IF.
           OPEN OUTPUT RAPPORT.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE
                                TR-ORIGINE
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-RAPPROCHER
                   THRU 2000-RAPPROCHER-EXIT.

           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'COUPLES TRESORERIE / NATURE RAPPROCHES' TO LG-LIBELLE.
           MOVE W-NBCOMPARES TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'CONFORMES'                 TO LG-LIBELLE.
           MOVE W-NBCONFORMES               TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ECARTS DE MONTANT'         TO LG-LIBELLE.
           MOVE W-NBECARTS                  TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ABSENTS DE LA BALANCE HELIOS' TO LG-LIBELLE.
           MOVE W-NBABSHEL                  TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ABSENTS DE LA CHAINE'      TO LG-LIBELLE.
           MOVE W-NBABSCHA                  TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ECART NET HELIOS - ATTENDU' TO LM-LIBELLE.
           MOVE W-TOT-ECART                 TO LM-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-MONTANT.

           CLOSE ECRITURE BALANCE RAPPORT.
           IF W-CORRECTION-OUVERT
               CLOSE CORRECTION
           END-IF.
           IF W-REMISE-OUVERT
               CLOSE REMISE
           END-IF.
           DISPLAY 'RAPPCOMP - ECRITURES LUES         : ' W-NBECRIT.
           DISPLAY 'RAPPCOMP - CORRECTIONS LUES       : ' W-NBCORR.
           DISPLAY 'RAPPCOMP - REMISES LUES           : ' W-NBREMIS.
           DISPLAY 'RAPPCOMP - SOLDES HELIOS LUS      : ' W-NBSOLDES.
           DISPLAY 'RAPPCOMP - CONFORMES              : '
                   W-NBCONFORMES.
           DISPLAY 'RAPPCOMP - ECARTS                 : ' W-NBECARTS.
           DISPLAY 'RAPPCOMP - ABSENTS HELIOS         : ' W-NBABSHEL.
           DISPLAY 'RAPPCOMP - ABSENTS CHAINE         : ' W-NBABSCHA.
           IF W-NBECARTS > 0 OR W-NBABSHEL > 0 OR W-NBABSCHA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-ECRITURE
               THRU 1100-RELACHER-ECRITURE-EXIT
               UNTIL EC-FIN.
           PERFORM 1200-RELACHER-CORRECTION
               THRU 1200-RELACHER-CORRECTION-EXIT
               UNTIL CO-FIN.
           PERFORM 1300-RELACHER-REMISE
               THRU 1300-RELACHER-REMISE-EXIT
               UNTIL RM-FIN.
           PERFORM 1400-RELACHER-SOLDE
               THRU 1400-RELACHER-SOLDE-EXIT
               UNTIL BL-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-ECRITURE.
      *---------------------------------------------------------
           READ ECRITURE
               AT END SET EC-FIN TO TRUE
                      GO TO 1100-RELACHER-ECRITURE-EXIT
           END-READ.
           ADD 1 TO W-NBECRIT.
           MOVE EC-CCPPER  TO TR-CCPPER.
           MOVE EC-NATURE  TO TR-NATURE.
           MOVE 'E'        TO TR-ORIGINE.
           MOVE EC-AC3DIR  TO TR-AC3DIR.
           MOVE EC-MONTANT TO TR-MONTANT.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-ECRITURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-RELACHER-CORRECTION.
      *---------------------------------------------------------
           READ CORRECTION
               AT END SET CO-FIN TO TRUE
                      GO TO 1200-RELACHER-CORRECTION-EXIT
           END-READ.
           IF ENR-CORRECTION (1:1) = '*'
               GO TO 1200-RELACHER-CORRECTION-EXIT
           END-IF.
           ADD 1 TO W-NBCORR.
           MOVE ENR-CORRECTION TO HELIO-VUE.
           MOVE 'C' TO W-ORIGINE.
           PERFORM 1500-VENTILER-CORRECTION
               THRU 1500-VENTILER-CORRECTION-EXIT.
       1200-RELACHER-CORRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1300-RELACHER-REMISE.
      *---------------------------------------------------------
           READ REMISE
               AT END SET RM-FIN TO TRUE
                      GO TO 1300-RELACHER-REMISE-EXIT
           END-READ.
           IF ENR-REMISE (1:1) = '*'
               GO TO 1300-RELACHER-REMISE-EXIT
           END-IF.
           ADD 1 TO W-NBREMIS.
           MOVE ENR-REMISE TO HELIO-VUE.
           MOVE 'R' TO W-ORIGINE.
           PERFORM 1500-VENTILER-CORRECTION
               THRU 1500-VENTILER-CORRECTION-EXIT.
       1300-RELACHER-REMISE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1400-RELACHER-SOLDE.
      *---------------------------------------------------------
           READ BALANCE
               AT END SET BL-FIN TO TRUE
                      GO TO 1400-RELACHER-SOLDE-EXIT
           END-READ.
           ADD 1 TO W-NBSOLDES.
           IF BL-JARRET NUMERIC AND BL-JARRET > W-JARRET
               MOVE BL-JARRET TO W-JARRET
           END-IF.
           MOVE BL-CCPPER  TO TR-CCPPER.
           MOVE BL-NATURE  TO TR-NATURE.
           MOVE 'B'        TO TR-ORIGINE.
           MOVE BL-AC3DIR  TO TR-AC3DIR.
           MOVE BL-MSOLDE  TO TR-MONTANT.
           RELEASE ENR-TRAVAIL.
       1400-RELACHER-SOLDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1500-VENTILER-CORRECTION.
      *---------------------------------------------------------
      * VENTILATION DU DIFFERENTIEL SIGNE PAR NATURE DE PRODUIT,
      * SELON LE SCHEMA D'ECRICOMP, PLUS LES POSTES PROPRES AUX
      * CORRECTIONS
           INITIALIZE W-NATMNT-TABLE.
           MOVE HV-MCTCOM TO W-NATMNT (1).
           MOVE HV-MCTSYN TO W-NATMNT (2).
           MOVE HV-MCTCU  TO W-NATMNT (3).
           MOVE HV-MCTDEP TO W-NATMNT (4).
           MOVE HV-MCTREG TO W-NATMNT (5).
           COMPUTE W-NATMNT (6) = HV-MCTTSE + HV-MCBT13 (1)
                                + HV-MCBT13 (2) + HV-MCBT13 (3).
           IF HV-MCOTA3 NUMERIC
               MOVE HV-MCOTA3 TO W-NATMNT (7)
           END-IF.
           MOVE HV-MCOGE3 TO W-NATMNT (8).
           COMPUTE W-DETAIL-HFR = HV-MCTCOM + HV-MCTSYN + HV-MCTCU
                                + HV-MCTDEP + HV-MCTREG + W-NATMNT (6)
                                + W-NATMNT (7) + HV-MCOGE3.
           COMPUTE W-NATMNT (9) = HV-TCTHFR - W-DETAIL-HFR.
           COMPUTE W-NATMNT (10) = HV-MFA300 + HV-MFA800.
           COMPUTE W-NATMNT (11) = HV-MFN300 + HV-MFN800.
           COMPUTE W-DETAIL-FRA = W-NATMNT (10) + W-NATMNT (11).
           COMPUTE W-NATMNT (12) = HV-TCTFRA - W-DETAIL-FRA.
           IF HV-MCOCOR NUMERIC
               MOVE HV-MCOCOR TO W-NATMNT (13)
           END-IF.
           IF HV-MINTMO NUMERIC
               MOVE HV-MINTMO TO W-NATMNT (14)
           END-IF.
           IF HV-MDGVAC NUMERIC
               MOVE HV-MDGVAC TO W-NATMNT (15)
           END-IF.
           IF HV-MREMAJ NUMERIC
               MOVE HV-MREMAJ TO W-NATMNT (16)
           END-IF.
           PERFORM 1510-RELACHER-NATURE
               THRU 1510-RELACHER-NATURE-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > W-NBNAT.
       1500-VENTILER-CORRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1510-RELACHER-NATURE.
      *---------------------------------------------------------
           IF W-NATMNT (IND) = 0
               GO TO 1510-RELACHER-NATURE-EXIT
           END-IF.
           MOVE HV-CCPPER      TO TR-CCPPER.
           MOVE W-NATCOD (IND) TO TR-NATURE.
           MOVE W-ORIGINE      TO TR-ORIGINE.
           MOVE HV-AC3DIR      TO TR-AC3DIR.
           MOVE W-NATMNT (IND) TO TR-MONTANT.
           RELEASE ENR-TRAVAIL.
       1510-RELACHER-NATURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-RAPPROCHER.
      *---------------------------------------------------------
      * LA BALANCE ENTIEREMENT LUE, SA DATE D'ARRETE EST CONNUE
           MOVE W-JARRET TO LE-JARRET.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-COMPARER
               THRU 3000-COMPARER-EXIT.
       2000-RAPPROCHER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CLE NOT = W-CLE
               PERFORM 3000-COMPARER
                   THRU 3000-COMPARER-EXIT
               MOVE TR-CLE    TO W-CLE
               MOVE TR-CCPPER TO W-CCPPER
               MOVE TR-NATURE TO W-NATURE
               MOVE 'N'       TO W-SW-CHAINE W-SW-HELIOS
               MOVE 0         TO W-MT-ECRIT W-MT-CORR W-MT-REMIS
                                 W-MT-HELIOS
           END-IF.
           EVALUATE TRUE
               WHEN TR-ECRITURE
                   ADD TR-MONTANT TO W-MT-ECRIT
                   SET W-CHAINE-PRESENTE TO TRUE
               WHEN TR-CORRECTION
                   ADD TR-MONTANT TO W-MT-CORR
                   SET W-CHAINE-PRESENTE TO TRUE
               WHEN TR-REMISE
                   ADD TR-MONTANT TO W-MT-REMIS
                   SET W-CHAINE-PRESENTE TO TRUE
               WHEN OTHER
                   ADD TR-MONTANT TO W-MT-HELIOS
                   SET W-HELIOS-PRESENT TO TRUE
           END-EVALUATE.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-COMPARER.
      *---------------------------------------------------------
      * MONTANT ATTENDU = PRISE EN CHARGE + CORRECTIONS + REMISES,
      * A RETROUVER AU SOLDE HELIOS DU COUPLE TRESORERIE / NATURE.
      * SEULS LES ECARTS ET LES ABSENCES SONT LISTES
           IF W-CLE = HIGH-VALUE
               GO TO 3000-COMPARER-EXIT
           END-IF.
           ADD 1 TO W-NBCOMPARES.
           COMPUTE W-MT-ATTENDU = W-MT-ECRIT + W-MT-CORR + W-MT-REMIS.
           COMPUTE W-MT-ECART   = W-MT-HELIOS - W-MT-ATTENDU.
           EVALUATE TRUE
               WHEN NOT W-HELIOS-PRESENT
                   IF W-MT-ATTENDU = 0
                       ADD 1 TO W-NBCONFORMES
                       GO TO 3000-COMPARER-EXIT
                   END-IF
                   MOVE 'ABSENT HELIOS' TO LD-VERDICT
                   ADD 1 TO W-NBABSHEL
               WHEN NOT W-CHAINE-PRESENTE
                   IF W-MT-HELIOS = 0
                       ADD 1 TO W-NBCONFORMES
                       GO TO 3000-COMPARER-EXIT
                   END-IF
                   MOVE 'ABSENT CHAINE' TO LD-VERDICT
                   ADD 1 TO W-NBABSCHA
               WHEN W-MT-ECART = 0
                   ADD 1 TO W-NBCONFORMES
                   GO TO 3000-COMPARER-EXIT
               WHEN OTHER
                   MOVE '** ECART **' TO LD-VERDICT
                   ADD 1 TO W-NBECARTS
           END-EVALUATE.
           ADD W-MT-ECART TO W-TOT-ECART.
           MOVE W-CCPPER TO LD-CCPPER.
           MOVE W-NATURE TO LD-NATURE.
           MOVE '** NATURE INCONNUE **' TO LD-LIBNAT.
           PERFORM 3100-CHERCHER-LIBELLE
               THRU 3100-CHERCHER-LIBELLE-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > W-NBNAT.
           MOVE W-MT-ECRIT   TO LD-ECRIT.
           MOVE W-MT-CORR    TO LD-CORR.
           MOVE W-MT-REMIS   TO LD-REMIS.
           MOVE W-MT-ATTENDU TO LD-ATTENDU.
           MOVE W-MT-HELIOS  TO LD-HELIOS.
           MOVE W-MT-ECART   TO LD-ECART.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       3000-COMPARER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CHERCHER-LIBELLE.
      *---------------------------------------------------------
           IF W-NATCOD (IND) = W-NATURE
               MOVE W-NATLIB (IND) TO LD-LIBNAT
           END-IF.
       3100-CHERCHER-LIBELLE-EXIT.
           EXIT.
       END PROGRAM RAPPCOMP.
