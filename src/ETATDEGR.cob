      *    ET SES FRAIS MFAJ1E/MFNJ1E) ;                      *
      *  - CALAMITES AGRICOLES PART ETAT (MCNKAE, MFAK1E,     *
      *    MFNK1E) ;                                          *
      *  - PRES ET LANDES (MDGPLA, MDGFAP, MDGFNV) ;          *
      * ET PAR LA CALCULETTE BATIE, SOUS CONDITION DE         *
      * RESSOURCES DU FOYER (FRAIS MFRRES VENTILES AU         *
      * PRORATA) :                                            *
      *  - DEGREVEMENT DES PLUS DE 65 ANS (MDG65A) ;          *
      *  - EXONERATION PLUS DE 75 ANS / ASPA / AAH (MEXRES) ; *
      *  - PLAFONNEMENT EN FONCTION DU REVENU (MPLRFR) ;      *
      * ET PAR LE REGISTRE DES RECLAMATIONS (REGRECL,         *
      * FACULTATIF), POUR LES DOSSIERS DE L'ANNEE LIQUIDES OU *
      * ACQUITTES :                                           *
      *  - DEGREVEMENT POUR VACANCE DE LOCAUX (MOTIF 'VL',    *
      *    DIFFERENTIEL MDIFF DONT FRAIS MFRDIF).             *
      * L'ETAT EST EDITE PAR DIRECTION PUIS CONSOLIDE AU      *
      * NATIONAL, LE NOMBRE D'ARTICLES BATIS ET NON BATIS     *
      * BALAYES ETANT RAPPROCHE DU BILAN DE CAMPAGNE          *
      * (BILANCAM + BILANSUP) EN CONTROLE DE COUVERTURE. UN   *
      * FICHIER D'INTERFACE (DEGRFIC) EST PRODUIT AU FORMAT   *
      * TRANSMISSIBLE AU BUREAU DU BUDGET.                    *
      *********************************************************

           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE SEQUENTIAL
                               RECORD KEY RG-REFDOS
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * REGISTRE DES RECLAMATIONS : DEGREVEMENTS POUR VACANCE
       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ETATDEGR 01 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 BS-INEXISTANT             VALUES '35' '05'.
       01  DG-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
           88 RG-FIN                    VALUE '10'.
       01  W-SW-PHASE              PIC X(1) VALUE 'G'.
           88 W-PHASE-SUPPL             VALUE 'S'.

       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.
       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.

      * CUMULS PAR DIRECTION (RANG DISPOSITIF : 1 JEUNES
      * AGRICULTEURS ETAT, 2 CALAMITES AGRICOLES ETAT, 3 PRES ET
      * LANDES, 4 DEGREVEMENT 65 ANS, 5 EXONERATION 75 ANS / ASPA /
      * AAH, 6 PLAFONNEMENT REVENU, 7 VACANCE DE LOCAUX)
       01  W-NBDISP                PIC 9(1) COMP VALUE 7.
       01  W-MAXDIR                PIC 9(3) COMP VALUE 150.
       01  W-NBDIR                 PIC 9(3) COMP VALUE 0.
       01  TABLE-DIR.
              10 DIR-DAN           PIC 9(4).
              10 DIR-AC3DIR        PIC X(3).
              10 DIR-NBARTNB       PIC 9(9).
              10 DIR-NBARTBA       PIC 9(9).
              10 DIR-DISP OCCURS 7.
                 15 DIR-NBART      PIC 9(9).
                 15 DIR-MCOTIS     PIC S9(14).
                 15 DIR-MFRAIS     PIC S9(14).
           88 DIR-TROUVEE               VALUE 'O'.
       01  IND                     PIC 9(1) COMP.

      * VENTILATION DES FRAIS DES ALLEGEMENTS SOUS CONDITION DE
      * RESSOURCES (MFRRES) ENTRE LES TROIS DISPOSITIFS BATIS
       01  W-RES-TOTAL             PIC S9(10).
       01  W-RES-FRAIS             PIC S9(10).
       01  W-RES-RESTE             PIC S9(10).
       01  W-RES-MONTANT           PIC S9(10).

      * CONSOLIDATION NATIONALE
       01  W-NAT-NBARTNB           PIC 9(9) VALUE 0.
       01  W-NAT-NBARTBA           PIC 9(9) VALUE 0.
       01  W-NAT-DISP.
           05 W-NAT-ENTREE OCCURS 7.
              10 W-NAT-NBART       PIC 9(9).
              10 W-NAT-MCOTIS      PIC S9(14).
              10 W-NAT-MFRAIS      PIC S9(14).
       01  W-BILAN-NBARNB          PIC 9(9) VALUE 0.
       01  W-BILAN-NBARBA          PIC 9(9) VALUE 0.

      * ANNEE DE LA CAMPAGNE (PREMIER ARTICLE DU LOT) POUR LA
      * SELECTION DES DOSSIERS DE VACANCE DU REGISTRE
       01  W-DAN                   PIC 9(4) VALUE 0.
       01  W-VAC-FRAIS             PIC S9(12).

       01  W-LIBDISP-TABLE.
           05 FILLER               PIC X(26) VALUE
              'CALAMITES AGRICOLES ETAT  '.
           05 FILLER               PIC X(26) VALUE
              'PRES ET LANDES            '.
           05 FILLER               PIC X(26) VALUE
              'DEGREVEMENT 65 ANS        '.
           05 FILLER               PIC X(26) VALUE
              'EXONER. 75 ANS/ASPA/AAH   '.
           05 FILLER               PIC X(26) VALUE
              'PLAFONNEMENT REVENU       '.
           05 FILLER               PIC X(26) VALUE
              'VACANCE DE LOCAUX         '.
       01  W-LIBDISP REDEFINES W-LIBDISP-TABLE.
           05 W-LIBDIS             PIC X(26) OCCURS 7.
       01  W-CODDISP-TABLE.
           05 FILLER               PIC X(2) VALUE 'JA'.
           05 FILLER               PIC X(2) VALUE 'CA'.
           05 FILLER               PIC X(2) VALUE 'PL'.
           05 FILLER               PIC X(2) VALUE 'DA'.
           05 FILLER               PIC X(2) VALUE 'EA'.
           05 FILLER               PIC X(2) VALUE 'PR'.
           05 FILLER               PIC X(2) VALUE 'VL'.
       01  W-CODDISP REDEFINES W-CODDISP-TABLE.
           05 W-CODDIS             PIC X(2) OCCURS 7.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ETAT JUSTIFICATIF DES DEGREVEMENTS A LA CHARGE DE L''ETA
           05 LC-BILAN             PIC Z(8)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LC-VERDICT           PIC X(11).
       01  LIGNE-COUVERTURE-BATI.
           05 FILLER               PIC X(30) VALUE
              '  ARTICLES BATIS BALAYES      '.
           05 LCB-NBART            PIC Z(8)9.
           05 FILLER               PIC X(16) VALUE
              '  BILAN CAMPAGNE'.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCB-BILAN            PIC Z(8)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LCB-VERDICT          PIC X(11).

       PROCEDURE DIVISION.
      *=========================================================
           PERFORM 2000-CUMULER-ARTICLE
               THRU 2000-CUMULER-ARTICLE-EXIT
               UNTIL SL-FIN.
           PERFORM 4000-CUMULER-VACANCES
               THRU 4000-CUMULER-VACANCES-EXIT.

           PERFORM 5000-EDITER-DIRECTION
               THRU 5000-EDITER-DIRECTION-EXIT
           PERFORM 6000-EDITER-NATIONAL
               THRU 6000-EDITER-NATIONAL-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > W-NBDISP.
           PERFORM 8000-RAPPROCHER-BILAN
               THRU 8000-RAPPROCHER-BILAN-EXIT.

               GO TO 2000-CUMULER-ARTICLE-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETNB-VUE.
           IF W-DAN = 0
               MOVE RETNB-DAN TO W-DAN
           END-IF.
      * LES ARTICLES BATIS PORTENT LES ALLEGEMENTS SOUS CONDITION
      * DE RESSOURCES
           IF RETNB-CCOBNB = '2'
               PERFORM 2200-CUMULER-BATI
                   THRU 2200-CUMULER-BATI-EXIT
               GO TO 2000-CUMULER-ARTICLE-EXIT
           END-IF.
      * SEULS LES ARTICLES NON BATIS PORTENT LES DISPOSITIFS AGRICOLES
           IF RETNB-CCOBNB NOT = '1'
               GO TO 2000-CUMULER-ARTICLE-EXIT
           END-IF.
       2000-CUMULER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CUMULER-BATI.
      *---------------------------------------------------------
      * ALLEGEMENTS SOUS CONDITION DE RESSOURCES DE LA CALCULETTE
      * BATIE. LES FRAIS MFRRES, GLOBAUX A L'ARTICLE, SONT VENTILES
      * AU PRORATA DE CHAQUE ALLEGEMENT, LE DERNIER DISPOSITIF
      * SERVI RECEVANT LE RESTE POUR QUE LE TOTAL SOIT EXACT
           MOVE SL-RETOUR TO RETB-VUE.
           PERFORM 3000-POINTER-DIRECTION
               THRU 3000-POINTER-DIRECTION-EXIT.
           IF NOT DIR-TROUVEE
               GO TO 2200-CUMULER-BATI-EXIT
           END-IF.
           ADD 1 TO DIR-NBARTBA (IX-DIR).
           ADD 1 TO W-NAT-NBARTBA.
           COMPUTE W-RES-TOTAL = RETB-MDG65A + RETB-MEXRES
                               + RETB-MPLRFR.
           IF W-RES-TOTAL = 0
               GO TO 2200-CUMULER-BATI-EXIT
           END-IF.
           MOVE RETB-MFRRES TO W-RES-RESTE.
           IF RETB-MDG65A NOT = 0
               MOVE 4 TO IND
               MOVE RETB-MDG65A TO W-RES-MONTANT
               PERFORM 2210-CUMULER-ALLEGEMENT
                   THRU 2210-CUMULER-ALLEGEMENT-EXIT
           END-IF.
           IF RETB-MEXRES NOT = 0
               MOVE 5 TO IND
               MOVE RETB-MEXRES TO W-RES-MONTANT
               PERFORM 2210-CUMULER-ALLEGEMENT
                   THRU 2210-CUMULER-ALLEGEMENT-EXIT
           END-IF.
           IF RETB-MPLRFR NOT = 0
               MOVE 6 TO IND
               MOVE RETB-MPLRFR TO W-RES-MONTANT
               PERFORM 2210-CUMULER-ALLEGEMENT
                   THRU 2210-CUMULER-ALLEGEMENT-EXIT
           END-IF.
       2200-CUMULER-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2210-CUMULER-ALLEGEMENT.
      *---------------------------------------------------------
           SUBTRACT W-RES-MONTANT FROM W-RES-TOTAL.
           IF W-RES-TOTAL = 0
               MOVE W-RES-RESTE TO W-RES-FRAIS
           ELSE
               COMPUTE W-RES-FRAIS ROUNDED = RETB-MFRRES
                   * W-RES-MONTANT
                   / (RETB-MDG65A + RETB-MEXRES + RETB-MPLRFR)
           END-IF.
           SUBTRACT W-RES-FRAIS FROM W-RES-RESTE.
           ADD 1 TO DIR-NBART (IX-DIR IND) W-NAT-NBART (IND).
           COMPUTE DIR-MCOTIS (IX-DIR IND) = DIR-MCOTIS (IX-DIR IND)
               + W-RES-MONTANT - W-RES-FRAIS.
           COMPUTE W-NAT-MCOTIS (IND) = W-NAT-MCOTIS (IND)
               + W-RES-MONTANT - W-RES-FRAIS.
           ADD W-RES-FRAIS TO DIR-MFRAIS (IX-DIR IND)
                              W-NAT-MFRAIS (IND).
       2210-CUMULER-ALLEGEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2050-BASCULER-SUPPL.
      *---------------------------------------------------------
       3100-TESTER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-CUMULER-VACANCES.
      *---------------------------------------------------------
      * DEGREVEMENTS POUR VACANCE DE LOCAUX LIQUIDES PAR EFIRECL3
      * SUR LES DOSSIERS DE L'ANNEE : LE REGISTRE EST FACULTATIF
           IF W-DAN = 0
               GO TO 4000-CUMULER-VACANCES-EXIT
           END-IF.
           OPEN INPUT REGRECL.
           IF NOT RG-OK
               GO TO 4000-CUMULER-VACANCES-EXIT
           END-IF.
           PERFORM 4100-CUMULER-DOSSIER
               THRU 4100-CUMULER-DOSSIER-EXIT
               UNTIL RG-FIN.
           CLOSE REGRECL.
       4000-CUMULER-VACANCES-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-CUMULER-DOSSIER.
      *---------------------------------------------------------
           READ REGRECL NEXT RECORD
               AT END SET RG-FIN TO TRUE
                      GO TO 4100-CUMULER-DOSSIER-EXIT
           END-READ.
           IF NOT RG-MOTIF-VACANCE OR RG-DAN NOT = W-DAN
               GO TO 4100-CUMULER-DOSSIER-EXIT
           END-IF.
           IF NOT RG-LIQUIDE AND NOT RG-ACQUITTE
              AND NOT RG-REMBOURSE
               GO TO 4100-CUMULER-DOSSIER-EXIT
           END-IF.
           IF RG-MDIFF NOT NUMERIC OR RG-MDIFF NOT < 0
               GO TO 4100-CUMULER-DOSSIER-EXIT
           END-IF.
           IF RG-MFRDIF NUMERIC
               COMPUTE W-VAC-FRAIS = 0 - RG-MFRDIF
           ELSE
               MOVE 0 TO W-VAC-FRAIS
           END-IF.
      * LA DIRECTION EST POINTEE SUR LA VUE DE SORTIE DU LOT
           MOVE RG-DAN    TO RETNB-DAN.
           MOVE RG-AC3DIR TO RETNB-AC3DIR.
           PERFORM 3000-POINTER-DIRECTION
               THRU 3000-POINTER-DIRECTION-EXIT.
           IF NOT DIR-TROUVEE
               GO TO 4100-CUMULER-DOSSIER-EXIT
           END-IF.
           ADD 1 TO DIR-NBART (IX-DIR 7) W-NAT-NBART (7).
           COMPUTE DIR-MCOTIS (IX-DIR 7) = DIR-MCOTIS (IX-DIR 7)
               - RG-MDIFF - W-VAC-FRAIS.
           COMPUTE W-NAT-MCOTIS (7) = W-NAT-MCOTIS (7)
               - RG-MDIFF - W-VAC-FRAIS.
           ADD W-VAC-FRAIS TO DIR-MFRAIS (IX-DIR 7)
                              W-NAT-MFRAIS (7).
       4100-CUMULER-DOSSIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-DIRECTION.
      *---------------------------------------------------------
           PERFORM 5100-EDITER-DISPOSITIF
               THRU 5100-EDITER-DISPOSITIF-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > W-NBDISP.
       5000-EDITER-DIRECTION-EXIT.
           EXIT.

               MOVE '** ECART **' TO LC-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-COUVERTURE.
           MOVE W-NAT-NBARTBA  TO LCB-NBART.
           MOVE W-BILAN-NBARBA TO LCB-BILAN.
           IF W-NAT-NBARTBA NOT > W-BILAN-NBARBA
               MOVE 'COUVERT    ' TO LCB-VERDICT
           ELSE
               MOVE '** ECART **' TO LCB-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-COUVERTURE-BATI.
       8000-RAPPROCHER-BILAN-EXIT.
           EXIT.

                      GO TO 8100-CUMULER-BILANCAM-EXIT
           END-READ.
           ADD BC-NBARNB TO W-BILAN-NBARNB.
           ADD BC-NBARBA TO W-BILAN-NBARBA.
       8100-CUMULER-BILANCAM-EXIT.
           EXIT.

                      GO TO 8200-CUMULER-BILANSUP-EXIT
           END-READ.
           ADD BS-NBARNB TO W-BILAN-NBARNB.
           ADD BS-NBARBA TO W-BILAN-NBARBA.
       8200-CUMULER-BILANSUP-EXIT.
           EXIT.
       END PROGRAM ETATDEGR.
