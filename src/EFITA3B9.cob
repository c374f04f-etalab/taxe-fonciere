      -    'VARS START:18/12/1315:17:22BEPARDI        EFITA3B90001000010
      -    'EFI.TST.PGM                                 SLAT VARS END'.

       01 VERSION PIC X(23) VALUE 'EFITA3B9 01 DU 15/10/26'.
       01 IND PIC S9(4) BINARY GLOBAL.

      *
       01 W-LIMBASE-P           PIC S9(10).
       01 W-LIMBASE-N           PIC S9(10).

      * ALLEGEMENTS SOUS CONDITION DE RESSOURCES : SEUILS DE REVENU
      * FISCAL DE REFERENCE DU FOYER (BAREME DU MILLESIME MAJORE PAR
      * DEMI-PART), COTISATION ET FRAIS CONCERNES (TFPB HORS TEOM).
      * LA FRACTION DE COTISATION EXCEDANT 50% DU REVENU EST DEGREVEE
       01 W-NBDEMI              PIC S9(3).
       01 W-SEUILRES1           PIC 9(7).
       01 W-SEUILRES2           PIC 9(7).
       01 W-RES-COT3            PIC S9(11).
       01 W-RES-COT8            PIC S9(11).
       01 W-RES-COT9            PIC S9(11).
       01 W-RES-FRAIS           PIC S9(11).
       01 W-RES-COTIS           PIC S9(11).
       01 W-RES-RESTE           PIC S9(11).
       01 W-RES-TOTAL           PIC S9(11).
       01 W-PLAFRFR             PIC S9(11).
       01 W-TXPLRFR             PIC 9V99    VALUE 0.50.

      * ABATTEMENT LEGAL DE 30% SUR LA BASE DES LOGEMENTS SOCIAUX
      * SITUES EN QUARTIER PRIORITAIRE DE LA POLITIQUE DE LA VILLE
       01 W-TXABQPV             PIC 9V99    VALUE 0.30.
       01 W-ABTQPV              PIC S9(10).

      * PLANCHONNEMENT ET LISSAGE DE LA REVISION DES VALEURS
      * LOCATIVES DES LOCAUX PROFESSIONNELS : LA VARIATION DE BASE
      * ISSUE DE LA REVISION EST REDUITE DE MOITIE, PUIS INTEGREE
      * PAR DIXIEME SUR DIX ANS A COMPTER DE L'ANNEE DE DEBUT
       01 W-TXPLAN              PIC 9V99    VALUE 0.50.
       01 W-DUREE-LIS           PIC 9(2)    VALUE 10.
       01 W-BPLAN               PIC S9(10).
       01 W-BLISSE              PIC S9(10).
       01 W-ECLIS               PIC S9(10).
       01 W-NBANLIS             PIC S9(4).

      * EXONERATION DOM SOUS SEUIL : QUAND LE SEUIL DSEDOM DE
      * L'ARTICLE COMMUNE EST SERVI ET QUE LA BASE COMMUNALE DE
      * L'ARTICLE LUI EST INFERIEURE, L'ARTICLE EST EXONERE EN
       01 W-SW-EXODOM           PIC X(1).
          88 W-ART-EXONERE-DOM      VALUE 'D'.

      * DELIBERATIONS FACULTATIVES DES COLLECTIVITES (REFERENTIEL
      * REFDLF CONSULTE PAR LA PRIMITIVE LIRDLF) : SUPPRESSION DE
      * L'EXONERATION DE DEUX ANS DES CONSTRUCTIONS NOUVELLES PAR LA
      * COMMUNE, L'EPCI OU DES SYNDICATS. CONSULTATION FAITE UNE
      * FOIS PAR ANNEE ET PAR COMMUNE ; REFERENTIEL ABSENT : REGIME
      * LEGAL (EXONERATION SUR TOUTES LES PARTS)
       01 W-DLF-AN              PIC 9(4)    VALUE 0.
       01 W-DLF-DIR             PIC X(3)    VALUE SPACE.
       01 W-DLF-COM             PIC X(3)    VALUE SPACE.
       01 W-DLF-CTYCN           PIC X(2)    VALUE 'CN'.
       01 W-DLF-CR              PIC 9(2).
       01 W-DLF-RC              PIC 9(2).
       01 W-DLF-CN.
          05 W-DLF-CN-GCOM      PIC X(1)    VALUE 'N'.
          05 W-DLF-CN-GEPC      PIC X(1)    VALUE 'N'.
          05 W-DLF-CN-PQPSYN    PIC 9(3)V9(2) VALUE 0.
       01 W-DLF-BASE            PIC S9(10).

      * BAREME LEGAL DU MILLESIME, CHARGE AU PREMIER APPEL DEPUIS LE
      * FICHIER BAREME. 'N' = A LIRE, 'O' = CHARGE ET VRAISEMBLABLE,
      * 'E' = ABSENT OU INVALIDE (AUCUNE LIQUIDATION N'EST ALORS
       01 TAU-N-NEU.
          COPY XBXTDNEU REPLACING 'X' BY TAU-N.

       01 TAU-A-RAT.
          COPY XBXTDRAT REPLACING 'X' BY TAU-A.

       01 ZES.
          05 ZESTAUX PIC X(400) OCCURS 7.

      * DE COTISNB DANS LA CALCULETTE NON BATIE :
      * POSTE 1 : ELEMENTS DE L'IMPOSITION BATIE
      * POSTE 2 : EXONERATION TEMPORAIRE DES CONSTRUCTIONS NOUVELLES
      * POSTE 3 : ABATTEMENT DES LOGEMENTS SOCIAUX EN QUARTIER
      *           PRIORITAIRE (QPV)
      * POSTES 4 ET 5 : NON UTILISES (LES ALLEGEMENTS SOUS CONDITION
      * DE RESSOURCES, CALCULES SUR LE POSTE 1, SONT RESTITUES
      * DIRECTEMENT DANS RETOURB)
       01 COTISB GLOBAL.
          02 EL-COTISB OCCURS 5.
          COPY XCOTB    REPLACING 'X' BY COTISB.
              END-IF
           END-PERFORM

      * VERIFICATION DE LA SITUATION DU FOYER (ALLEGEMENTS SOUS
      * CONDITION DE RESSOURCES) : STATUT CONNU, REVENU ET NOMBRE
      * DE PARTS NUMERIQUES, AU MOINS UNE PART
           IF NOT COMBAT-GCDRES-OK
              MOVE 12 TO CR
              MOVE 13 TO RC
           END-IF
           IF NOT COMBAT-RES-NEANT AND COMBAT-GCDRES-OK
              IF COMBAT-MRFR NOT NUMERIC OR COMBAT-NBPART NOT NUMERIC
                 MOVE 12 TO CR
                 MOVE 14 TO RC
              ELSE
                 IF COMBAT-NBPART < 1
                    MOVE 12 TO CR
                    MOVE 14 TO RC
                 END-IF
              END-IF
           END-IF

      * VERIFICATION DE L'INDICATEUR QPV ET DE LA BASE NON ABATTUE
           IF NOT COMBAT-GQPV-OK
              MOVE 12 TO CR
              MOVE 15 TO RC
           END-IF
           IF COMBAT-LOGT-QPV
              IF COMBAT-MBAQPV NOT NUMERIC
                 MOVE 12 TO CR
                 MOVE 15 TO RC
              ELSE
                 IF COMBAT-MBAQPV < 0
                    MOVE 12 TO CR
                    MOVE 15 TO RC
                 END-IF
              END-IF
           END-IF

      * VERIFICATION DES BASES DES LOCAUX PROFESSIONNELS REVISES :
      * ZONE REVISEE NON SERVIE = ARTICLE NON CONCERNE ; BASE
      * NEGATIVE OU LISSAGE DEBUTANT APRES L'ANNEE D'IMPOSITION =
      * DONNEES INCOHERENTES
           IF COMBAT-MVLREV NOT NUMERIC
              MOVE 0 TO COMBAT-MVLREV
           END-IF
           IF COMBAT-MVLREV NOT = 0
              IF COMBAT-MVLANC NOT NUMERIC
                 OR COMBAT-JDBLIS NOT NUMERIC
                 MOVE 12 TO CR
                 MOVE 17 TO RC
              ELSE
                 IF COMBAT-MVLANC < 0 OR COMBAT-MVLREV < 0
                    OR COMBAT-JDBLIS > COMBAT-DAN
                    MOVE 12 TO CR
                    MOVE 17 TO RC
                 END-IF
              END-IF
           END-IF

      * ON NE RENTRE DANS LA CALCULETTE QUE SI LE CR NON POSITIF
           IF CR NOT > ZERO

                    MOVE ZESTAUX(3) TO TAU-C-COM
                    MOVE ZESTAUX(4) TO TAU-R-ROL
                    MOVE ZESTAUX(5) TO TAU-N-NEU
                    MOVE ZESTAUX(6) TO TAU-A-RAT
              END-EVALUATE

      **************************************************************
      * EFFACE LA VUE POUR QUE LE TEST NOT NUMERIC DESARME LA
      * NEUTRALISATION
                 MOVE SPACES       TO TAU-N-NEU
      * LE RATTACHEMENT AUX GROUPEMENTS N'EST PAS SERVI NON PLUS : ON
      * LE RECONSTITUE AVEC LA COMMUNE ET LE GROUPEMENT DE XB40, LES
      * SYNDICATS DE LA COMMUNE N'ETANT PAS CONNUS SUR CE CHEMIN
                 MOVE SPACES       TO TAU-A-RAT
                 MOVE COMBAT-AC3DIR TO TAU-A-AC3DIR
                 MOVE COMBAT-CCOCOM TO TAU-A-CCOCOM
                 MOVE XB40-CTYGC   TO TAU-A-CTYGC
                 MOVE XB40-DNUCOL  TO TAU-A-CCOIC
              END-IF

      **************************************************************
                 MOVE COMBAT-STAUGEM     TO TAU-R-PTBGEM
              END-IF

      **************************************************************
      * DELIBERATIONS FACULTATIVES : L'EXONERATION TEMPORAIRE DE   *
      * DEUX ANS DES CONSTRUCTIONS NOUVELLES N'EST PAS ACCORDEE    *
      * SUR LA PART D'UNE COLLECTIVITE QUI L'A SUPPRIMEE PAR UNE   *
      * DELIBERATION EN VIGUEUR POUR L'ANNEE (REFERENTIEL REFDLF). *
      * LA BASE EXONEREE DE CETTE COLLECTIVITE REJOINT SA BASE     *
      * IMPOSABLE DU POSTE 1 ; POUR LES SYNDICATS, A HAUTEUR DES   *
      * QUOTES-PARTS DE CEUX QUI ONT DELIBERE. LA PART             *
      * DEPARTEMENTALE N'EST PAS CONCERNEE                         *
      **************************************************************
      * SEGMENT DE RATTACHEMENT NON SERVI (ARTICLE COMMUNE NON LU) :
      * AUCUNE DELIBERATION N'EST RETENUE
              IF TAU-A-AC3DIR = SPACE
                 MOVE 0   TO W-DLF-AN
                 MOVE 'N' TO W-DLF-CN-GCOM W-DLF-CN-GEPC
                 MOVE 0   TO W-DLF-CN-PQPSYN
              END-IF
              IF TAU-A-AC3DIR NOT = SPACE
                 AND (COMBAT-DAN   NOT = W-DLF-AN
                      OR TAU-A-AC3DIR NOT = W-DLF-DIR
                      OR TAU-A-CCOCOM NOT = W-DLF-COM)
                 MOVE COMBAT-DAN      TO W-DLF-AN
                 MOVE TAU-A-AC3DIR    TO W-DLF-DIR
                 MOVE TAU-A-CCOCOM    TO W-DLF-COM
                 CALL 'LIRDLF' USING COMBAT-DAN W-DLF-CTYCN TAU-A-RAT
                                     W-DLF-CR W-DLF-RC W-DLF-CN
                      ON EXCEPTION MOVE 24 TO W-DLF-CR
                 END-CALL
                 IF W-DLF-CR NOT = 0
                    MOVE 'N' TO W-DLF-CN-GCOM W-DLF-CN-GEPC
                    MOVE 0   TO W-DLF-CN-PQPSYN
                 END-IF
              END-IF
              IF W-DLF-CN-GCOM = 'O' AND COMBAT-MBXCOM NUMERIC
                 ADD COMBAT-MBXCOM    TO COMBAT-MBACOM
                 MOVE 0               TO COMBAT-MBXCOM
              END-IF
              IF W-DLF-CN-GEPC = 'O' AND COMBAT-MBXCU NUMERIC
                 ADD COMBAT-MBXCU     TO COMBAT-MBACU
                 MOVE 0               TO COMBAT-MBXCU
              END-IF
              IF W-DLF-CN-PQPSYN > 0 AND COMBAT-MBXSYN NUMERIC
                 COMPUTE W-DLF-BASE ROUNDED =
                         COMBAT-MBXSYN * W-DLF-CN-PQPSYN / 100
                 ADD W-DLF-BASE       TO COMBAT-MBASYN
                 SUBTRACT W-DLF-BASE  FROM COMBAT-MBXSYN
              END-IF

      *************************************************************
      *     CONSTITUTION DE BASEB ET COTISB                       *
      *                                                           *
                                            COTISB-BBTEOM(1 IND)
              END-PERFORM

      **************************************************************
      * PLANCHONNEMENT ET LISSAGE DES LOCAUX PROFESSIONNELS REVISES *
      * (COMBAT-MVLREV NON NUL) : LES BASES DE L'ARTICLE SONT       *
      * SERVIES SUR LA VALEUR LOCATIVE REVISEE. LA BASE PLANCHONNEE *
      * DU LOCAL EST LA BASE ANCIENNE AUGMENTEE DE LA MOITIE DE LA  *
      * VARIATION ; LA BASE LISSEE EST LA BASE ANCIENNE AUGMENTEE   *
      * D'UN DIXIEME DE L'ECART PAR ANNEE ECOULEE DEPUIS LE DEBUT   *
      * DU LISSAGE (ANNEE DE DEBUT COMPRISE, DIX DIXIEMES AU-DELA). *
      * L'ECART ENTRE BASE LISSEE ET BASE REVISEE EST REPORTE SUR   *
      * CHAQUE COLLECTIVITE DONT LA BASE COMPREND LE LOCAL (BASE    *
      * NON NULLE), SANS RENDRE LA BASE NEGATIVE. LE RESTE A LISSER *
      * ET LE NOMBRE D'ANNEES RESTANTES SONT RESTITUES DANS RETOURB *
      **************************************************************
              IF COMBAT-MVLREV NOT = 0
                 COMPUTE W-BPLAN ROUNDED = COMBAT-MVLANC
                       + (COMBAT-MVLREV - COMBAT-MVLANC) * W-TXPLAN
                 COMPUTE W-NBANLIS = COMBAT-DAN - COMBAT-JDBLIS + 1
                 IF W-NBANLIS > W-DUREE-LIS
                    MOVE W-DUREE-LIS TO W-NBANLIS
                 END-IF
                 COMPUTE W-BLISSE ROUNDED = COMBAT-MVLANC
                       + (W-BPLAN - COMBAT-MVLANC) * W-NBANLIS
                                                   / W-DUREE-LIS
                 COMPUTE W-ECLIS = W-BLISSE - COMBAT-MVLREV
                 COMPUTE RETOURB-MBLIRE = W-BPLAN - W-BLISSE
                 COMPUTE RETOURB-NALIRE = W-DUREE-LIS - W-NBANLIS
      * COMMUNE
                 IF COTISB-BBCOM(1) NOT = 0
                    ADD W-ECLIS TO COTISB-BBCOM(1)
                    IF COTISB-BBCOM(1) < 0
                       MOVE 0 TO COTISB-BBCOM(1)
                    END-IF
                    MOVE COTISB-BBCOM(1) TO BASEB-BBCOM
                 END-IF
      * DEPARTEMENT
                 IF COTISB-BBDEP(1) NOT = 0
                    ADD W-ECLIS TO COTISB-BBDEP(1)
                    IF COTISB-BBDEP(1) < 0
                       MOVE 0 TO COTISB-BBDEP(1)
                    END-IF
                    MOVE COTISB-BBDEP(1) TO BASEB-BBDEP
                 END-IF
      * SYNDICAT DE COMMUNE
                 IF COTISB-BBSYN(1) NOT = 0
                    ADD W-ECLIS TO COTISB-BBSYN(1)
                    IF COTISB-BBSYN(1) < 0
                       MOVE 0 TO COTISB-BBSYN(1)
                    END-IF
                    MOVE COTISB-BBSYN(1) TO BASEB-BBSYN
                 END-IF
      * EPCI
                 IF COTISB-BBCU(1) NOT = 0
                    ADD W-ECLIS TO COTISB-BBCU(1)
                    IF COTISB-BBCU(1) < 0
                       MOVE 0 TO COTISB-BBCU(1)
                    END-IF
                    MOVE COTISB-BBCU(1)  TO BASEB-BBCU
                 END-IF
      * GEMAPI
                 IF COTISB-BBGEM(1) NOT = 0
                    ADD W-ECLIS TO COTISB-BBGEM(1)
                    IF COTISB-BBGEM(1) < 0
                       MOVE 0 TO COTISB-BBGEM(1)
                    END-IF
                    MOVE COTISB-BBGEM(1) TO BASEB-BBGEM
                 END-IF
      * TASA
                 IF COTISB-BBTAS(1) NOT = 0
                    ADD W-ECLIS TO COTISB-BBTAS(1)
                    IF COTISB-BBTAS(1) < 0
                       MOVE 0 TO COTISB-BBTAS(1)
                    END-IF
                    MOVE COTISB-BBTAS(1) TO BASEB-BBTAS
                 END-IF
      * TSE 1 A 3
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 3
                    IF COTISB-BBTSEN(1 IND) NOT = 0
                       ADD W-ECLIS TO COTISB-BBTSEN(1 IND)
                       IF COTISB-BBTSEN(1 IND) < 0
                          MOVE 0 TO COTISB-BBTSEN(1 IND)
                       END-IF
                       MOVE COTISB-BBTSEN(1 IND) TO BASEB-BBTSEN(IND)
                    END-IF
                 END-PERFORM
              END-IF

      **************************************************************
      * ABATTEMENT DE 30% DES LOGEMENTS SOCIAUX EN QUARTIER         *
      * PRIORITAIRE (POSTE 3) : LES BASES DE L'ARTICLE SONT SERVIES *
      * NON ABATTUES ET COMBAT-MBAQPV PORTE LA BASE DES LOCAUX      *
      * CONCERNES. L'ABATTEMENT EST DEDUIT, COLLECTIVITE PAR        *
      * COLLECTIVITE (COMMUNE, SYNDICAT, EPCI, TSE), DE LA BASE DU  *
      * POSTE 1 DANS LA LIMITE DE CELLE-CI ; LE POSTE 3 CONSERVE LA *
      * BASE ABATTUE POUR CHIFFRER LA COMPENSATION                  *
      **************************************************************
              IF COMBAT-LOGT-QPV
                 MOVE COMBAT-AIDFIC      TO COTISB-CLE(3)
                 MOVE COMBAT-ANUPRO      TO COTISB-ANUPRO(3)
                 MOVE COMBAT-CCOBNB      TO COTISB-ACODB(3)
                 MOVE 'A'                TO COTISB-IMPOT(3)
                 MOVE 'QP'               TO COTISB-GNEXPL(3)
                 COMPUTE W-ABTQPV ROUNDED = COMBAT-MBAQPV * W-TXABQPV
      * COMMUNE
                 IF COTISB-BBCOM(1) > 0
                    IF W-ABTQPV > COTISB-BBCOM(1)
                       MOVE COTISB-BBCOM(1) TO COTISB-BBCOM(3)
                    ELSE
                       MOVE W-ABTQPV        TO COTISB-BBCOM(3)
                    END-IF
                    SUBTRACT COTISB-BBCOM(3) FROM COTISB-BBCOM(1)
                    MOVE COTISB-BBCOM(1) TO BASEB-BBCOM
                 END-IF
      * SYNDICAT DE COMMUNE
                 IF COTISB-BBSYN(1) > 0
                    IF W-ABTQPV > COTISB-BBSYN(1)
                       MOVE COTISB-BBSYN(1) TO COTISB-BBSYN(3)
                    ELSE
                       MOVE W-ABTQPV        TO COTISB-BBSYN(3)
                    END-IF
                    SUBTRACT COTISB-BBSYN(3) FROM COTISB-BBSYN(1)
                    MOVE COTISB-BBSYN(1) TO BASEB-BBSYN
                 END-IF
      * EPCI
                 IF COTISB-BBCU(1) > 0
                    IF W-ABTQPV > COTISB-BBCU(1)
                       MOVE COTISB-BBCU(1)  TO COTISB-BBCU(3)
                    ELSE
                       MOVE W-ABTQPV        TO COTISB-BBCU(3)
                    END-IF
                    SUBTRACT COTISB-BBCU(3) FROM COTISB-BBCU(1)
                    MOVE COTISB-BBCU(1)  TO BASEB-BBCU
                 END-IF
      * TSE 1 A 3
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 3
                    IF COTISB-BBTSEN(1 IND) > 0
                       IF W-ABTQPV > COTISB-BBTSEN(1 IND)
                          MOVE COTISB-BBTSEN(1 IND)
                            TO COTISB-BBTSEN(3 IND)
                       ELSE
                          MOVE W-ABTQPV TO COTISB-BBTSEN(3 IND)
                       END-IF
                       SUBTRACT COTISB-BBTSEN(3 IND)
                           FROM COTISB-BBTSEN(1 IND)
                       MOVE COTISB-BBTSEN(1 IND) TO BASEB-BBTSEN(IND)
                    END-IF
                 END-PERFORM
              END-IF

      **************************************************************
      * COEFFICIENTS DE NEUTRALISATION DE L'ARTICLE COMMUNE         *
      * (CNDEP DEPARTEMENT, CNEPCI EPCI, CNCOM TASA, CNTSE TSE,     *
                         COTISB-BBSYN(2) * COTISB-TAUSYN(1) / 100
                 COMPUTE COTISB-COTICU(2)  ROUNDED =
                         COTISB-BBCU(2)  * COTISB-TAUCU(1)  / 100
      * BASES EXONEREES CONSERVEES POUR LES ALLOCATIONS COMPENSATRICES
                 MOVE COTISB-BBCOM(2)    TO BASEB-BEXCOM
                 MOVE COTISB-BBDEP(2)    TO BASEB-BEXDEP
                 MOVE COTISB-BBSYN(2)    TO BASEB-BEXSYN
                 MOVE COTISB-BBCU(2)     TO BASEB-BEXCU
              END-IF

      ***********************************************************
      * POSTE 3 : COTISATION NON PERCUE DU FAIT DE L'ABATTEMENT *
      * QPV, PAR COLLECTIVITE, AUX TAUX DU POSTE 1. UN ARTICLE  *
      * EXONERE DOM NE DONNE LIEU A AUCUNE COMPENSATION         *
      ***********************************************************
              IF COMBAT-LOGT-QPV AND NOT W-ART-EXONERE-DOM
                 MOVE W-ABTQPV           TO BASEB-BQPV
                 COMPUTE COTISB-COTICOM(3) ROUNDED =
                         COTISB-BBCOM(3) * COTISB-TAUCOM(1) / 100
                 COMPUTE COTISB-COTISYN(3) ROUNDED =
                         COTISB-BBSYN(3) * COTISB-TAUSYN(1) / 100
                 COMPUTE COTISB-COTICU(3)  ROUNDED =
                         COTISB-BBCU(3)  * COTISB-TAUCU(1)  / 100
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 3
                    COMPUTE COTISB-COTITSEN(3 IND) ROUNDED =
                            COTISB-BBTSEN(3 IND)
                          * COTISB-TAUTSEN(1 IND) / 100
                 END-PERFORM
              END-IF

      **************************************************************
      * ALLEGEMENTS SOUS CONDITION DE RESSOURCES DE L'HABITATION    *
      * PRINCIPALE, A LA CHARGE DE L'ETAT, SELON LE STATUT DU FOYER *
      * PORTE PAR COMBAT-GCDRES : EXONERATION DES PLUS DE 75 ANS ET *
      * DES TITULAIRES DE L'ASPA/AAH, DEGREVEMENT FORFAITAIRE DES   *
      * PLUS DE 65 ANS, PLAFONNEMENT EN FONCTION DU REVENU FISCAL   *
      * DE REFERENCE. LES COTISATIONS DES COLLECTIVITES NE SONT PAS *
      * MODIFIEES : CHAQUE ALLEGEMENT EST RESTITUE DANS SON PROPRE  *
      * POSTE DE RETOURB. UN ARTICLE EXONERE DOM N'EST PAS CONCERNE *
      **************************************************************
              IF NOT COMBAT-RES-NEANT AND NOT W-ART-EXONERE-DOM
                 PERFORM CALCULER-RESSOURCES
                    THRU CALCULER-RESSOURCES-FIN
              END-IF

      **************************************************************
                                     + COTISB-COTISYN(2)
                                     + COTISB-COTICU(2)

      * ABATTEMENT QPV : COTISATION NON PERCUE PAR COLLECTIVITE
      * (POSTE 3), COMPENSEE PAR L'ETAT
              MOVE COTISB-COTICOM(3)  TO RETOURB-MAQCOM
              MOVE COTISB-COTISYN(3)  TO RETOURB-MAQSYN
              MOVE COTISB-COTICU(3)   TO RETOURB-MAQCU
              COMPUTE RETOURB-MAQTSE = COTISB-COTITSEN(3 1)
                                     + COTISB-COTITSEN(3 2)
                                     + COTISB-COTITSEN(3 3)

      * COTISATION TF BATIE HORS FRAIS (COTISATION BRUTE)
              COMPUTE RETOURB-TCTHFR = W-TOTCOT3 + W-TOTCOT8
                                                 + W-TOTCOT9
           CLOSE PARMSEC.
       LIRE-PARMSEC-FIN.
           EXIT.

      * CALCUL DES ALLEGEMENTS SOUS CONDITION DE RESSOURCES. LES
      * SEUILS DE REVENU SONT CEUX DU BAREME DU MILLESIME, MAJORES
      * PAR DEMI-PART SUPPLEMENTAIRE ; UN BAREME QUI NE LES PORTE PAS
      * REND CR 13 RC 02 POUR LES SEULS ARTICLES CONCERNES. LES
      * ALLEGEMENTS PORTENT SUR LA TFPB HORS TEOM, FRAIS COMPRIS
       CALCULER-RESSOURCES.
           IF BAR-LIMRFR1 NOT NUMERIC OR BAR-LIMRFD1 NOT NUMERIC
              OR BAR-LIMRFR2 NOT NUMERIC OR BAR-LIMRFD2 NOT NUMERIC
              OR BAR-MDGF65 NOT NUMERIC
              OR BAR-LIMRFR1 = 0 OR BAR-LIMRFR2 = 0
              MOVE 13 TO CR
              MOVE 02 TO RC
              GO TO CALCULER-RESSOURCES-FIN
           END-IF
           COMPUTE W-NBDEMI = (COMBAT-NBPART - 1) * 2
           COMPUTE W-SEUILRES1 = BAR-LIMRFR1 + BAR-LIMRFD1 * W-NBDEMI
           COMPUTE W-SEUILRES2 = BAR-LIMRFR2 + BAR-LIMRFD2 * W-NBDEMI

      * COTISATION TFPB HORS TEOM, VENTILEE SELON LE TAUX DE FRAIS
           COMPUTE W-RES-COT3 = COTISB-COTICOM(1) + COTISB-COTIDEP(1)
                              + COTISB-COTICU(1)  + COTISB-MCOGE3(1)
           COMPUTE W-RES-COT8 = COTISB-COTISYN(1) + COTISB-MCOTA3(1)
           MOVE W-TOTCOT9 TO W-RES-COT9
           COMPUTE W-RES-FRAIS ROUNDED = W-RES-COT3 * W-F300FRS
                                       + W-RES-COT8 * W-F800FRS
                                       + W-RES-COT9 * W-F900FRS
           COMPUTE W-RES-COTIS = W-RES-COT3 + W-RES-COT8 + W-RES-COT9
                               + W-RES-FRAIS
           IF W-RES-COTIS NOT > 0
              GO TO CALCULER-RESSOURCES-FIN
           END-IF
           MOVE W-RES-COTIS TO W-RES-RESTE

           EVALUATE TRUE
      * PLUS DE 75 ANS, ASPA, AAH : EXONERATION TOTALE
              WHEN COMBAT-RES-EXO-75
                 IF COMBAT-MRFR NOT > W-SEUILRES1
                    MOVE W-RES-COTIS TO RETOURB-MEXRES
                 END-IF
      * PLUS DE 65 ANS : DEGREVEMENT FORFAITAIRE DANS LA LIMITE DE
      * LA COTISATION, PUIS PLAFONNEMENT SUR LE RESTE A PAYER
              WHEN COMBAT-RES-DEGR-65
                 IF COMBAT-MRFR NOT > W-SEUILRES1
                    IF W-RES-COTIS > BAR-MDGF65
                       MOVE BAR-MDGF65  TO RETOURB-MDG65A
                    ELSE
                       MOVE W-RES-COTIS TO RETOURB-MDG65A
                    END-IF
                    SUBTRACT RETOURB-MDG65A FROM W-RES-RESTE
                 END-IF
                 PERFORM PLAFONNER-RFR THRU PLAFONNER-RFR-FIN
              WHEN COMBAT-RES-PLAF
                 PERFORM PLAFONNER-RFR THRU PLAFONNER-RFR-FIN
           END-EVALUATE

      * PART DES FRAIS DANS LES ALLEGEMENTS ACCORDES, AU PRORATA
           COMPUTE W-RES-TOTAL = RETOURB-MDG65A + RETOURB-MEXRES
                               + RETOURB-MPLRFR
           IF W-RES-TOTAL > 0
              COMPUTE RETOURB-MFRRES ROUNDED =
                      W-RES-FRAIS * W-RES-TOTAL / W-RES-COTIS
              MOVE COMBAT-GCDRES TO RETOURB-GCDRES
           END-IF.
       CALCULER-RESSOURCES-FIN.
           EXIT.

      * PLAFONNEMENT EN FONCTION DU REVENU : SOUS LE SECOND SEUIL,
      * LA FRACTION DU RESTE A PAYER QUI EXCEDE 50% DU REVENU FISCAL
      * DE REFERENCE DU FOYER EST DEGREVEE
       PLAFONNER-RFR.
           IF COMBAT-MRFR > W-SEUILRES2 OR W-RES-RESTE NOT > 0
              GO TO PLAFONNER-RFR-FIN
           END-IF
           COMPUTE W-PLAFRFR ROUNDED = COMBAT-MRFR * W-TXPLRFR
           IF W-RES-RESTE > W-PLAFRFR
              COMPUTE RETOURB-MPLRFR = W-RES-RESTE - W-PLAFRFR
           END-IF.
       PLAFONNER-RFR-FIN.
           EXIT.
       END PROGRAM EFITA3B9.
