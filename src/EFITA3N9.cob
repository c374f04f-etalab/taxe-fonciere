      -    'VARS START: DATEUPD TIMEUPD PROGRAMMERNAME MODNAME LVNO UPNO
      -    ' DATA-SET-NAME-FOR-THE-LIBRARIAN-MASTER-FILESLAT VARS END'.

       01  VERSION PIC X(23) VALUE 'EFITA3N9 01 DU 15/10/26'.



      * (DISTINCTE DE LA MAJORATION POS) :
       01 W-COTIMTC              PIC  S9(10).

      * EXONERATIONS NATURA 2000 ET ZONES HUMIDES : BASES EXONEREES
      * RETENUES SUR LE POSTE 1 (ENGAGEMENT DE GESTION EN COURS,
      * DANS LA LIMITE DE LA BASE DE LA COLLECTIVITE)
       01 W-BXNCOM               PIC  S9(10).
       01 W-BXNCU                PIC  S9(10).
       01 W-BXZCOM               PIC  S9(10).
       01 W-BXZCU                PIC  S9(10).

      * EXONERATION AGRICULTURE BIOLOGIQUE : BASES EXONEREES RETENUES
      * POUR LE POSTE 3, PAR COLLECTIVITE
       01 W-BXOCOM               PIC  S9(10).
       01 W-BXOSYN               PIC  S9(10).
       01 W-BXOCU                PIC  S9(10).

      * DELIBERATIONS FACULTATIVES DES COLLECTIVITES (REFERENTIEL
      * REFDLF CONSULTE PAR LA PRIMITIVE LIRDLF) : INSTITUTION DE
      * L'EXONERATION AGRICULTURE BIOLOGIQUE ('BI') ET SUPPRESSION
      * DE L'EXONERATION ZONES HUMIDES ('ZH') PAR LA COMMUNE, L'EPCI
      * OU DES SYNDICATS. CONSULTATION FAITE UNE FOIS PAR ANNEE ET
      * PAR COMMUNE ; REFERENTIEL ABSENT (CR DIFFERENT DE ZERO) :
      * REGIME ANTERIEUR (INDICATEURS GDEBIO ET GZHSUP DU TAUDIS)
       01 W-DLF-AN               PIC  9(4)    VALUE 0.
       01 W-DLF-DIR              PIC  X(3)    VALUE SPACE.
       01 W-DLF-COM              PIC  X(3)    VALUE SPACE.
       01 W-DLF-CTYBI            PIC  X(2)    VALUE 'BI'.
       01 W-DLF-CTYZH            PIC  X(2)    VALUE 'ZH'.
       01 W-DLF-BI-CR            PIC  9(2)    VALUE 24.
       01 W-DLF-ZH-CR            PIC  9(2)    VALUE 24.
       01 W-DLF-RC               PIC  9(2).
       01 W-DLF-BI.
          05 W-DLF-BI-GCOM       PIC  X(1)    VALUE 'N'.
          05 W-DLF-BI-GEPC       PIC  X(1)    VALUE 'N'.
          05 W-DLF-BI-PQPSYN     PIC  9(3)V9(2) VALUE 0.
       01 W-DLF-ZH.
          05 W-DLF-ZH-GCOM       PIC  X(1)    VALUE 'N'.
          05 W-DLF-ZH-GEPC       PIC  X(1)    VALUE 'N'.
          05 W-DLF-ZH-PQPSYN     PIC  9(3)V9(2) VALUE 0.
       01 W-DLF-BASE             PIC  S9(10).


      * CONSTANTES
      * ----------
          COPY XBXTDSR  REPLACING 'X' BY TAU-R.
       01 TAU-R-ROL1.
          COPY XBXTDSR  REPLACING 'X' BY TAU-R1.
       01 TAU-A-RAT.
          COPY XBXTDRAT REPLACING 'X' BY TAU-A.

       01  ZES.
             05 ZESTAUX PIC X(400) OCCURS 7.
           INITIALIZE      RETOURNB BASENB COTISNB
           MOVE 0   TO  CR   RC
           MOVE ZERO TO  W-COTIPLJA  W-MDGFAP  W-MDGFNV  W-COTIMTC
           MOVE ZERO TO  W-BXNCOM  W-BXNCU  W-BXZCOM  W-BXZCU
           MOVE ZERO TO  W-BXOCOM  W-BXOSYN  W-BXOCU
           MOVE COMNONBAM TO COMNONBAT
           MOVE COMNONBA-GCTXTA TO RETOURNB-GCTXTA

              MOVE   11      TO        RC
           END-IF

      * EXONERATIONS NATURA 2000 ET ZONES HUMIDES : UNE ZONE DE BASE
      * NON SERVIE PAR L'AMONT EST TRAITEE COMME UNE BASE NULLE ; UNE
      * BASE SERVIE DOIT ETRE POSITIVE ET ACCOMPAGNEE D'UNE PERIODE
      * D'ENGAGEMENT COHERENTE (ANNEE DE FIN >= ANNEE DE DEBUT)
           IF COMNONBA-MBNCOM NOT NUMERIC
              MOVE ZERO TO COMNONBA-MBNCOM
           END-IF
           IF COMNONBA-MBNCU  NOT NUMERIC
              MOVE ZERO TO COMNONBA-MBNCU
           END-IF
           IF COMNONBA-MBZCOM NOT NUMERIC
              MOVE ZERO TO COMNONBA-MBZCOM
           END-IF
           IF COMNONBA-MBZCU  NOT NUMERIC
              MOVE ZERO TO COMNONBA-MBZCU
           END-IF
           IF COMNONBA-MBNCOM < 0 OR COMNONBA-MBNCU < 0
              OR COMNONBA-MBZCOM < 0 OR COMNONBA-MBZCU < 0
              MOVE   12      TO        CR
              MOVE   16      TO        RC
           END-IF
           IF COMNONBA-MBNCOM NOT = 0 OR COMNONBA-MBNCU NOT = 0
              IF COMNONBA-JDBNAT NOT NUMERIC
                 OR COMNONBA-JFNNAT NOT NUMERIC
                 MOVE   12      TO        CR
                 MOVE   16      TO        RC
              ELSE
                 IF COMNONBA-JFNNAT < COMNONBA-JDBNAT
                    MOVE   12      TO        CR
                    MOVE   16      TO        RC
                 END-IF
              END-IF
           END-IF
           IF COMNONBA-MBZCOM NOT = 0 OR COMNONBA-MBZCU NOT = 0
              IF COMNONBA-JDBZHU NOT NUMERIC
                 OR COMNONBA-JFNZHU NOT NUMERIC
                 MOVE   12      TO        CR
                 MOVE   16      TO        RC
              ELSE
                 IF COMNONBA-JFNZHU < COMNONBA-JDBZHU
                    MOVE   12      TO        CR
                    MOVE   16      TO        RC
                 END-IF
              END-IF
           END-IF


      * ON NE RENTRE DANS LA CALCULETTE QUE SI LE CR NON POSITIF
           IF CR NOT > ZERO
               MOVE ZESTAUX(2) TO TAU-D-DEP
               MOVE ZESTAUX(3) TO TAU-C-COM
               MOVE ZESTAUX(4) TO TAU-R-ROL
               MOVE ZESTAUX(6) TO TAU-A-RAT
             END-EVALUATE

      **************************************************************
                MOVE SPACE        TO TAU-R-GDEBIO
                MOVE SPACE        TO TAU-C-GMJTC
                MOVE ZERO         TO TAU-C-PMJTC
      * IDEM POUR LA SUPPRESSION DE L'EXONERATION ZONES HUMIDES :
      * FAUTE DE DELIBERATION CONNUE, L'EXONERATION S'APPLIQUE
                MOVE SPACE        TO TAU-C-GZHSUP
      * LE RATTACHEMENT AUX GROUPEMENTS N'EST PAS SERVI NON PLUS : ON
      * LE RECONSTITUE AVEC LA COMMUNE ET LE GROUPEMENT DE XB40, LES
      * SYNDICATS DE LA COMMUNE N'ETANT PAS CONNUS SUR CE CHEMIN
                MOVE SPACES          TO TAU-A-RAT
                MOVE COMNONBA-AC3DIR TO TAU-A-AC3DIR
                MOVE COMNONBA-CCOCOM TO TAU-A-CCOCOM
                MOVE XB40-CTYGC      TO TAU-A-CTYGC
                MOVE XB40-DNUCOL     TO TAU-A-CCOIC
             END-IF

      **************************************************************
                MOVE COMNONBA-STAUGEM     TO TAU-R-PNBGEM
             END-IF

      **************************************************************
      * DELIBERATIONS FACULTATIVES EN VIGUEUR POUR L'ANNEE : UNE    *
      * CONSULTATION DU REFERENTIEL REFDLF PAR TYPE ET PAR COMMUNE. *
      * ELLES SONT APPLIQUEES AUX EXONERATIONS ZONES HUMIDES ET     *
      * AGRICULTURE BIOLOGIQUE CI-DESSOUS. SEGMENT DE RATTACHEMENT  *
      * NON SERVI (ARTICLE COMMUNE NON LU) : REGIME ANTERIEUR       *
      **************************************************************
             IF TAU-A-AC3DIR = SPACE
                MOVE 0   TO W-DLF-AN
                MOVE 24  TO W-DLF-BI-CR W-DLF-ZH-CR
             END-IF
             IF TAU-A-AC3DIR NOT = SPACE
                AND (COMNONBA-DAN NOT = W-DLF-AN
                     OR TAU-A-AC3DIR NOT = W-DLF-DIR
                     OR TAU-A-CCOCOM NOT = W-DLF-COM)
                MOVE COMNONBA-DAN    TO W-DLF-AN
                MOVE TAU-A-AC3DIR    TO W-DLF-DIR
                MOVE TAU-A-CCOCOM    TO W-DLF-COM
                CALL 'LIRDLF' USING COMNONBA-DAN W-DLF-CTYBI TAU-A-RAT
                                    W-DLF-BI-CR W-DLF-RC W-DLF-BI
                     ON EXCEPTION MOVE 24 TO W-DLF-BI-CR
                END-CALL
                CALL 'LIRDLF' USING COMNONBA-DAN W-DLF-CTYZH TAU-A-RAT
                                    W-DLF-ZH-CR W-DLF-RC W-DLF-ZH
                     ON EXCEPTION MOVE 24 TO W-DLF-ZH-CR
                END-CALL
             END-IF
             IF W-DLF-ZH-CR NOT = 0
                MOVE 'N' TO W-DLF-ZH-GCOM W-DLF-ZH-GEPC
             END-IF


      *************************************************************
      *     CONSTITUTION DE BASENB ET COTISNB                     *
                 AND COTISNB-BNBCOM(1) < TAU-C-DSEDNB
                 MOVE 'D' TO W-SW-EXODOM
                 MOVE 'D' TO RETOURNB-GEXDOM
      * BASES EXONEREES CONSERVEES POUR LES ALLOCATIONS COMPENSATRICES
                 MOVE COTISNB-BNBCOM(1) TO BASENB-BDMCOM(1)
                 MOVE COTISNB-BNBDEP(1) TO BASENB-BDMDEP(1)
                 MOVE COTISNB-BNBSYN(1) TO BASENB-BDMSYN(1)
                 MOVE COTISNB-BNBCU(1)  TO BASENB-BDMCU(1)
                 MOVE ZERO TO COTISNB-BNBCOM(1) BASENB-BNBCOM(1)
                              COTISNB-BNBDEP(1) BASENB-BNBDEP(1)
                              COTISNB-BNBSYN(1) BASENB-BNBSYN(1)
                              COMNONBA-MBKESY COMNONBA-MBKEIC
              END-IF

      **************************************************************
      * EXONERATIONS NATURA 2000 ET ZONES HUMIDES : LES BASES DES   *
      * PARCELLES SOUS ENGAGEMENT DE GESTION SONT COMPRISES DANS    *
      * LES BASES DE L'ARTICLE. TANT QUE L'ENGAGEMENT COURT (ANNEE  *
      * D'IMPOSITION ENTRE LES ANNEES DE DEBUT ET DE FIN), ELLES    *
      * SONT RETIREES DES BASES COMMUNALE ET EPCI DU POSTE 1, DANS  *
      * LA LIMITE DE CES BASES ; UN ENGAGEMENT ECHU N'EST PLUS      *
      * EXONERE ET LA PARCELLE EST DE NOUVEAU TAXEE SANS AUTRE      *
      * INTERVENTION. LA PART COMMUNALE DE L'EXONERATION ZONES      *
      * HUMIDES N'EST PAS ACCORDEE QUAND LA COMMUNE L'A SUPPRIMEE   *
      * PAR DELIBERATION (GZHSUP = 'S' SUR L'ARTICLE COMMUNE OU     *
      * DELIBERATION 'ZH' EN VIGUEUR AU REFERENTIEL REFDLF), NI LA  *
      * PART EPCI QUAND L'EPCI L'A SUPPRIMEE (REFERENTIEL REFDLF).  *
      * UN ARTICLE EXONERE DOM N'A PLUS DE BASE A EXONERER          *
      **************************************************************
              IF NOT W-ART-EXONERE-DOM
                 AND (COMNONBA-MBNCOM NOT = 0
                      OR COMNONBA-MBNCU NOT = 0)
                 AND COMNONBA-DAN NOT < COMNONBA-JDBNAT
                 AND COMNONBA-DAN NOT > COMNONBA-JFNNAT
                 MOVE COMNONBA-MBNCOM TO W-BXNCOM
                 IF W-BXNCOM > COTISNB-BNBCOM(1)
                    MOVE COTISNB-BNBCOM(1) TO W-BXNCOM
                 END-IF
                 IF W-BXNCOM < 0
                    MOVE ZERO TO W-BXNCOM
                 END-IF
                 MOVE COMNONBA-MBNCU  TO W-BXNCU
                 IF W-BXNCU  > COTISNB-BNBCU(1)
                    MOVE COTISNB-BNBCU(1)  TO W-BXNCU
                 END-IF
                 IF W-BXNCU  < 0
                    MOVE ZERO TO W-BXNCU
                 END-IF
                 SUBTRACT W-BXNCOM FROM COTISNB-BNBCOM(1)
                                        BASENB-BNBCOM(1)
                 SUBTRACT W-BXNCU  FROM COTISNB-BNBCU(1)
                                        BASENB-BNBCU(1)
              END-IF

              IF NOT W-ART-EXONERE-DOM
                 AND (COMNONBA-MBZCOM NOT = 0
                      OR COMNONBA-MBZCU NOT = 0)
                 AND COMNONBA-DAN NOT < COMNONBA-JDBZHU
                 AND COMNONBA-DAN NOT > COMNONBA-JFNZHU
                 IF TAU-C-GZHSUP NOT = 'S'
                    AND W-DLF-ZH-GCOM NOT = 'O'
                    MOVE COMNONBA-MBZCOM TO W-BXZCOM
                    IF W-BXZCOM > COTISNB-BNBCOM(1)
                       MOVE COTISNB-BNBCOM(1) TO W-BXZCOM
                    END-IF
                    IF W-BXZCOM < 0
                       MOVE ZERO TO W-BXZCOM
                    END-IF
                 END-IF
                 IF W-DLF-ZH-GEPC NOT = 'O'
                    MOVE COMNONBA-MBZCU  TO W-BXZCU
                    IF W-BXZCU  > COTISNB-BNBCU(1)
                       MOVE COTISNB-BNBCU(1)  TO W-BXZCU
                    END-IF
                    IF W-BXZCU  < 0
                       MOVE ZERO TO W-BXZCU
                    END-IF
                 END-IF
                 SUBTRACT W-BXZCOM FROM COTISNB-BNBCOM(1)
                                        BASENB-BNBCOM(1)
                 SUBTRACT W-BXZCU  FROM COTISNB-BNBCU(1)
                                        BASENB-BNBCU(1)
              END-IF

      **************************************************************
      * EXONERATION AGRICULTURE BIOLOGIQUE : FACULTATIVE, ELLE      *
      * N'EST ACCORDEE QUE SUR LA PART DES COLLECTIVITES QUI L'ONT  *
      * INSTITUEE PAR UNE DELIBERATION EN VIGUEUR POUR L'ANNEE      *
      * (REFERENTIEL REFDLF ; SYNDICATS A HAUTEUR DES QUOTES-PARTS  *
      * DE CEUX QUI ONT DELIBERE). LA BASE EXONEREE DE LA PART      *
      * D'UNE COLLECTIVITE QUI N'A PAS DELIBERE REJOINT SA BASE     *
      * IMPOSABLE DU POSTE 1 (SAUF ARTICLE EXONERE DOM). SANS       *
      * REFERENTIEL, L'INDICATEUR GDEBIO DE L'ARTICLE               *
      * IFP/TRESORERIE VAUT POUR TOUTES LES COLLECTIVITES ET LE     *
      * POSTE 1 N'EST PAS MODIFIE                                   *
      **************************************************************
              IF COMNONBA-MBOCOM NUMERIC
                 MOVE COMNONBA-MBOCOM TO W-BXOCOM
              END-IF
              IF COMNONBA-MBOSYN NUMERIC
                 MOVE COMNONBA-MBOSYN TO W-BXOSYN
              END-IF
              IF COMNONBA-MBOCU  NUMERIC
                 MOVE COMNONBA-MBOCU  TO W-BXOCU
              END-IF
              IF W-DLF-BI-CR NOT = 0
                 IF TAU-R-GDEBIO NOT = 'O'
                    MOVE ZERO TO W-BXOCOM  W-BXOSYN  W-BXOCU
                 END-IF
              ELSE
                 IF W-DLF-BI-GCOM NOT = 'O'
                    IF NOT W-ART-EXONERE-DOM
                       ADD W-BXOCOM TO COTISNB-BNBCOM(1)
                                       BASENB-BNBCOM(1)
                    END-IF
                    MOVE ZERO TO W-BXOCOM
                 END-IF
                 IF W-DLF-BI-GEPC NOT = 'O'
                    IF NOT W-ART-EXONERE-DOM
                       ADD W-BXOCU  TO COTISNB-BNBCU(1)
                                       BASENB-BNBCU(1)
                    END-IF
                    MOVE ZERO TO W-BXOCU
                 END-IF
                 COMPUTE W-DLF-BASE ROUNDED =
                         W-BXOSYN * (100 - W-DLF-BI-PQPSYN) / 100
                 IF NOT W-ART-EXONERE-DOM
                    ADD W-DLF-BASE TO COTISNB-BNBSYN(1)
                                      BASENB-BNBSYN(1)
                 END-IF
                 SUBTRACT W-DLF-BASE FROM W-BXOSYN
              END-IF

      *
      * CALCUL DES COTISATION DE TAXE FONCIERE NON BATIE
      *
      ***********************************************************
      * ALIMENTATION DU POSTE 3 CORRESPONDANT A L'EXONERATION   *
      *                         AGRICULTURE BIOLOGIQUE          *
      * CE POSTE D'IMPOSITION EST CREE AU BESOIN, UNIQUEMENT    *
      * POUR LES COLLECTIVITES QUI ONT DELIBERE (BASES RETENUES *
      * CI-DESSUS D'APRES LE REFERENTIEL REFDLF OU, A DEFAUT,   *
      * L'INDICATEUR GDEBIO DE L'ARTICLE IFP/TRESORERIE).       *
      *                                                         *
      * ATTENTION, LES TAUX PROVIENNENT DU POSTE 1              *
      *                                                         *
      ***********************************************************

              IF W-BXOCOM NOT = 0
                 OR W-BXOSYN NOT = 0
                 OR W-BXOCU  NOT = 0

                MOVE COMNONBA-AIDFIC     TO   BASENB-CLE(3)
                                              COTISNB-CLE(3)
                MOVE  'E'      TO   BASENB-IMPOT(3)  COTISNB-IMPOT(3)
                MOVE  'AB'     TO   BASENB-GNEXPS(3) COTISNB-GNEXPS(3)

      * BASES EXONEREES RETENUES (UNE ZONE NON SERVIE PAR L'AMONT
      * EST TRAITEE COMME UNE BASE NULLE)
                MOVE W-BXOCOM  TO  BASENB-BNBCOM(3)  COTISNB-BNBCOM(3)
                MOVE W-BXOSYN  TO  BASENB-BNBSYN(3)  COTISNB-BNBSYN(3)
                MOVE W-BXOCU   TO  BASENB-BNBCU(3)   COTISNB-BNBCU(3)

      * PART EXONEREE PAR COLLECTIVITE, AUX TAUX DU POSTE 1
                COMPUTE  COTISNB-COTICOM (3) ROUNDED =
                                      + COTISNB-COTISYN(3)
                                      + COTISNB-COTICU(3)

      * EXONERATIONS NATURA 2000 ET ZONES HUMIDES : MONTANTS
      * EXONERES PAR COLLECTIVITE, AUX TAUX DU POSTE 1
              COMPUTE RETOURNB-MDNCOM ROUNDED =
                      W-BXNCOM * COTISNB-TAUCOM(1) / 100
              COMPUTE RETOURNB-MDNCU  ROUNDED =
                      W-BXNCU  * COTISNB-TAUCU (1) / 100
              COMPUTE RETOURNB-MDZCOM ROUNDED =
                      W-BXZCOM * COTISNB-TAUCOM(1) / 100
              COMPUTE RETOURNB-MDZCU  ROUNDED =
                      W-BXZCU  * COTISNB-TAUCU (1) / 100
              MOVE W-BXNCOM TO BASENB-BNZCOM(1)
              MOVE W-BXNCU  TO BASENB-BNZCU(1)
              MOVE W-BXZCOM TO BASENB-BZHCOM(1)
              MOVE W-BXZCU  TO BASENB-BZHCU(1)



      * CALCUL ET ALIMENTATION DES DONNEES AGGREGEES
