      *********************************************************
      * PROGRAMME VIRTSE                                      *
      * LANGAGE COBOL                                         *
      *                                                       *
      * REVERSEMENT DE LA TAXE SPECIALE D'EQUIPEMENT AUX      *
      * ETABLISSEMENTS PUBLICS FONCIERS : LA TSE LIQUIDEE     *
      * (MCTTSE DU FICHIER DE SORTIE DU LOT ET DES ROLES      *
      * SUPPLEMENTAIRES) EST ECLATEE PAR RANG D'ETABLISSEMENT *
      * (MCBT13 EN BATI, MCNT13 EN NON BATI). LE RANG 1       *
      * REVIENT A L'ETABLISSEMENT DE RATTACHEMENT DE LA       *
      * COMMUNE (GCOETP DE L'ARTICLE COMMUNE), LES RANGS 2 ET *
      * 3 A L'ETABLISSEMENT DE MEME RANG DE L'ARTICLE         *
      * DIRECTION (ADTTSE). LE PRODUIT CUMULE PAR             *
      * ETABLISSEMENT EST RAPPROCHE DU PRODUIT ATTENDU        *
      * (TPBTSE + TPNTSE) ET VIRE SUR LES COORDONNEES         *
      * BANCAIRES DU SIREN DE L'ARTICLE GROUPEMENT (REFBANC), *
      * AVEC UN BORDEREAU PAR ETABLISSEMENT DONT LE LIBELLE   *
      * EST RESOLU PAR RESLIB, SUR LE MODELE DE VIRSYN. LE    *
      * TOTAL VIRE, LES PARTS BLOQUEES ET LE PRODUIT NON      *
      * ATTRIBUE DOIVENT RETOMBER SUR LA TSE LIQUIDEE.        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRTSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  SORTIE-SUP  ASSIGN  TO  SORTLOTS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SS-FS.
           SELECT  REFBANC     ASSIGN  TO  REFBANC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BC-FS.
           SELECT  VIREMENT    ASSIGN  TO  VIRTSE
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VR-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

      * ROLES SUPPLEMENTAIRES ET CONTENTIEUX (FICHIER FACULTATIF),
      * REPRIS DANS LES MEMES CUMULS
       FD  SORTIE-SUP.
       01  ENR-SORTIE-SUP.
           COPY XSORTLOT REPLACING 'X' BY SS.

      * REFERENTIEL DES COORDONNEES BANCAIRES (MEME TRACE QUE
      * POUR LES SYNDICATS, CLE SIREN)
       FD  REFBANC.
       01  ENR-REFBANC.
           05 BC-SIREN             PIC X(9).
           05 BC-IBAN              PIC X(34).
           05 BC-BIC               PIC X(11).

      * FICHIER DE VIREMENTS : UN ENREGISTREMENT PAR ETABLISSEMENT
      * ET PAR DIRECTION (MEME TRACE QUE VIRSYN)
       FD  VIREMENT.
       01  ENR-VIREMENT.
           05 VR-DATJOU            PIC 9(8).
           05 VR-DEPDIR            PIC X(3).
           05 VR-SIREN             PIC X(9).
           05 VR-IBAN              PIC X(34).
           05 VR-BIC               PIC X(11).
           05 VR-MONTANT           PIC S9(12).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'VIRTSE  00 DU 15/10/26'.

       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  SS-FS                   PIC X(2).
           88 SS-OK                     VALUE '00'.
           88 SS-FIN                    VALUE '10'.
           88 SS-INEXISTANT             VALUES '35' '05'.
       01  BC-FS                   PIC X(2).
           88 BC-OK                     VALUE '00'.
           88 BC-FIN                    VALUE '10'.
       01  VR-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  W-SW-PHASE              PIC X(1) VALUE 'G'.
           88 W-PHASE-SUPPL             VALUE 'S'.

      * CONTROLE DES ENREGISTREMENTS DE SERVICE (ENTETE/FIN) POSES
      * PAR LE PRODUCTEUR DU FICHIER, COMME DANS RAPPRA3
       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.
       01  W-SRV-NBLUS             PIC 9(9) COMP VALUE 0.
       01  W-SW-SRVFIN             PIC X(1) VALUE 'N'.
           88 W-SRV-FIN-LUE             VALUE 'O'.
       01  W-SW-SRVKO              PIC X(1) VALUE 'N'.
           88 W-SRV-ECART               VALUE 'O'.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.
           COPY XRETNB REPLACING 'X' BY RETNB.

       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.
       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-GRP.
           COPY T800 REPLACING 'X' BY T-G.
           COPY T84G REPLACING 'X' BY T-G.

      * TABLE DES COORDONNEES BANCAIRES (SIREN VALIDE PAR LA CLE
      * DE LUHN AU CHARGEMENT, COMME DANS CTLSIREN)
       01  W-MAXBAN                PIC 9(3) COMP VALUE 500.
       01  W-NBBAN                 PIC 9(3) COMP VALUE 0.
       01  TABLE-BAN.
           05 BAN-ENTREE OCCURS 500.
              10 BAN-SIREN         PIC X(9).
              10 BAN-IBAN          PIC X(34).
              10 BAN-BIC           PIC X(11).
       01  IX                      PIC 9(3) COMP.
       01  IX-BAN                  PIC 9(3) COMP.
       01  W-SW-BAN                PIC X(1).
           88 BAN-TROUVE                VALUE 'O'.

      * CONTROLE DE LA CLE DE LUHN DU SIREN
       01  W-SIREN-TEST            PIC X(9).
       01  W-SIREN-CHIFFRE         PIC 9(1).
       01  W-LUHN-DOUBLE           PIC 9(2).
       01  W-LUHN-SOMME            PIC 9(4).
       01  W-LUHN-QUOT             PIC 9(4).
       01  W-LUHN-RESTE            PIC 9(4).
       01  IND                     PIC 9(2) COMP.
       01  W-SW-LUHN               PIC X(1).
           88 W-LUHN-VALIDE             VALUE 'O'.

      * DIRECTIONS RENCONTREES : POUR CHACUNE, LES ETABLISSEMENTS
      * DE L'ARTICLE DIRECTION DANS L'ORDRE DE LEUR RANG (ADTTSE)
      * ET LE PRODUIT LIQUIDE QUI N'A PU ETRE ATTRIBUE
       01  W-MAXDIR                PIC 9(3) COMP VALUE 050.
       01  W-NBDIR                 PIC 9(3) COMP VALUE 0.
       01  TABLE-DIR.
           05 DIR-ENTREE OCCURS 050.
              10 DIR-DEPDIR        PIC X(3).
              10 DIR-SW-ART        PIC X(1).
                 88 DIR-ARTICLE-LU      VALUE 'O'.
              10 DIR-IXETS         PIC 9(3) COMP OCCURS 5.
              10 DIR-NONATT        PIC S9(14).
       01  IXD                     PIC 9(3) COMP.
       01  IXD-DIR                 PIC 9(3) COMP VALUE 0.
       01  W-SW-DIR                PIC X(1).
           88 DIR-TROUVEE               VALUE 'O'.
       01  W-DEPDIR                PIC X(3).

      * ETABLISSEMENTS PUBLICS FONCIERS PAR DIRECTION : PRODUIT
      * ATTENDU (BATI + NON BATI DE L'ARTICLE DIRECTION) ET
      * PRODUIT LIQUIDE
       01  W-MAXETS                PIC 9(3) COMP VALUE 250.
       01  W-NBETS                 PIC 9(3) COMP VALUE 0.
       01  TABLE-ETS.
           05 ETS-ENTREE OCCURS 250.
              10 ETS-DEPDIR        PIC X(3).
              10 ETS-ACOETS        PIC X(4).
              10 ETS-RANG          PIC 9(1).
              10 ETS-ATTENDU       PIC S9(12).
              10 ETS-LIQUIDE       PIC S9(14).
       01  IXE                     PIC 9(3) COMP.
       01  IY                      PIC 9(1) COMP.

      * COMMUNE COURANTE ET SON ETABLISSEMENT DE RATTACHEMENT
       01  W-COM-DIR               PIC X(3) VALUE SPACE.
       01  W-COM-COURANTE          PIC X(3) VALUE SPACE.
       01  W-COM-GCOETP            PIC X(3).
       01  W-COM-IXETS             PIC 9(3) COMP.
       01  W-SW-FIN                PIC X(1).
           88 W-FIN-COMMUNE             VALUE 'O'.

      * VENTILATION PAR RANG DE LA TSE D'UN ARTICLE LIQUIDE
       01  W-TSE-TOTAL             PIC S9(12).
       01  W-TSE-RANG              PIC S9(12) OCCURS 3.
       01  IR                      PIC 9(1) COMP.

      * RESOLUTION DU LIBELLE PAR LE MODULE COMMUN
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).
       01  W-ETS-SIREN             PIC X(9).

       01  W-DATJOU                PIC 9(8).
       01  W-TOTLIQ                PIC S9(14) VALUE 0.
       01  W-TOTVIRE               PIC S9(14) VALUE 0.
       01  W-TOTBLOQUE             PIC S9(14) VALUE 0.
       01  W-TOTNONATT             PIC S9(14) VALUE 0.
       01  W-NBVIRES               PIC 9(5) COMP VALUE 0.
       01  W-NBBLOQUES             PIC 9(5) COMP VALUE 0.
       01  W-NBNONATT              PIC 9(7) COMP VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'REVERSEMENT DE LA TSE - BORDEREAU DE VIREMENT PAR ETABLI
      -    'SSEMENT PUBLIC FONCIER'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'DIR ETAB LIBELLE                        SIREN     PRODUIT AT
      -    'TENDU PRODUIT LIQUIDE        ECART'.
       01  LIGNE-ETS.
           05 LE-DEPDIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LE-ACOETS            PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LE-LIBELLE           PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LE-SIREN             PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LE-ATTENDU           PIC -(14)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LE-LIQUIDE           PIC -(14)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LE-ECART             PIC -(11)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LE-VERDICT           PIC X(30).
           05 FILLER               PIC X(6) VALUE SPACE.
       01  LIGNE-NONATT.
           05 LN-DEPDIR            PIC X(3).
           05 FILLER               PIC X(47)
              VALUE ' ** PRODUIT TSE NON ATTRIBUE A UN ETABLISSEMENT'.
           05 FILLER               PIC X(17) VALUE SPACE.
           05 LN-MONTANT           PIC -(14)9.
           05 FILLER               PIC X(50) VALUE SPACE.
       01  LIGNE-CONTROLE.
           05 FILLER               PIC X(15)
              VALUE 'TOTAL LIQUIDE  '.
           05 LC-TOTLIQ            PIC -(13)9.
           05 FILLER               PIC X(7) VALUE '  VIRE '.
           05 LC-TOTVIRE           PIC -(13)9.
           05 FILLER               PIC X(9) VALUE '  BLOQUE '.
           05 LC-TOTBLOQUE         PIC -(13)9.
           05 FILLER               PIC X(14)
              VALUE '  NON ATTRIB. '.
           05 LC-TOTNONATT         PIC -(13)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LC-VERDICT           PIC X(11).
           05 FILLER               PIC X(18) VALUE SPACE.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 2000-CUMULER-LIQUIDE
               THRU 2000-CUMULER-LIQUIDE-EXIT.
           PERFORM 3000-EDITER-DIRECTION
               THRU 3000-EDITER-DIRECTION-EXIT
               VARYING IXD FROM 1 BY 1
               UNTIL IXD > W-NBDIR.

      * CONTROLE D'EQUILIBRE : LE TOTAL VIRE, LES PARTS BLOQUEES
      * ET LE PRODUIT NON ATTRIBUE DOIVENT RETOMBER SUR LA TSE
      * LIQUIDEE (MCTTSE)
           MOVE W-TOTLIQ    TO LC-TOTLIQ.
           MOVE W-TOTVIRE   TO LC-TOTVIRE.
           MOVE W-TOTBLOQUE TO LC-TOTBLOQUE.
           MOVE W-TOTNONATT TO LC-TOTNONATT.
           IF W-TOTVIRE + W-TOTBLOQUE + W-TOTNONATT = W-TOTLIQ
               MOVE 'CONFORME   ' TO LC-VERDICT
           ELSE
               MOVE '** ECART **' TO LC-VERDICT
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-CONTROLE.

           PERFORM 9000-TERMINAISON
               THRU 9000-TERMINAISON-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           OPEN INPUT SORTIE-LOT.
           OPEN INPUT TAUDIS.
           OPEN OUTPUT VIREMENT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.

           OPEN INPUT REFBANC.
           IF NOT BC-OK
               GO TO 1000-INITIALISATION-EXIT
           END-IF.
           PERFORM 1100-CHARGER-UNE-BANQUE
               THRU 1100-CHARGER-UNE-BANQUE-EXIT
               UNTIL BC-FIN OR W-NBBAN >= W-MAXBAN.
           CLOSE REFBANC.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CHARGER-UNE-BANQUE.
      *---------------------------------------------------------
           READ REFBANC
               AT END SET BC-FIN TO TRUE
                      GO TO 1100-CHARGER-UNE-BANQUE-EXIT
           END-READ.
      * SIREN INVALIDE A LA CLE DE LUHN : COORDONNEES ECARTEES
           MOVE BC-SIREN TO W-SIREN-TEST.
           PERFORM 1200-CONTROLER-LUHN
               THRU 1200-CONTROLER-LUHN-EXIT.
           IF NOT W-LUHN-VALIDE
               DISPLAY 'VIRTSE - SIREN INVALIDE AU REFERENTIEL '
                       'BANCAIRE : ' BC-SIREN
               GO TO 1100-CHARGER-UNE-BANQUE-EXIT
           END-IF.
           ADD 1 TO W-NBBAN.
           MOVE BC-SIREN TO BAN-SIREN (W-NBBAN).
           MOVE BC-IBAN  TO BAN-IBAN (W-NBBAN).
           MOVE BC-BIC   TO BAN-BIC (W-NBBAN).
       1100-CHARGER-UNE-BANQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CONTROLER-LUHN.
      *---------------------------------------------------------
      * CLE DE LUHN DU SIREN : EN PARTANT DE LA DROITE, UN
      * CHIFFRE SUR DEUX EST DOUBLE (MOINS 9 AU DELA DE 9) ET LA
      * SOMME DOIT ETRE MULTIPLE DE 10
           MOVE 'N' TO W-SW-LUHN.
           IF W-SIREN-TEST NOT NUMERIC
               GO TO 1200-CONTROLER-LUHN-EXIT
           END-IF.
           MOVE 0 TO W-LUHN-SOMME.
           PERFORM 1210-CUMULER-CHIFFRE
               THRU 1210-CUMULER-CHIFFRE-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 9.
           DIVIDE W-LUHN-SOMME BY 10 GIVING W-LUHN-QUOT
               REMAINDER W-LUHN-RESTE.
           IF W-LUHN-RESTE = 0
               SET W-LUHN-VALIDE TO TRUE
           END-IF.
       1200-CONTROLER-LUHN-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-CUMULER-CHIFFRE.
      *---------------------------------------------------------
           MOVE W-SIREN-TEST (IND:1) TO W-SIREN-CHIFFRE.
           IF IND = 2 OR IND = 4 OR IND = 6 OR IND = 8
               COMPUTE W-LUHN-DOUBLE = W-SIREN-CHIFFRE * 2
               IF W-LUHN-DOUBLE > 9
                   SUBTRACT 9 FROM W-LUHN-DOUBLE
               END-IF
               ADD W-LUHN-DOUBLE TO W-LUHN-SOMME
           ELSE
               ADD W-SIREN-CHIFFRE TO W-LUHN-SOMME
           END-IF.
       1210-CUMULER-CHIFFRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CUMULER-LIQUIDE.
      *---------------------------------------------------------
      * UNE SEULE PASSE SUR LE FICHIER DE SORTIE DU LOT, PUIS SUR
      * LES ROLES SUPPLEMENTAIRES S'ILS SONT PRESENTS
           PERFORM 2100-LIRE-SORTIE-LOT
               THRU 2100-LIRE-SORTIE-LOT-EXIT
               UNTIL SL-FIN.
           CLOSE SORTIE-LOT.
           IF W-PHASE-SUPPL AND NOT SS-INEXISTANT
               CLOSE SORTIE-SUP
           END-IF.
       2000-CUMULER-LIQUIDE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-SORTIE-LOT.
      *---------------------------------------------------------
           IF W-PHASE-SUPPL
               READ SORTIE-SUP
                   AT END SET SL-FIN TO TRUE
               END-READ
               IF NOT SL-FIN
                   MOVE ENR-SORTIE-SUP TO ENR-SORTIE-LOT
               END-IF
           ELSE
               READ SORTIE-LOT
                   AT END PERFORM 2150-BASCULER-SUPPL
                              THRU 2150-BASCULER-SUPPL-EXIT
               END-READ
           END-IF.
           IF NOT SL-OK
               GO TO 2100-LIRE-SORTIE-LOT-EXIT
           END-IF.
           IF ENR-SORTIE-LOT (1:1) = '*'
               MOVE ENR-SORTIE-LOT TO SRV-ENR
               IF SRV-SERV-FIN
                   MOVE 'O' TO W-SW-SRVFIN
                   IF SRV-NBENR NOT = W-SRV-NBLUS
                       SET W-SRV-ECART TO TRUE
                       DISPLAY 'VIRTSE - ECART DE COMPTAGE : '
                           'ANNONCE ' SRV-NBENR
                           ' LU ' W-SRV-NBLUS
                   END-IF
               END-IF
               GO TO 2100-LIRE-SORTIE-LOT-EXIT
           END-IF.
           ADD 1 TO W-SRV-NBLUS.
           MOVE SL-RETOUR TO RETB-VUE.
           MOVE SL-RETOUR TO RETNB-VUE.
           PERFORM 2200-TRAITER-ARTICLE
               THRU 2200-TRAITER-ARTICLE-EXIT.
       2100-LIRE-SORTIE-LOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2150-BASCULER-SUPPL.
      *---------------------------------------------------------
      * LE ROLE GENERAL EST EPUISE : POURSUITE SUR LES ROLES
      * SUPPLEMENTAIRES/CONTENTIEUX S'ILS SONT PRESENTS
           MOVE 'S' TO W-SW-PHASE.
           MOVE 0 TO W-SRV-NBLUS.
           OPEN INPUT SORTIE-SUP.
           IF SS-INEXISTANT
               SET SL-FIN TO TRUE
           ELSE
               MOVE 'N' TO W-SW-SRVFIN
               READ SORTIE-SUP
                   AT END SET SL-FIN TO TRUE
               END-READ
               IF SS-OK
                   MOVE '00' TO SL-FS
                   MOVE ENR-SORTIE-SUP TO ENR-SORTIE-LOT
               END-IF
           END-IF.
       2150-BASCULER-SUPPL-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-TRAITER-ARTICLE.
      *---------------------------------------------------------
      * TSE DE L'ARTICLE ECLATEE PAR RANG D'ETABLISSEMENT (MCBT13
      * EN BATI, MCNT13 EN NON BATI). LA PART DE MCTTSE NON
      * VENTILEE PAR RANG REVIENT A L'ETABLISSEMENT DE
      * RATTACHEMENT DE LA COMMUNE (RANG 1)
           EVALUATE TRUE
               WHEN RETB-CCOBNB = '2'
                   MOVE RETB-MCTTSE     TO W-TSE-TOTAL
                   MOVE RETB-MCBT13 (1) TO W-TSE-RANG (1)
                   MOVE RETB-MCBT13 (2) TO W-TSE-RANG (2)
                   MOVE RETB-MCBT13 (3) TO W-TSE-RANG (3)
               WHEN RETNB-CCOBNB = '1'
                   MOVE RETNB-MCTTSE     TO W-TSE-TOTAL
                   MOVE RETNB-MCNT13 (1) TO W-TSE-RANG (1)
                   MOVE RETNB-MCNT13 (2) TO W-TSE-RANG (2)
                   MOVE RETNB-MCNT13 (3) TO W-TSE-RANG (3)
               WHEN OTHER
                   GO TO 2200-TRAITER-ARTICLE-EXIT
           END-EVALUATE.
           IF W-TSE-TOTAL = 0
               GO TO 2200-TRAITER-ARTICLE-EXIT
           END-IF.
           COMPUTE W-TSE-RANG (1) = W-TSE-TOTAL
                                  - W-TSE-RANG (2)
                                  - W-TSE-RANG (3).
           ADD W-TSE-TOTAL TO W-TOTLIQ.

           STRING RETB-CC2DEP RETB-CCODIR DELIMITED BY SIZE
               INTO W-DEPDIR.
           IF IXD-DIR = 0 OR DIR-DEPDIR (IXD-DIR) NOT = W-DEPDIR
               PERFORM 2300-CHERCHER-DIR
                   THRU 2300-CHERCHER-DIR-EXIT
           END-IF.
           IF NOT DIR-TROUVEE
      * TABLE DES DIRECTIONS SATUREE : PRODUIT NON ATTRIBUE
               ADD W-TSE-TOTAL TO W-TOTNONATT
               ADD 1 TO W-NBNONATT
               GO TO 2200-TRAITER-ARTICLE-EXIT
           END-IF.
           IF W-DEPDIR NOT = W-COM-DIR
              OR RETB-CCOCOM NOT = W-COM-COURANTE
               PERFORM 2500-LIRE-COMMUNE
                   THRU 2500-LIRE-COMMUNE-EXIT
           END-IF.
           PERFORM 2600-AFFECTER-RANG
               THRU 2600-AFFECTER-RANG-EXIT
               VARYING IR FROM 1 BY 1
               UNTIL IR > 3.
       2200-TRAITER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-CHERCHER-DIR.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-DIR.
           PERFORM 2310-TESTER-DIR
               THRU 2310-TESTER-DIR-EXIT
               VARYING IXD FROM 1 BY 1
               UNTIL IXD > W-NBDIR OR DIR-TROUVEE.
           IF DIR-TROUVEE
               GO TO 2300-CHERCHER-DIR-EXIT
           END-IF.
           IF W-NBDIR >= W-MAXDIR
               DISPLAY 'VIRTSE - TABLE DES DIRECTIONS SATUREE : '
                       W-DEPDIR
               GO TO 2300-CHERCHER-DIR-EXIT
           END-IF.
           ADD 1 TO W-NBDIR.
           MOVE W-NBDIR TO IXD-DIR.
           MOVE W-DEPDIR TO DIR-DEPDIR (IXD-DIR).
           MOVE 0 TO DIR-NONATT (IXD-DIR).
           SET DIR-TROUVEE TO TRUE.
           PERFORM 2400-CHARGER-DIR
               THRU 2400-CHARGER-DIR-EXIT.
       2300-CHERCHER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2310-TESTER-DIR.
      *---------------------------------------------------------
           IF DIR-DEPDIR (IXD) = W-DEPDIR
               SET DIR-TROUVEE TO TRUE
               MOVE IXD TO IXD-DIR
           END-IF.
       2310-TESTER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-CHARGER-DIR.
      *---------------------------------------------------------
      * ARTICLE DIRECTION : ETABLISSEMENTS TSE ET PRODUIT ATTENDU
      * DE CHACUN (BATI ET NON BATI TOTAUX, COMME DANS RAPPRA3)
           MOVE 'N' TO DIR-SW-ART (IXD-DIR).
           MOVE 0 TO DIR-IXETS (IXD-DIR, 1) DIR-IXETS (IXD-DIR, 2)
                     DIR-IXETS (IXD-DIR, 3) DIR-IXETS (IXD-DIR, 4)
                     DIR-IXETS (IXD-DIR, 5).
           MOVE W-DEPDIR TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS INTO TAUDIS-DIR
               INVALID KEY
                   DISPLAY 'VIRTSE - ARTICLE DIRECTION ABSENT : '
                           W-DEPDIR
                   GO TO 2400-CHARGER-DIR-EXIT
           END-READ.
           MOVE 'O' TO DIR-SW-ART (IXD-DIR).
           PERFORM 2410-CHARGER-UN-ETS
               THRU 2410-CHARGER-UN-ETS-EXIT
               VARYING IY FROM 1 BY 1
               UNTIL IY > 5.
       2400-CHARGER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2410-CHARGER-UN-ETS.
      *---------------------------------------------------------
           IF T-D-ACOETS (IY) = SPACE OR T-D-ACOETS (IY) = LOW-VALUE
               GO TO 2410-CHARGER-UN-ETS-EXIT
           END-IF.
           IF W-NBETS >= W-MAXETS
               DISPLAY 'VIRTSE - TABLE DES ETABLISSEMENTS SATUREE'
               GO TO 2410-CHARGER-UN-ETS-EXIT
           END-IF.
           ADD 1 TO W-NBETS.
           MOVE W-NBETS TO DIR-IXETS (IXD-DIR, IY).
           MOVE W-DEPDIR         TO ETS-DEPDIR (W-NBETS).
           MOVE T-D-ACOETS (IY)  TO ETS-ACOETS (W-NBETS).
           MOVE IY               TO ETS-RANG (W-NBETS).
           MOVE 0                TO ETS-ATTENDU (W-NBETS)
                                    ETS-LIQUIDE (W-NBETS).
           IF T-D-TPBTSE (IY) NUMERIC
               ADD T-D-TPBTSE (IY) TO ETS-ATTENDU (W-NBETS)
           END-IF.
           IF T-D-TPNTSE (IY) NUMERIC
               ADD T-D-TPNTSE (IY) TO ETS-ATTENDU (W-NBETS)
           END-IF.
       2410-CHARGER-UN-ETS-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-LIRE-COMMUNE.
      *---------------------------------------------------------
      * ARTICLE COMMUNE : CODE DE L'ETABLISSEMENT DE RATTACHEMENT
      * (GCOETP), RECHERCHE PARMI LES ETABLISSEMENTS DE LA
      * DIRECTION SUR LE CODE PORTE APRES LE TYPE (ACOETS)
           MOVE W-DEPDIR    TO W-COM-DIR.
           MOVE RETB-CCOCOM TO W-COM-COURANTE.
           MOVE SPACE TO W-COM-GCOETP.
           MOVE 0 TO W-COM-IXETS.
           MOVE 'N' TO W-SW-FIN.
           MOVE W-COM-DIR      TO T-DIR.
           MOVE W-COM-COURANTE TO T-COM.
           MOVE LOW-VALUE TO T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY GO TO 2500-LIRE-COMMUNE-EXIT
           END-START.
           PERFORM 2510-LIRE-UN-ARTICLE
               THRU 2510-LIRE-UN-ARTICLE-EXIT
               UNTIL W-FIN-COMMUNE.
           IF W-COM-GCOETP = SPACE OR W-COM-GCOETP = '000'
               GO TO 2500-LIRE-COMMUNE-EXIT
           END-IF.
           PERFORM 2520-TESTER-ETS
               THRU 2520-TESTER-ETS-EXIT
               VARYING IY FROM 1 BY 1
               UNTIL IY > 5 OR W-COM-IXETS > 0.
       2500-LIRE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2510-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-COMMUNE TO TRUE
                      GO TO 2510-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR NOT = W-COM-DIR
              OR T-COM NOT = W-COM-COURANTE
               SET W-FIN-COMMUNE TO TRUE
               GO TO 2510-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'C'
               MOVE ENR-TAUDIS TO TAUDIS-COM
               IF T-C-GCOETP NUMERIC
                   MOVE T-C-GCOETP TO W-COM-GCOETP
               END-IF
               SET W-FIN-COMMUNE TO TRUE
           END-IF.
       2510-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2520-TESTER-ETS.
      *---------------------------------------------------------
           MOVE DIR-IXETS (IXD-DIR, IY) TO IXE.
           IF IXE > 0
               IF ETS-ACOETS (IXE) (2:3) = W-COM-GCOETP
                   MOVE IXE TO W-COM-IXETS
               END-IF
           END-IF.
       2520-TESTER-ETS-EXIT.
           EXIT.

      *---------------------------------------------------------
       2600-AFFECTER-RANG.
      *---------------------------------------------------------
      * RANG 1 : ETABLISSEMENT DE RATTACHEMENT DE LA COMMUNE ;
      * RANGS 2 ET 3 : ETABLISSEMENT DE MEME RANG A L'ARTICLE
      * DIRECTION. SANS ETABLISSEMENT, LA PART EST SIGNALEE
           IF W-TSE-RANG (IR) = 0
               GO TO 2600-AFFECTER-RANG-EXIT
           END-IF.
           IF IR = 1
               MOVE W-COM-IXETS TO IXE
           ELSE
               MOVE DIR-IXETS (IXD-DIR, IR) TO IXE
           END-IF.
           IF IXE = 0
               ADD W-TSE-RANG (IR) TO DIR-NONATT (IXD-DIR)
               ADD W-TSE-RANG (IR) TO W-TOTNONATT
               ADD 1 TO W-NBNONATT
               GO TO 2600-AFFECTER-RANG-EXIT
           END-IF.
           ADD W-TSE-RANG (IR) TO ETS-LIQUIDE (IXE).
       2600-AFFECTER-RANG-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-EDITER-DIRECTION.
      *---------------------------------------------------------
      * LES RESOLUTIONS DE LIBELLE ET LES LECTURES D'ARTICLE
      * GROUPEMENT SONT FAITES ICI, HORS DE TOUT PARCOURS
      * SEQUENTIEL DU TAUDIS
           IF NOT DIR-ARTICLE-LU (IXD)
               MOVE DIR-DEPDIR (IXD) TO LN-DEPDIR
               MOVE DIR-NONATT (IXD) TO LN-MONTANT
               WRITE ENR-RAPPORT FROM LIGNE-NONATT
               GO TO 3000-EDITER-DIRECTION-EXIT
           END-IF.
           PERFORM 3100-EMETTRE-VIREMENT
               THRU 3100-EMETTRE-VIREMENT-EXIT
               VARYING IY FROM 1 BY 1
               UNTIL IY > 5.
           IF DIR-NONATT (IXD) NOT = 0
               MOVE DIR-DEPDIR (IXD) TO LN-DEPDIR
               MOVE DIR-NONATT (IXD) TO LN-MONTANT
               WRITE ENR-RAPPORT FROM LIGNE-NONATT
           END-IF.
       3000-EDITER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-EMETTRE-VIREMENT.
      *---------------------------------------------------------
           MOVE DIR-IXETS (IXD, IY) TO IXE.
           IF IXE = 0
               GO TO 3100-EMETTRE-VIREMENT-EXIT
           END-IF.
           PERFORM 3200-RESOUDRE-ETS
               THRU 3200-RESOUDRE-ETS-EXIT.
           MOVE ETS-DEPDIR (IXE)  TO LE-DEPDIR.
           MOVE ETS-ACOETS (IXE)  TO LE-ACOETS.
           MOVE W-LIB-LIBELLE     TO LE-LIBELLE.
           MOVE W-ETS-SIREN       TO LE-SIREN.
           MOVE ETS-ATTENDU (IXE) TO LE-ATTENDU.
           MOVE ETS-LIQUIDE (IXE) TO LE-LIQUIDE.
           COMPUTE LE-ECART = ETS-ATTENDU (IXE) - ETS-LIQUIDE (IXE).

           IF ETS-LIQUIDE (IXE) = 0
               MOVE 'AUCUN PRODUIT LIQUIDE' TO LE-VERDICT
               WRITE ENR-RAPPORT FROM LIGNE-ETS
               GO TO 3100-EMETTRE-VIREMENT-EXIT
           END-IF.
           IF ETS-LIQUIDE (IXE) < 0
      * DEGREVEMENTS SUPERIEURS AU PRODUIT : RIEN A VERSER, LA
      * REPRISE EST LAISSEE AU COMPTABLE
               ADD 1 TO W-NBBLOQUES
               ADD ETS-LIQUIDE (IXE) TO W-TOTBLOQUE
               MOVE '** PRODUIT NEGATIF NON VIRE **' TO LE-VERDICT
               WRITE ENR-RAPPORT FROM LIGNE-ETS
               GO TO 3100-EMETTRE-VIREMENT-EXIT
           END-IF.

           MOVE 'N' TO W-SW-BAN.
           IF W-ETS-SIREN NOT = SPACE
               PERFORM 3300-TESTER-BANQUE
                   THRU 3300-TESTER-BANQUE-EXIT
                   VARYING IX FROM 1 BY 1
                   UNTIL IX > W-NBBAN OR BAN-TROUVE
           END-IF.
           IF NOT BAN-TROUVE
      * ETABLISSEMENT SANS COORDONNEES BANCAIRES : PART BLOQUEE
               ADD 1 TO W-NBBLOQUES
               ADD ETS-LIQUIDE (IXE) TO W-TOTBLOQUE
               MOVE '** PART BLOQUEE SANS IBAN **' TO LE-VERDICT
               WRITE ENR-RAPPORT FROM LIGNE-ETS
               GO TO 3100-EMETTRE-VIREMENT-EXIT
           END-IF.

           MOVE W-DATJOU          TO VR-DATJOU.
           MOVE ETS-DEPDIR (IXE)  TO VR-DEPDIR.
           MOVE W-ETS-SIREN       TO VR-SIREN.
           MOVE BAN-IBAN (IX-BAN) TO VR-IBAN.
           MOVE BAN-BIC (IX-BAN)  TO VR-BIC.
           MOVE ETS-LIQUIDE (IXE) TO VR-MONTANT.
           WRITE ENR-VIREMENT.
           ADD 1 TO W-NBVIRES.
           ADD ETS-LIQUIDE (IXE) TO W-TOTVIRE.
           MOVE 'VIREMENT EMIS' TO LE-VERDICT.
           WRITE ENR-RAPPORT FROM LIGNE-ETS.
       3100-EMETTRE-VIREMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-RESOUDRE-ETS.
      *---------------------------------------------------------
      * LIBELLE PAR LE MODULE COMMUN RESLIB ('G', TYPE + CODE
      * D'ETABLISSEMENT), SIREN LU SUR L'ARTICLE GROUPEMENT
           MOVE 'G' TO W-LIB-TYPE.
           MOVE ETS-DEPDIR (IXE) TO W-LIB-DIR.
           MOVE SPACE TO W-LIB-CODE.
           MOVE ETS-ACOETS (IXE) TO W-LIB-CODE (1:4).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR
                               W-LIB-CODE W-LIB-LIBELLE
                               W-LIB-CR
               ON EXCEPTION
                   MOVE 'ETABLISSEMENT SANS LIBELLE' TO W-LIB-LIBELLE
           END-CALL.
           MOVE SPACE TO W-ETS-SIREN.
           MOVE ETS-DEPDIR (IXE)       TO T-DIR.
           MOVE ETS-ACOETS (IXE) (1:3) TO T-COM.
           MOVE ETS-ACOETS (IXE) (4:1) TO T-CCOIFP (1:1).
           MOVE LOW-VALUE TO T-CCOIFP (2:2) T-CCPPER.
           READ TAUDIS INTO TAUDIS-GRP
               INVALID KEY GO TO 3200-RESOUDRE-ETS-EXIT
           END-READ.
           IF T-G-DLETAR = 'G'
               MOVE T-G-DNUSRN TO W-ETS-SIREN
           END-IF.
       3200-RESOUDRE-ETS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-TESTER-BANQUE.
      *---------------------------------------------------------
           IF BAN-SIREN (IX) = W-ETS-SIREN
               SET BAN-TROUVE TO TRUE
               MOVE IX TO IX-BAN
           END-IF.
       3300-TESTER-BANQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-CONTROLER-SERVICE.
      *---------------------------------------------------------
      * VERIFICATION FINALE DES ENREGISTREMENTS DE SERVICE : FIN
      * PRESENTE ET COMPTAGE CONFORME
           IF NOT W-SRV-FIN-LUE
               SET W-SRV-ECART TO TRUE
               DISPLAY 'VIRTSE - FIN DE FICHIER DE SERVICE ABSENTE'
           END-IF.
       8000-CONTROLER-SERVICE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
           PERFORM 8000-CONTROLER-SERVICE
               THRU 8000-CONTROLER-SERVICE-EXIT.
           CLOSE TAUDIS VIREMENT RAPPORT.
           DISPLAY 'VIRTSE - VIREMENTS EMIS       : ' W-NBVIRES.
           DISPLAY 'VIRTSE - ETABLISSEMENTS BLOQUES: ' W-NBBLOQUES.
           DISPLAY 'VIRTSE - PARTS NON ATTRIBUEES : ' W-NBNONATT.
           IF W-NBBLOQUES > 0 OR W-NBNONATT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF W-SRV-ECART
               MOVE 12 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-EXIT.
           EXIT.
       END PROGRAM VIRTSE.
