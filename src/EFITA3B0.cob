      *********************************************************
      * PROGRAMME EFITA3B0                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CE SOUS-PROGRAMME EST LA CALCULETTE DES COTISATIONS   *
      * BATIES DE TAXE FONCIERE DE L'ANNEE 2020.              *
      *                                                       *
      * A COMPTER DE 2020, LA PART DEPARTEMENTALE DE TAXE     *
      * FONCIERE BATIE EST TRANSFEREE AUX COMMUNES : LE TAUX  *
      * DEPARTEMENTAL (ARTICLE DIRECTION DU TAUDIS) EST       *
      * AJOUTE AU TAUX COMMUNAL ET LA PART DEPARTEMENTALE     *
      * N'EST PLUS LIQUIDEE. LE COEFFICIENT CORRECTEUR DE LA  *
      * COMMUNE (ARTICLE COMMUNE DU TAUDIS) NEUTRALISE LE     *
      * GAIN OU LA PERTE DE LA COMMUNE : SON EFFET SUR LA     *
      * COTISATION COMMUNALE (SUPPLEMENT OU PRELEVEMENT) EST  *
      * RESTITUE A PART, LE REDEVABLE N'EN SUPPORTE RIEN.     *
      *                                                       *
      *********************************************************

       ID DIVISION.
       PROGRAM-ID. EFITA3B0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BAREME LEGAL DU MILLESIME, LU AU PREMIER APPEL DE LA
      * CALCULETTE (UN ENREGISTREMENT PAR ANNEE ET PAR NATURE)
           SELECT  BAREME      ASSIGN  TO  BAREME
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BA-FS.
      * MODE SECOURS DE LA BASE TAUX ('S' = ACTIF) : SUR CR 24 DU
      * CHEMIN DL/I, LA MEME CLE EST RETENTEE PAR LE CHEMIN TAUDIS
           SELECT  PARMSEC     ASSIGN  TO  PARMSEC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  BAREME.
       01  ENR-BAREME              PIC X(120).
       FD  PARMSEC.
       01  ENR-PARMSEC.
           05 SE-SECOURS           PIC X(1).
       WORKING-STORAGE SECTION.
      *   *** ADR/LIBRARIAN SLAT VARIABLES FOLLOW ***
       01 SLATVARS              PIC X(122)                  VALUE 'SLAT
      -    'VARS START:18/12/1315:17:22BEPARDI        EFITA3B00001000010
      -    'EFI.TST.PGM                                 SLAT VARS END'.

       01 VERSION PIC X(23) VALUE 'EFITA3B0 00 DU 15/10/26'.
       01 IND PIC S9(4) BINARY GLOBAL.

      *
      * ZONES DE TRAVAIL POUR CALCUL COTIS ET FRAIS
      *
       01 W-TOTCOT3             PIC S9(11) GLOBAL.
       01 W-TOTCOT8             PIC S9(11) GLOBAL.
       01 W-TOTCOT9             PIC S9(11) GLOBAL.
       01 W-FRAIS               PIC S9(11).

      * RUBRIQUES DE FRAIS CALCULEES AU CENTIME : LA REPARTITION
      * ASSIETTE / NON-VALEUR EST EXACTE ET CHAQUE RUBRIQUE N'EST
      * ARRONDIE QU'UNE SEULE FOIS, AU MOMENT DE LA RESTITUTION
       01 W-FA-CENT             PIC S9(11)V9(4).
       01 W-FN-CENT             PIC S9(11)V9(4).
       01 W-FRAIS-CENT          PIC S9(11)V9(4).
       01 W-TOTCOTOM            PIC S9(11) GLOBAL.
       01 W-F300FRS             PIC 9V9(4).
       01 W-F300ARN             PIC 9V9(4).
       01 W-F800FRS             PIC 9V9(4).
       01 W-F800ARN             PIC 9V9(4).
       01 W-F900FRS             PIC 9V9(4).
       01 W-F900ARN             PIC 9V9(4).

      * PLAFOND LEGAL DE LA COTISATION GEMAPI (PRODUIT VOTE
      * RAPPORTE A LA POPULATION DE LA COMMUNE). SERVI DEPUIS LE
      * BAREME DU MILLESIME
       01 W-TXPLAFGEM           PIC 9(2)V99.
       01 W-PLAFGEM             PIC S9(10).

      * CUMUL DE LA COTISATION GEMAPI PAR COMMUNE, POUR LE
      * PLAFONNEMENT COMMUNE PAR COMMUNE (LES ARTICLES D'UNE MEME
      * COMMUNE ETANT PRESENTES CONSECUTIVEMENT). REMIS A ZERO A
      * CHAQUE CHANGEMENT D'ANNEE, DE DIRECTION OU DE COMMUNE.
       01 W-GEM-AN              PIC 9(4)    VALUE 0.
       01 W-GEM-DIR.
          05 W-GEM-CC2DEP       PIC X(2)    VALUE SPACE.
          05 W-GEM-CODDIR       PIC X       VALUE SPACE.
       01 W-GEM-COM             PIC X(3)    VALUE SPACE.
       01 W-CUMGEM              PIC S9(10)  VALUE 0.

      * PLAFOND DE VALEUR LOCATIVE OM/TEOM (VALEUR LOCATIVE MOYENNE
      * COMMUNALE X COEFFICIENT DE PLAFONNEMENT VOTE : DVLPOM/PPLOM
      * DE L'ARTICLE COMMUNE TAUDIS)
       01 W-PLAFOM              PIC S9(10).

      * PLAGE DE VRAISEMBLANCE DES BASES, CONTROLEE AVANT LE CALCUL
      * DE CHAQUE COTISATION (PROTECTION CONTRE UNE BASE NEGATIVE
      * ANORMALE ISSUE D'UNE CORRECTION DE ROLE DEMESUREE). SERVIE
      * DEPUIS LE BAREME DU MILLESIME
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

      * COEFFICIENT CORRECTEUR DE LA COMMUNE RETENU POUR L'ARTICLE
      * (1,000000 QUAND L'ARTICLE COMMUNE NE LE PORTE PAS)
       01 W-COCOR               PIC 9V9(6).

      * EXONERATION DOM SOUS SEUIL : QUAND LE SEUIL DSEDOM DE
      * L'ARTICLE COMMUNE EST SERVI ET QUE LA BASE COMMUNALE DE
      * L'ARTICLE LUI EST INFERIEURE, L'ARTICLE EST EXONERE EN
      * TOTALITE (BASES A ZERO AVANT LIQUIDATION)
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
      * FAITE : CR 13)
       01 BA-FS                 PIC X(2).
          88 BA-OK                  VALUE '00'.
       01 W-BAREME-ETAT         PIC X(1) VALUE 'N'.
          88 W-BAREME-A-LIRE        VALUE 'N'.
          88 W-BAREME-CHARGE        VALUE 'O'.
          88 W-BAREME-INVALIDE      VALUE 'E'.
       01 BAR-ENR.
          COPY XBAREME REPLACING 'X' BY BAR.

      * MODE SECOURS DE LA BASE TAUX DL/I, LU AU PREMIER APPEL
      * DEPUIS LE FICHIER FACULTATIF PARMSEC ('S' = ACTIF)
       01 SE-FS                 PIC X(2).
          88 SE-OK                  VALUE '00'.
       01 W-SECOURS-ETAT        PIC X(1) VALUE 'N'.
          88 W-SECOURS-A-LIRE       VALUE 'N'.
          88 W-SECOURS-ACTIF        VALUE 'S'.
          88 W-SECOURS-INACTIF      VALUE 'I'.

      * BASES RECONSTITUEES
       01 BASEB.
          COPY XBASEB   REPLACING 'X' BY BASEB.

      * ZONES GLOBALES
      * RECUP PARM
       01 COMBAT GLOBAL.
          COPY XCOMBAT  REPLACING 'X' BY COMBAT.

      * BASE TAUX
       01 TAU-E-AN.
          COPY XBXTDAN  REPLACING 'X' BY TAU-E.


       01 TAU-D-DEP.
          COPY XBXTDDIR REPLACING 'X' BY TAU-D.


       01 TAU-C-COM.
          COPY XBXTDCOM REPLACING 'X' BY TAU-C.


       01 TAU-R-ROL.
          COPY XBXTDSR  REPLACING 'X' BY TAU-R.


       01 TAU-R-ROL1.
          COPY XBXTDSR  REPLACING 'X' BY TAU-R1.

      * COEFFICIENTS DE NEUTRALISATION DE LA COMMUNE (POSTE 5 DE
      * ZES, SERVI PAR EFITAUX2 ; A BLANC SUR LE CHEMIN BASE TAUX)
       01 TAU-N-NEU.
          COPY XBXTDNEU REPLACING 'X' BY TAU-N.

       01 TAU-A-RAT.
          COPY XBXTDRAT REPLACING 'X' BY TAU-A.

       01 ZES.
          05 ZESTAUX PIC X(400) OCCURS 7.

      * SEGMENT COMMUNE DE LA BASE TAUX DL/I (CHEMIN FMSTAU2), UTILISE
      * POUR RECALER PAR NOM DE ZONE LES POSTES QUE LE CALQUE BRUT
      * ZESTAUX(3)->TAU-C-COM NE PLACE PAS AU MEME OCTET QUE XBXTDCOM
       01 XB40-VUE.
          COPY XB40.
      * ZONES INTERMEDIAIRES
      * COTISB EST CONSTITUE D'UNE TABLE DE 5 POSTES, SUR LE MODELE
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

      * RETOUR MAJIC2
       01 RETOURB GLOBAL.
          COPY XRETB    REPLACING 'X' BY RETOURB.

      * CODES RETOUR
       01 CR                       PIC 9(2) GLOBAL.
       01 RC                       PIC 9(2) GLOBAL.

       LINKAGE SECTION.
      * DESCRIPTION DES PARAMETRES
      * APPEL INITIAL PAR MAJIC2
       01 COMBATM PIC X(600).
      * RETOUR VERS MAJIC2 DES COTISATIONS CALCULEES
       01 RETOURM PIC X(600).
      * RETOUR MAJIC2 DES CODES ANOMALIES
       01 CRM                      PIC 9(2).
       01 RCM                      PIC 9(2).
       01 PARM                     PIC X.
      * RETOUR DE LA VUE BASES/TAUX RECONSTITUEE (ARCHIVAGE)
       01 BASEM.
          COPY XBASEB REPLACING 'X' BY BASEM.

       PROCEDURE DIVISION USING COMBATM RETOURM CRM RCM PARM BASEM.

      ***********************************************************
      * INITIALISATIONS                                         *
      ***********************************************************
           INITIALIZE RETOURB BASEB COTISB.
           MOVE 0 TO CR RC
           MOVE COMBATM TO COMBAT
           MOVE COMBAT-GCTXTA TO RETOURB-GCTXTA

      * CHARGEMENT DU BAREME LEGAL DU MILLESIME : LES TAUX DE FRAIS,
      * LE PLAFOND GEMAPI ET LES BORNES DE VRAISEMBLANCE NE SONT
      * PLUS CODES EN DUR MAIS LUS DANS LE FICHIER BAREME AU PREMIER
      * APPEL DE LA CALCULETTE
           IF W-BAREME-A-LIRE
              PERFORM LIRE-BAREME THRU LIRE-BAREME-FIN
           END-IF
           IF W-SECOURS-A-LIRE
              PERFORM LIRE-PARMSEC THRU LIRE-PARMSEC-FIN
           END-IF
           IF W-BAREME-CHARGE
              MOVE BAR-F300FRS   TO W-F300FRS
              MOVE BAR-F300ARN   TO W-F300ARN
              MOVE BAR-F800FRS   TO W-F800FRS
              MOVE BAR-F800ARN   TO W-F800ARN
              MOVE BAR-F900FRS   TO W-F900FRS
              MOVE BAR-F900ARN   TO W-F900ARN
              MOVE BAR-TXPLAFGEM TO W-TXPLAFGEM
              MOVE BAR-LIMBASE-P TO W-LIMBASE-P
              MOVE BAR-LIMBASE-N TO W-LIMBASE-N
           ELSE
              MOVE 13 TO CR
              MOVE 01 TO RC
           END-IF

      ***********************************************************
      * VERIFICATION DES PARAMETRE ISSUS DE L'APPEL             *
      ***********************************************************

      * VERIFICATION DU CODE ARTICLE. LA ZONE CCOBNB DOIT ETRE
      * VALORISEE A 2 (ART BATI)
           IF COMBAT-CCOBNB NOT = 2
              MOVE 12 TO CR
              MOVE  1 TO RC
           END-IF

      * VERIFICATION DE L'ANNEE D'IMPOSITION
            IF COMBAT-DAN = '2020'
               CONTINUE
            ELSE
               MOVE 12 TO CR
               MOVE  2 TO RC
           END-IF

      * VERIFICATION DE LA NUMERICITE DES BASES D'IMPOSITION
           IF COMBAT-MBACOM     NOT NUMERIC OR
              COMBAT-MBADEP     NOT NUMERIC OR
              COMBAT-MBAREG     NOT NUMERIC OR
              COMBAT-MBASYN     NOT NUMERIC OR
              COMBAT-MBACU      NOT NUMERIC OR
              COMBAT-MBAGE3     NOT NUMERIC OR
              COMBAT-MBATA3     NOT NUMERIC OR
              COMBAT-MBBT13(1)  NOT NUMERIC OR
              COMBAT-MBBT13(2)  NOT NUMERIC OR
              COMBAT-MBBT13(3)  NOT NUMERIC
              MOVE 12 TO CR
              MOVE 11 TO RC
           END-IF

      * VERIFICATION DU ZONAGE ET DES BASES OM
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
              IF NOT COMBAT-GTAUOM-OK(IND)
                 MOVE 12 TO CR MOVE 5 TO RC
              END-IF
              IF COMBAT-GTAUOM(IND) NOT = SPACE
              AND COMBAT-MBAOM(IND) NOT NUMERIC
                 MOVE 12 TO CR MOVE 6 TO RC
              END-IF
              IF COMBAT-GTAUOM(IND) = SPACE
                 MOVE 0 TO COMBAT-MBAOM(IND)
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

      **************************************************************
      * RECUPERATION DES TAUX :                                    *
      *                                                            *
      * LES TAUX NE SONT PAS RECUPERES SI L'IMPOSITION BATIE       *
      * PRECEDENTE A LES PARAMETRES ANNEE, DIRECTION, COMMUNE      *
      * ET IFP TOUS IDENTIQUES A L'IMPOSITION NON BATIE  TRAITEE   *
      *                                                            *
      * DANS LE CAS CONTRAIRE, SELON L'APPLICATION APPELANTE,      *
      * LA RECUPERATION DES TAUX SE FAIT SOIT AVEC LE SS-PRG :     *
      *  - EFITAUX2 QUAND L'APPEL EST FAIT PAR CROISIC (ROLE       *
      *      GENERAL DE TF), AVEC LA VARIABLE PARM VALORISEE A 'M' *
      *      OU L'ARTICLE PORTANT LE CONTEXTE COMBAT-GCTXTA = 'G'  *
      *  - FMSTAU2 QUAND L'APPEL EST FAIT PAR MAJIC ( IMPOSITIONS  *
      *      SUPPLEMENTAIRES TF OU CONTENTIEUX TF ) AVEC UN PARM   *
      *      NON VALORISE A 'M', SOIT COMBAT-GCTXTA A 'S' OU 'C'   *
      **************************************************************

              EVALUATE TRUE ALSO TRUE ALSO TRUE ALSO TRUE
                 WHEN COMBAT-DAN    = TAU-R-JAN    ALSO
                      COMBAT-AC3DIR = TAU-R-DEPDIR ALSO
                      COMBAT-CCOCOM = TAU-R-CCOCOM ALSO
                      COMBAT-CCOIFP = TAU-R-CCOIFP
                    CONTINUE
                 WHEN OTHER
                    IF PARM = 'M' OR COMBAT-CTX-ROLE-GENERAL
                       MOVE 'T' TO RETOURB-GVOIE
                       CALL 'EFITAUX2' USING
      * PROGRAMME EFITAUX2
      * DESCRIPTION SOMMAIRE DU TRAITEMENT :
      * MODULE DE RECUPERATION DES TAUX DANS LE FICHIER TAUDIS
      * IL SE SUBSTITUE A LA BASE TAUX ET SA PRIMITIVE D'ACCES

      * PARM ENTREE
                          COMBAT-DAN
                          COMBAT-AC3DIR
                          COMBAT-CCOCOM
                          COMBAT-CCOIFP
                          COMBAT-CCPPER
      * CODES RETOUR
                          CR RC
      * DONNEES RENDUES
                          ZES
                          ON EXCEPTION MOVE 24 TO CR MOVE 01 TO RC
                       END-CALL
                    ELSE
                       MOVE 'B' TO RETOURB-GVOIE
                       CALL 'FMSTAU2' USING
      * PROGRAMME FMSTAU2
      * DESCRIPTION SOMMAIRE DU TRAITEMENT :
      * PROGRAMME 'PRIMITIVE' D INTERROGATION A LA BASE TAUX

      * PARM ENTREE
                          COMBAT-DAN
                          COMBAT-AC3DIR
                          COMBAT-CCOCOM
                          COMBAT-CCOIFP
      * CODES RETOUR
                          CR RC
      * DONNEES RENDUES
                          ZES
                          ON EXCEPTION MOVE 24 TO CR MOVE 01 TO RC
                       END-CALL

      * MODE SECOURS : SUR ECHEC CR 24 DE LA BASE TAUX DL/I, LA
      * MEME CLE EST RETENTEE PAR LE CHEMIN TAUDIS (EFITAUX2) ET
      * LA VOIE REELLEMENT EMPRUNTEE EST MARQUEE DANS LE RETOUR
                       IF CR = 24 AND W-SECOURS-ACTIF
                          MOVE 0 TO CR RC
                          MOVE 'T' TO RETOURB-GVOIE
                          MOVE 'S' TO RETOURB-GSECOURS
                          CALL 'EFITAUX2' USING
                             COMBAT-DAN
                             COMBAT-AC3DIR
                             COMBAT-CCOCOM
                             COMBAT-CCOIFP
                             COMBAT-CCPPER
                             CR RC
                             ZES
                             ON EXCEPTION MOVE 24 TO CR
                                          MOVE 01 TO RC
                          END-CALL
                       ELSE
                          MOVE ZESTAUX(4) TO TAU-R-ROL1
                          MOVE TAU-R-ROL1 TO ZESTAUX(4)
                       END-IF
                    END-IF

                    MOVE ZESTAUX(1) TO TAU-E-AN
                    MOVE ZESTAUX(2) TO TAU-D-DEP
                    MOVE ZESTAUX(3) TO TAU-C-COM
                    MOVE ZESTAUX(4) TO TAU-R-ROL
                    MOVE ZESTAUX(5) TO TAU-N-NEU
                    MOVE ZESTAUX(6) TO TAU-A-RAT
              END-EVALUATE

      **************************************************************
      * LE CHEMIN FMSTAU2/DL-I RENVOIE LES SEGMENTS XB35/XB40, DONT  *
      * LA DISPOSITION N'EST PAS IDENTIQUE OCTET A OCTET A CELLE DE  *
      * XBXTDDIR/XBXTDCOM (MEME CONSTAT DEJA FAIT POUR ECARTTAU) :   *
      * LE CALQUE BRUT CI-DESSUS PLACE DONC CERTAINS POSTES AU       *
      * MAUVAIS OCTET. NPOCOM/DVLPOM/PPLOM EXISTENT BIEN SUR XB40    *
      * SOUS CES MEMES NOMS : ON LES RECALE ICI PAR NOM DE ZONE.     *
      * PBBOMI N'A PAS D'EQUIVALENT SUR XB35 (PAS DE TEOMI EN BASE   *
      * TAUX DL/I) : ON LE REMET A ZERO PLUTOT QUE DE LAISSER DES    *
      * OCTETS ALEATOIRES                                            *
      **************************************************************
              IF RETOURB-GVOIE = 'B'
                 MOVE ZESTAUX(3)   TO XB40-VUE
                 MOVE XB40-NPOCOM  TO TAU-C-NPOCOM
                 MOVE XB40-DVLPOM  TO TAU-C-DVLPOM
                 MOVE XB40-PPLOM   TO TAU-C-PPLOM
                 MOVE ZERO         TO TAU-D-PBBOMI
      * LES SEUILS D'EXONERATION DOM N'ONT PAS D'EQUIVALENT SUR
      * XB40 : ON LES NEUTRALISE PLUTOT QUE DE LAISSER DES OCTETS
      * ALEATOIRES
                 MOVE ZERO         TO TAU-C-DSEDOM
                 MOVE ZERO         TO TAU-C-DSEDNB
      * MEME CONSTAT POUR LES COEFFICIENTS DE NEUTRALISATION : LE
      * POSTE 5 DE LA ZES PORTE XB50 SUR CE CHEMIN (OU LES RESTES
      * D'UN ARTICLE PRECEDENT), PAS LE SEGMENT XBXTDNEU. ON
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
      * LE COEFFICIENT CORRECTEUR N'A PAS D'EQUIVALENT EN BASE TAUX
      * DL/I : IL EST RENDU NEUTRE
                 MOVE 1            TO TAU-C-PCOCOR
              END-IF

      **************************************************************
      * SIMULATION "QUE SE PASSERAIT-IL SI" AVANT DELIBERATION :    *
      * QUAND L'APPELANT A VALORISE PARM A 'S' ET ACTIVE LE         *
      * SIMULATEUR DANS COMBAT (GSIMUL='O'), LES TAUX PROPOSES      *
      * REMPLACENT LES TAUX COMMUNAL/SYNDICAT/EPCI/TSE/GEMAPI       *
      * QUI VIENNENT D'ETRE RECUPERES, AVANT LE CALCUL DE LA        *
      * COTISATION. LE RESTE DU CONTEXTE (ANNEE, BASES, TAUX        *
      * DEPARTEMENTAUX) N'EST PAS MODIFIE                           *
      **************************************************************
              IF PARM = 'S' AND COMBAT-SIMUL-ACTIF
                 MOVE COMBAT-STAUCOM     TO TAU-R-TAUCOM-B
                 MOVE COMBAT-STAUSYN     TO TAU-R-TAUSYNDSFP-B
                 MOVE COMBAT-STAUCU      TO TAU-R-TAUCUDFPVN-B
                 MOVE COMBAT-STAUTSEN(1) TO TAU-R-TAUTSE-B
                 MOVE COMBAT-STAUTSEN(2) TO TAU-R-PTBTGP
                 MOVE COMBAT-STAUTSEN(3) TO TAU-R-PTBT3E
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
      *************************************************************
              MOVE COMBAT-AIDFIC      TO BASEB-CLE
                                         COTISB-CLE(1)
              MOVE COMBAT-ANUPRO      TO BASEB-ANUPRO
                                         COTISB-ANUPRO(1)
              MOVE COMBAT-CCOBNB      TO BASEB-ACODB
                                         COTISB-ACODB(1)
              MOVE 'I'                TO BASEB-IMPOT
                                         COTISB-IMPOT(1)
              MOVE 'BN'               TO BASEB-GNEXPL
                                         COTISB-GNEXPL(1)
      *
      * ALIMENTATION DES TAUX
      *

      * TAUX COMMUNAL : LE TAUX DEPARTEMENTAL EST TRANSFERE A LA
      * COMMUNE ET S'AJOUTE AU TAUX COMMUNAL. EN SIMULATION, LE
      * TAUX PROPOSE EST DEJA LE TAUX COMMUNAL DE L'APRES-REFORME
              IF PARM = 'S' AND COMBAT-SIMUL-ACTIF
                 MOVE TAU-R-TAUCOM-B  TO BASEB-TAUCOM
                                         COTISB-TAUCOM(1)
              ELSE
                 COMPUTE BASEB-TAUCOM = TAU-R-TAUCOM-B
                                      + TAU-D-TAUDEP-B
                 MOVE BASEB-TAUCOM    TO COTISB-TAUCOM(1)
              END-IF
      * TAUX DEPARTEMENTAL : LA PART DEPARTEMENTALE N'EST PLUS
      * LIQUIDEE (COTISATIONS DEPARTEMENTALES A ZERO)
              MOVE ZERO               TO BASEB-TAUDEP
                                         COTISB-TAUDEP(1)
      * TAUX TASA
              MOVE TAU-D-PTBTAS       TO BASEB-TAUTAS
                                         COTISB-TAUTAS(1)
      * PSEUDO-TAUX TEOMI
              MOVE TAU-D-PBBOMI       TO BASEB-TAUOMI
                                         COTISB-TAUOMI(1)
      * TAUX SYNDICAT DE COMMUNE
              MOVE TAU-R-TAUSYNDSFP-B TO BASEB-TAUSYN
                                         COTISB-TAUSYN(1)
      * TAUX EPCI
              MOVE TAU-R-TAUCUDFPVN-B TO BASEB-TAUCU
                                         COTISB-TAUCU(1)
      * TAUX TSE 1
              MOVE TAU-R-TAUTSE-B     TO BASEB-TAUTSEN(1)
                                         COTISB-TAUTSEN(1 1)
      * TAUX TSE 2
              MOVE TAU-R-PTBTGP       TO BASEB-TAUTSEN(2)
                                         COTISB-TAUTSEN(1 2)
      * TAUX TSE 3
              MOVE TAU-R-PTBT3E       TO BASEB-TAUTSEN(3)
                                         COTISB-TAUTSEN(1 3)
      * TAUX GEMAPI
              MOVE TAU-R-PTBGEM       TO BASEB-TAUGEM
                                         COTISB-TAUGEM(1)
      * TAUX OM ZONE TAUX PLEIN
              MOVE TAU-C-PBBOMP       TO BASEB-TAUOM1(1)
                                         COTISB-TAUOM1(1 1)
      * TAUX OM ZONE TAUX REDUIT A
              MOVE TAU-C-PBBOMA       TO BASEB-TAUOM1(2)
                                         COTISB-TAUOM1(1 2)
      * TAUX OM ZONE TAUX REDUIT B
              MOVE TAU-C-PBBOMB       TO BASEB-TAUOM1(3)
                                         COTISB-TAUOM1(1 3)
      * TAUX OM ZONE TAUX REDUIT C
              MOVE TAU-C-PBBOMC       TO BASEB-TAUOM1(4)
                                         COTISB-TAUOM1(1 4)
      * TAUX OM ZONE TAUX REDUIT D
              MOVE TAU-C-PBBOMD       TO BASEB-TAUOM1(5)
                                         COTISB-TAUOM1(1 5)
      * TAUX OM ZONE TAUX REDUIT E
              MOVE TAU-C-PBBOME       TO BASEB-TAUOM1(6)
                                         COTISB-TAUOM1(1 6)
      * TAUX OM ZONE TAUX REDUIT F
              MOVE TAU-C-PBBOMF       TO BASEB-TAUOM1(7)
                                         COTISB-TAUOM1(1 7)

      *
      *  ALIMENTATION DES BASES
      *

      * BASE COMMUNALE
              MOVE COMBAT-MBACOM      TO BASEB-BBCOM
                                         COTISB-BBCOM(1)
      * BASE DEPARTEMENTALE
              MOVE COMBAT-MBADEP      TO BASEB-BBDEP
                                         COTISB-BBDEP(1)
      * BASE SYNDICAT DE COMMUNE
              MOVE COMBAT-MBASYN      TO BASEB-BBSYN
                                         COTISB-BBSYN(1)
      * BASE EPCI
              MOVE COMBAT-MBACU       TO BASEB-BBCU
                                         COTISB-BBCU(1)
      * BASE GEMAPI
              MOVE COMBAT-MBAGE3      TO BASEB-BBGEM
                                         COTISB-BBGEM(1)
      * BASE TASA
              MOVE COMBAT-MBATA3      TO BASEB-BBTAS
                                         COTISB-BBTAS(1)
      * BASE TSE 1
              MOVE COMBAT-MBBT13(1)   TO BASEB-BBTSEN(1)
                                         COTISB-BBTSEN(1 1)
      * BASE TSE 2
              MOVE COMBAT-MBBT13(2)   TO BASEB-BBTSEN(2)
                                         COTISB-BBTSEN(1 2)
      * BASE TSE 3
              MOVE COMBAT-MBBT13(3)   TO BASEB-BBTSEN(3)
                                         COTISB-BBTSEN(1 3)
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                 MOVE COMBAT-GTAUOM(IND) TO BASEB-GTAUOM(IND)
                                            COTISB-GTAUOM(1 IND)
                 MOVE COMBAT-MBAOM(IND)  TO BASEB-BBTEOM(IND)
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
      * CNTEOM ZONES OM) : QUAND UN COEFFICIENT EST SERVI ET        *
      * DIFFERENT DE 1, LA BASE CORRESPONDANTE EST NEUTRALISEE      *
      * AVANT LIQUIDATION. LES BASES AVANT NEUTRALISATION SONT      *
      * CONSERVEES DANS LA VUE D'ARCHIVAGE (ZONES BAV DE XBASEB)    *
      * POUR LE RECOUPEMENT DE CTLBASE                              *
      **************************************************************
              MOVE COTISB-BBDEP(1)      TO BASEB-BAVDEP
              MOVE COTISB-BBCU(1)       TO BASEB-BAVCU
              MOVE COTISB-BBTAS(1)      TO BASEB-BAVTAS
              COMPUTE BASEB-BAVTSEN = COTISB-BBTSEN(1 1)
                                    + COTISB-BBTSEN(1 2)
                                    + COTISB-BBTSEN(1 3)
              MOVE 0 TO BASEB-BAVTEOM
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                 ADD COTISB-BBTEOM(1 IND) TO BASEB-BAVTEOM
              END-PERFORM

              IF TAU-N-CNDEP NUMERIC AND TAU-N-CNDEP > 0
                 AND TAU-N-CNDEP NOT = 1
                 COMPUTE COTISB-BBDEP(1) ROUNDED =
                         COTISB-BBDEP(1) * TAU-N-CNDEP
                 MOVE COTISB-BBDEP(1) TO BASEB-BBDEP
              END-IF
              IF TAU-N-CNEPCI NUMERIC AND TAU-N-CNEPCI > 0
                 AND TAU-N-CNEPCI NOT = 1
                 COMPUTE COTISB-BBCU(1) ROUNDED =
                         COTISB-BBCU(1) * TAU-N-CNEPCI
                 MOVE COTISB-BBCU(1) TO BASEB-BBCU
              END-IF
              IF TAU-N-CNCOM NUMERIC AND TAU-N-CNCOM > 0
                 AND TAU-N-CNCOM NOT = 1
                 COMPUTE COTISB-BBTAS(1) ROUNDED =
                         COTISB-BBTAS(1) * TAU-N-CNCOM
                 MOVE COTISB-BBTAS(1) TO BASEB-BBTAS
              END-IF
              IF TAU-N-CNTSE NUMERIC AND TAU-N-CNTSE > 0
                 AND TAU-N-CNTSE NOT = 1
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 3
                    COMPUTE COTISB-BBTSEN(1 IND) ROUNDED =
                            COTISB-BBTSEN(1 IND) * TAU-N-CNTSE
                    MOVE COTISB-BBTSEN(1 IND)
                        TO BASEB-BBTSEN(IND)
                 END-PERFORM
              END-IF
              IF TAU-N-CNTEOM NUMERIC AND TAU-N-CNTEOM > 0
                 AND TAU-N-CNTEOM NOT = 1
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                    COMPUTE COTISB-BBTEOM(1 IND) ROUNDED =
                            COTISB-BBTEOM(1 IND) * TAU-N-CNTEOM
                    MOVE COTISB-BBTEOM(1 IND)
                        TO BASEB-BBTEOM(IND)
                 END-PERFORM
              END-IF

      **************************************************************
      * ECRETEMENT LEGAL DE LA BASE OM/TEOM : LA VALEUR LOCATIVE     *
      * RETENUE NE PEUT EXCEDER LE PLAFOND OBTENU EN MULTIPLIANT LA  *
      * VALEUR LOCATIVE MOYENNE DE LA COMMUNE (DVLPOM) PAR LE        *
      * COEFFICIENT DE PLAFONNEMENT QU'ELLE A VOTE (PPLOM). CES      *
      * DONNEES NE SONT RENSEIGNEES QUE SI LA COMMUNE A DELIBERE UN  *
      * PLAFONNEMENT ; A DEFAUT, AUCUN ECRETEMENT N'EST APPLIQUE.    *
      * QUAND LE PLAFOND EST DEPASSE, LA BASE EST ECRETEE A CE       *
      * PLAFOND ET L'ANOMALIE EST SIGNALEE EN CR/RC SANS INTERROMPRE *
      * LE CALCUL DES AUTRES COTISATIONS                             *
      **************************************************************
              IF TAU-C-DVLPOM NUMERIC AND TAU-C-PPLOM NUMERIC
                 AND TAU-C-DVLPOM NOT = 0 AND TAU-C-PPLOM NOT = 0
                 COMPUTE W-PLAFOM = TAU-C-DVLPOM * TAU-C-PPLOM
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                    IF COTISB-BBTEOM(1 IND) > W-PLAFOM
                       MOVE W-PLAFOM TO COTISB-BBTEOM(1 IND)
                                        BASEB-BBTEOM(IND)
                       MOVE 56 TO CR
                       MOVE IND TO RC
                    END-IF
                 END-PERFORM
              END-IF

      **************************************************************
      * CONTROLE DE VRAISEMBLANCE DES BASES : UNE BASE HORS DE LA   *
      * PLAGE PLAUSIBLE (NOTAMMENT UNE BASE NEGATIVE DEMESUREE SUITE*
      * A UNE CORRECTION DE ROLE) EST ECRETEE A LA BORNE FRANCHIE   *
      * ET L'ANOMALIE EST SIGNALEE EN CR/RC SANS INTERROMPRE LE     *
      * CALCUL DES AUTRES COTISATIONS                               *
      **************************************************************
              IF COTISB-BBCOM(1) > W-LIMBASE-P
                 OR COTISB-BBCOM(1) < W-LIMBASE-N
                 IF COTISB-BBCOM(1) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBCOM(1)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBCOM(1)
                 END-IF
                 MOVE 55 TO CR  MOVE 01 TO RC
              END-IF

              IF COTISB-BBDEP(1) > W-LIMBASE-P
                 OR COTISB-BBDEP(1) < W-LIMBASE-N
                 IF COTISB-BBDEP(1) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBDEP(1)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBDEP(1)
                 END-IF
                 MOVE 55 TO CR  MOVE 02 TO RC
              END-IF

              IF COTISB-BBSYN(1) > W-LIMBASE-P
                 OR COTISB-BBSYN(1) < W-LIMBASE-N
                 IF COTISB-BBSYN(1) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBSYN(1)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBSYN(1)
                 END-IF
                 MOVE 55 TO CR  MOVE 03 TO RC
              END-IF

              IF COTISB-BBCU(1)  > W-LIMBASE-P
                 OR COTISB-BBCU(1)  < W-LIMBASE-N
                 IF COTISB-BBCU(1)  > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBCU(1)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBCU(1)
                 END-IF
                 MOVE 55 TO CR  MOVE 04 TO RC
              END-IF

              IF COTISB-BBGEM(1) > W-LIMBASE-P
                 OR COTISB-BBGEM(1) < W-LIMBASE-N
                 IF COTISB-BBGEM(1) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBGEM(1)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBGEM(1)
                 END-IF
                 MOVE 55 TO CR  MOVE 05 TO RC
              END-IF

              IF COTISB-BBTSEN(1 1) > W-LIMBASE-P
                 OR COTISB-BBTSEN(1 1) < W-LIMBASE-N
                 IF COTISB-BBTSEN(1 1) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBTSEN(1 1)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBTSEN(1 1)
                 END-IF
                 MOVE 55 TO CR  MOVE 06 TO RC
              END-IF

              IF COTISB-BBTSEN(1 2) > W-LIMBASE-P
                 OR COTISB-BBTSEN(1 2) < W-LIMBASE-N
                 IF COTISB-BBTSEN(1 2) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBTSEN(1 2)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBTSEN(1 2)
                 END-IF
                 MOVE 55 TO CR  MOVE 07 TO RC
              END-IF

              IF COTISB-BBTSEN(1 3) > W-LIMBASE-P
                 OR COTISB-BBTSEN(1 3) < W-LIMBASE-N
                 IF COTISB-BBTSEN(1 3) > W-LIMBASE-P
                    MOVE W-LIMBASE-P TO COTISB-BBTSEN(1 3)
                 ELSE
                    MOVE W-LIMBASE-N TO COTISB-BBTSEN(1 3)
                 END-IF
                 MOVE 55 TO CR  MOVE 08 TO RC
              END-IF

      **************************************************************
      * EXONERATION DOM SOUS SEUIL : DANS LES DIRECTIONS D'OUTRE-   *
      * MER, L'ARTICLE COMMUNE DU TAUDIS PORTE UN SEUIL DSEDOM.     *
      * QUAND IL EST SERVI ET QUE LA BASE COMMUNALE DE L'ARTICLE    *
      * LUI EST INFERIEURE, L'ARTICLE EST EXONERE EN TOTALITE :     *
      * TOUTES LES BASES DU POSTE 1 SONT MISES A ZERO AVANT LA      *
      * LIQUIDATION ET L'EXONERATION EST MARQUEE DANS LE RETOUR     *
      * (GEXDOM = 'D') POUR LE DENOMBREMENT DU BILAN DE LOT         *
      **************************************************************
              MOVE SPACE TO W-SW-EXODOM
              IF TAU-C-DSEDOM NUMERIC AND TAU-C-DSEDOM > 0
                 AND COTISB-BBCOM(1) < TAU-C-DSEDOM
                 MOVE 'D' TO W-SW-EXODOM
                 MOVE 'D' TO RETOURB-GEXDOM
                 MOVE ZERO TO COTISB-BBCOM(1)  BASEB-BBCOM
                              COTISB-BBDEP(1)  BASEB-BBDEP
                              COTISB-BBSYN(1)  BASEB-BBSYN
                              COTISB-BBCU(1)   BASEB-BBCU
                              COTISB-BBGEM(1)  BASEB-BBGEM
                              COTISB-BBTAS(1)  BASEB-BBTAS
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 3
                    MOVE ZERO TO COTISB-BBTSEN(1 IND)
                                 BASEB-BBTSEN(IND)
                 END-PERFORM
                 PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                    MOVE ZERO TO COTISB-BBTEOM(1 IND)
                                 BASEB-BBTEOM(IND)
                 END-PERFORM
              END-IF

      *
      * CALCUL DES COTISATION BATIES DE TAXE FONCIERE
      *

      * COTISATION COMMUNALE
              COMPUTE COTISB-COTICOM(1)     ROUNDED =
                      COTISB-BBCOM(1) * COTISB-TAUCOM(1) / 100
      * COTISATION DEPARTEMENTALE
              COMPUTE COTISB-COTIDEP(1)     ROUNDED =
                      COTISB-BBDEP(1) * COTISB-TAUDEP(1) / 100
      * COTISATION SYNDICAT DE COMMUNE
              COMPUTE COTISB-COTISYN(1)     ROUNDED =
                      COTISB-BBSYN(1) * COTISB-TAUSYN(1) / 100
      * COTISATION EPCI
              COMPUTE COTISB-COTICU(1)      ROUNDED =
                      COTISB-BBCU(1)  * COTISB-TAUCU(1) / 100
      * COTISATION GEMAPI
              COMPUTE COTISB-MCOGE3(1)      ROUNDED =
                      COTISB-BBGEM(1)  * COTISB-TAUGEM(1) / 100

      **************************************************************
      * PLAFONNEMENT LEGAL DE LA COTISATION GEMAPI : LE PRODUIT     *
      * VOTE NE PEUT EXCEDER, POUR L'ENSEMBLE DES ARTICLES D'UNE    *
      * MEME COMMUNE, LE PLAFOND RAPPORTE A LA POPULATION DE LA     *
      * COMMUNE (NPOCOM DE L'ARTICLE COMMUNE TAUDIS). LE CUMUL      *
      * GEMAPI EST REMIS A ZERO A CHAQUE CHANGEMENT D'ANNEE, DE     *
      * DIRECTION OU DE COMMUNE. QUAND LE CUMUL DEPASSE LE PLAFOND, *
      * LA COTISATION DE L'ARTICLE COURANT EST ECRETEE A HAUTEUR DU *
      * DEPASSEMENT ET L'ANOMALIE EST SIGNALEE EN CR/RC SANS        *
      * INTERROMPRE LE CALCUL DES AUTRES COTISATIONS                *
      **************************************************************
              IF COMBAT-DAN    NOT = W-GEM-AN
              OR COMBAT-AC3DIR NOT = W-GEM-DIR
              OR COMBAT-CCOCOM NOT = W-GEM-COM
                 MOVE COMBAT-DAN    TO W-GEM-AN
                 MOVE COMBAT-AC3DIR TO W-GEM-DIR
                 MOVE COMBAT-CCOCOM TO W-GEM-COM
                 MOVE 0             TO W-CUMGEM
              END-IF

              IF TAU-C-NPOCOM NOT NUMERIC OR TAU-C-NPOCOM = 0
                 CONTINUE
              ELSE
                 COMPUTE W-PLAFGEM = TAU-C-NPOCOM * W-TXPLAFGEM
                 ADD COTISB-MCOGE3(1) TO W-CUMGEM
                 IF W-CUMGEM > W-PLAFGEM
                    COMPUTE COTISB-MCOGE3(1) = COTISB-MCOGE3(1)
                                           - (W-CUMGEM - W-PLAFGEM)
                    MOVE W-PLAFGEM TO W-CUMGEM
                    MOVE 50 TO CR
                    MOVE 01 TO RC
                 END-IF
              END-IF

      * COTISATION TASA
              COMPUTE COTISB-MCOTA3(1)      ROUNDED =
                      COTISB-BBTAS(1)  * COTISB-TAUTAS(1) / 100
      * COTISATION TSE 1
              COMPUTE COTISB-COTITSEN(1 1) ROUNDED =
                      COTISB-BBTSEN(1 1) * COTISB-TAUTSEN(1 1) / 100
      * COTISATION TSE 2
              COMPUTE COTISB-COTITSEN(1 2) ROUNDED =
                      COTISB-BBTSEN(1 2) * COTISB-TAUTSEN(1 2) / 100
      * COTISATION TSE 3
              COMPUTE COTISB-COTITSEN(1 3) ROUNDED =
                      COTISB-BBTSEN(1 3) * COTISB-TAUTSEN(1 3) / 100
      * COTISATION AMALGAMEE TSE 1 + TSE 2 + TSE 3 + TASA
              COMPUTE COTISB-MCBTSA(1)      ROUNDED =
                      COTISB-COTITSEN(1 1) + COTISB-COTITSEN(1 2) +
                      COTISB-COTITSEN(1 3) + COTISB-MCOTA3(1)
      *  COTISATION ORDURES MENAGERES
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                 EVALUATE BASEB-GTAUOM(IND)
                    WHEN '  '
                       MOVE ZERO TO COTISB-COTIS-OM(1 IND)
                    WHEN 'P '
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 1)
                                                  / 100
                    WHEN ' P'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 1)
                                                  / 100
                    WHEN 'RA'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 2)
                                                  / 100
                    WHEN 'RB'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 3)
                                                  / 100
                    WHEN 'RC'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 4)
                                                  / 100
                    WHEN 'RD'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 5)
                                                  / 100
                    WHEN 'RE'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 6)
                                                  / 100
                    WHEN 'RF'
                       COMPUTE COTISB-COTIS-OM(1 IND) ROUNDED =
                               COTISB-BBTEOM(1 IND) * COTISB-TAUOM1(1 7)
                                                  / 100
                    WHEN OTHER CONTINUE
                 END-EVALUATE
              END-PERFORM
      * COTISATION TEOMI : LE MONTANT RESTE CELUI TRANSMIS PAR
      * L'APPELANT (NON RECALCULE), MAIS ON RECONSTITUE LA BASE
      * IMPLICITE A PARTIR DU PSEUDO-TAUX TAUDIS, POUR POUVOIR
      * AUDITER/EDITER LA TEOMI COMME LES AUTRES ZONES OM
              MOVE COMBAT-MVLTIM TO COTISB-COTIS-OMI(1)
      * UN ARTICLE EXONERE DOM NE DOIT RIEN AU TITRE DE LA TEOMI
              IF W-ART-EXONERE-DOM
                 MOVE ZERO TO COTISB-COTIS-OMI(1)
              END-IF
              IF COTISB-TAUOMI(1) NOT = 0
                 COMPUTE COTISB-BBTEIOM(1) ROUNDED =
                         COTISB-COTIS-OMI(1) * 100 / COTISB-TAUOMI(1)
              ELSE
                 MOVE 0 TO COTISB-BBTEIOM(1)
              END-IF
              MOVE COTISB-BBTEIOM(1) TO BASEB-BBTEIOM

      *
      * CALCUL DES FRAIS
      *

      * AMALGAME DES COTISTIONS OM ET DE TEOMI
              MOVE 0 TO W-TOTCOTOM
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                 ADD COTISB-COTIS-OM(1 IND) TO W-TOTCOTOM
              END-PERFORM
              ADD COTISB-COTIS-OMI(1)     TO W-TOTCOTOM
      * TOTAL DES COTISATIONS SOUMISES AUX FRAIS DE 3%
              COMPUTE W-TOTCOT3 = COTISB-COTICOM(1)
                                + COTISB-COTIDEP(1)
                                + COTISB-COTICU(1) + COTISB-MCOGE3(1)
      * TOTAL DES COTISATIONS SOUMISES AUX FRAIS DE 8%
              COMPUTE W-TOTCOT8 = W-TOTCOTOM  + COTISB-COTISYN(1) +
                                  COTISB-MCOTA3(1)
      * TOTAL DES COTISATIONS SOUMISES AUX FRAIS DE 9%
              COMPUTE W-TOTCOT9 = COTISB-COTITSEN(1 1) +
                                  COTISB-COTITSEN(1 2) +
                                  COTISB-COTITSEN(1 3)
      * LES SIX RUBRIQUES DE FRAIS SONT CALCULEES AU CENTIME AVEC
      * UNE REPARTITION ASSIETTE / NON-VALEUR EXACTE, PUIS CHACUNE
      * EST ARRONDIE UNE SEULE FOIS A LA RESTITUTION : PLUS DE
      * REEQUILIBRAGE ARTIFICIEL EN +1/-1 ENTRE ASSIETTE ET NON-
      * VALEUR (LES ECARTS REMONTES CHAQUE ANNEE PAR LE CONTROLE
      * DES BASES VENAIENT DE CE BRICOLAGE)
      * FRAIS A 3%
      *  ( FRAIS ASSIETTE : 1% - FRAIS DEGVT NON VALEUR : 2%)
              COMPUTE W-FA-CENT    = W-TOTCOT3 * W-F300ARN
              COMPUTE W-FRAIS-CENT = W-TOTCOT3 * W-F300FRS
              COMPUTE W-FN-CENT    = W-FRAIS-CENT - W-FA-CENT
              COMPUTE COTISB-FA300(1) ROUNDED = W-FA-CENT
              COMPUTE COTISB-FN300(1) ROUNDED = W-FN-CENT
      * FRAIS A 8%
      *  ( FRAIS ASSIETTE : 4,4% - FRAIS DEGVT NON VALEUR : 3,6%)
              COMPUTE W-FA-CENT    = W-TOTCOT8 * W-F800ARN
              COMPUTE W-FRAIS-CENT = W-TOTCOT8 * W-F800FRS
              COMPUTE W-FN-CENT    = W-FRAIS-CENT - W-FA-CENT
              COMPUTE COTISB-FA800(1) ROUNDED = W-FA-CENT
              COMPUTE COTISB-FN800(1) ROUNDED = W-FN-CENT
      * FRAIS A 9%
      *  ( FRAIS ASSIETTE : 5,4% - FRAIS DEGVT NON VALEUR : 3,6%)
              COMPUTE W-FA-CENT    = W-TOTCOT9 * W-F900ARN
              COMPUTE W-FRAIS-CENT = W-TOTCOT9 * W-F900FRS
              COMPUTE W-FN-CENT    = W-FRAIS-CENT - W-FA-CENT
              COMPUTE COTISB-FA900(1) ROUNDED = W-FA-CENT
              COMPUTE COTISB-FN900(1) ROUNDED = W-FN-CENT

      ***********************************************************
      * ALIMENTATION DU POSTE 2 CORRESPONDANT A L'EXONERATION   *
      *                 TEMPORAIRE DES CONSTRUCTIONS NOUVELLES  *
      * CE POSTE D'IMPOSITION EST CREE AU BESOIN.               *
      *                                                         *
      * ATTENTION, LES TAUX PROVIENNENT DU POSTE 1              *
      *                                                         *
      ***********************************************************

              IF (COMBAT-MBXCOM NUMERIC AND COMBAT-MBXCOM NOT = 0)
              OR (COMBAT-MBXDEP NUMERIC AND COMBAT-MBXDEP NOT = 0)
              OR (COMBAT-MBXSYN NUMERIC AND COMBAT-MBXSYN NOT = 0)
              OR (COMBAT-MBXCU  NUMERIC AND COMBAT-MBXCU  NOT = 0)

                 MOVE COMBAT-AIDFIC      TO COTISB-CLE(2)
                 MOVE COMBAT-ANUPRO      TO COTISB-ANUPRO(2)
                 MOVE COMBAT-CCOBNB      TO COTISB-ACODB(2)
                 MOVE 'E'                TO COTISB-IMPOT(2)
                 MOVE 'CN'               TO COTISB-GNEXPL(2)

      * BASES EXONEREES (UNE ZONE NON SERVIE PAR L'AMONT EST
      * TRAITEE COMME UNE BASE NULLE)
                 IF COMBAT-MBXCOM NUMERIC
                    MOVE COMBAT-MBXCOM   TO COTISB-BBCOM(2)
                 END-IF
                 IF COMBAT-MBXDEP NUMERIC
                    MOVE COMBAT-MBXDEP   TO COTISB-BBDEP(2)
                 END-IF
                 IF COMBAT-MBXSYN NUMERIC
                    MOVE COMBAT-MBXSYN   TO COTISB-BBSYN(2)
                 END-IF
                 IF COMBAT-MBXCU  NUMERIC
                    MOVE COMBAT-MBXCU    TO COTISB-BBCU(2)
                 END-IF

      * PART EXONEREE PAR COLLECTIVITE, AUX TAUX DU POSTE 1
                 COMPUTE COTISB-COTICOM(2) ROUNDED =
                         COTISB-BBCOM(2) * COTISB-TAUCOM(1) / 100
                 COMPUTE COTISB-COTIDEP(2) ROUNDED =
                         COTISB-BBDEP(2) * COTISB-TAUDEP(1) / 100
                 COMPUTE COTISB-COTISYN(2) ROUNDED =
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
      * ALIMENTATION DE LA ZONE DE LINK RETOUR                     *
      *                                                            *
      **************************************************************
              MOVE COTISB-CLE(1)         TO RETOURB-AIDFIC
              MOVE COTISB-ANUPRO(1)      TO RETOURB-ANUPRO
              MOVE COTISB-ACODB(1)       TO RETOURB-CCOBNB

      * COTISATIONS TF BATIE
      * COMMUNE
              MOVE COTISB-COTICOM(1)     TO RETOURB-MCTCOM
      * DEPARTEMENT
              MOVE COTISB-COTIDEP(1)     TO RETOURB-MCTDEP
      * SYNDICAT DE COMMUNE
              MOVE COTISB-COTISYN(1)     TO RETOURB-MCTSYN
      * EPCI
              MOVE COTISB-COTICU(1)      TO RETOURB-MCTCU
      * BASES AYANT SERVI AU CALCUL (CONTROLE BASES/COTISATIONS)
              MOVE COTISB-BBCOM(1)       TO RETOURB-BBCOM
              MOVE COTISB-BBDEP(1)       TO RETOURB-BBDEP
              MOVE COTISB-BBSYN(1)       TO RETOURB-BBSYN
              MOVE COTISB-BBCU(1)        TO RETOURB-BBCU
      * GEMAPI
              MOVE COTISB-MCOGE3(1)      TO RETOURB-MCOGE3
      * TASA
              MOVE COTISB-MCOTA3(1)      TO RETOURB-MCOTA3
      * TSE 1
              MOVE COTISB-COTITSEN(1 1) TO RETOURB-MCBT13(1)
      * TSE 2
              MOVE COTISB-COTITSEN(1 2) TO RETOURB-MCBT13(2)
      * TSE 3
              MOVE COTISB-COTITSEN(1 3) TO RETOURB-MCBT13(3)
      * AMALGAME TSE 1 + TSE 2 + TSE 3 + TASA
              MOVE COTISB-MCBTSA(1)      TO RETOURB-MCBTSA
      * TEOMI
              MOVE COTISB-COTIS-OMI(1)   TO RETOURB-MVLTIM
      * ORDURES MENAGERES
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                 MOVE COTISB-GTAUOM(1 IND)   TO RETOURB-GTAUOM(IND)
                 MOVE COTISB-COTIS-OM(1 IND) TO RETOURB-MCTOM(IND)
              END-PERFORM
      * AMALGAME ORDURES MENAGERES + TEOMI
              MOVE W-TOTCOTOM         TO RETOURB-TCTOM

      * EXONERATION TEMPORAIRE DES CONSTRUCTIONS NOUVELLES :
      * MANQUE A GAGNER EXONERE PAR COLLECTIVITE (POSTE 2), POUR
      * QUE L'ETAT DE LA COMMUNE MONTRE LA PART COMPENSEE
              MOVE COTISB-COTICOM(2)  TO RETOURB-MEXCOM
              MOVE COTISB-COTIDEP(2)  TO RETOURB-MEXDEP
              MOVE COTISB-COTISYN(2)  TO RETOURB-MEXSYN
              MOVE COTISB-COTICU(2)   TO RETOURB-MEXCU
              COMPUTE RETOURB-TMEXON = COTISB-COTICOM(2)
                                     + COTISB-COTIDEP(2)
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

      * COEFFICIENT CORRECTEUR : EFFET SUR LA COTISATION COMMUNALE
      * (SUPPLEMENT SI LE COEFFICIENT EXCEDE 1, PRELEVEMENT SINON).
      * IL EST REGLE ENTRE L'ETAT ET LA COMMUNE ET N'ENTRE PAS DANS
      * LA COTISATION DUE PAR LE REDEVABLE
              IF TAU-C-PCOCOR NUMERIC AND TAU-C-PCOCOR > 0
                 MOVE TAU-C-PCOCOR    TO W-COCOR
              ELSE
                 MOVE 1               TO W-COCOR
              END-IF
              COMPUTE RETOURB-MCOCOR ROUNDED =
                      COTISB-COTICOM(1) * (W-COCOR - 1)

      * COTISATION TF BATIE HORS FRAIS (COTISATION BRUTE)
              COMPUTE RETOURB-TCTHFR = W-TOTCOT3 + W-TOTCOT8
                                                 + W-TOTCOT9

      * FRAIS DE LA FDL
      * FRAIS A 3%
              MOVE COTISB-FA300(1)       TO RETOURB-MFA300
              MOVE COTISB-FN300(1)       TO RETOURB-MFN300
      * FRAIS A 8%
              MOVE COTISB-FA800(1)       TO RETOURB-MFA800
              MOVE COTISB-FN800(1)       TO RETOURB-MFN800
      * FRAIS A 9%
              MOVE COTISB-FA900(1)       TO RETOURB-MFA900
              MOVE COTISB-FN900(1)       TO RETOURB-MFN900

      * ALIMENTATION TOTAL DES FRAIS
              COMPUTE RETOURB-TCTFRA = COTISB-FA300(1) + COTISB-FN300(1)
                                     + COTISB-FA800(1) + COTISB-FN800(1)
                                     + COTISB-FA900(1) + COTISB-FN900(1)

      * ALIMENTATION TOTAL DU
              COMPUTE RETOURB-TCTDU = RETOURB-TCTHFR
                                    + RETOURB-MFA300  + RETOURB-MFN300
                                    + RETOURB-MFA800  + RETOURB-MFN800
                                    + RETOURB-MFA900  + RETOURB-MFN900

      **************************************************************
      * FIN DU IF CR NOT > 0                                       *
      **************************************************************
           END-IF

      **************************************************************
      * MODE TEST (QA) : L'APPELANT VALORISE PARM A 'T' POUR FAIRE  *
      * TOURNER LE CALCUL COMPLET SANS QUE LE RESULTAT PUISSE ETRE  *
      * PRIS POUR UNE LIQUIDATION REELLE. LA CALCULETTE N'A ELLE-   *
      * MEME AUCUN EFFET DE BORD (PAS DE FICHIER OUVERT ICI) ; LE   *
      * SEUL MARQUEUR EST PORTE PAR RETOURB-GMODE, QUE LE PROGRAMME *
      * APPELANT DOIT VERIFIER AVANT TOUTE HISTORISATION/EXPORT     *
      **************************************************************
           IF PARM = 'T'
              MOVE 'T' TO RETOURB-GMODE
           END-IF

      **************************************************************
      *          RETOUR MAJIC2                                     *
      **************************************************************
           MOVE RETOURB TO RETOURM
           MOVE BASEB   TO BASEM
           MOVE CR TO CRM MOVE RC TO RCM
           GOBACK
           .

      **************************************************************
      * LECTURE DU BAREME LEGAL DU MILLESIME. LE FICHIER BAREME     *
      * PORTE UN ENREGISTREMENT PAR ANNEE D'IMPOSITION ET PAR       *
      * NATURE ; ON RETIENT L'ENREGISTREMENT 2020 BATI. LE BAREME   *
      * N'EST LU QU'UNE FOIS, AU PREMIER APPEL DE LA CALCULETTE.    *
      * ABSENCE DU FICHIER, DE L'ENREGISTREMENT OU VALEUR           *
      * INVRAISEMBLABLE : LE BAREME EST DECLARE INVALIDE ET CHAQUE  *
      * APPEL REND CR 13 SANS LIQUIDER                              *
      **************************************************************
       LIRE-BAREME.
           MOVE 'E' TO W-BAREME-ETAT
           OPEN INPUT BAREME
           IF NOT BA-OK
              GO TO LIRE-BAREME-FIN
           END-IF
           PERFORM LIRE-BAREME-ENR THRU LIRE-BAREME-ENR-FIN
               UNTIL W-BAREME-CHARGE OR NOT BA-OK
           CLOSE BAREME.
       LIRE-BAREME-FIN.
           EXIT.

       LIRE-BAREME-ENR.
           READ BAREME INTO BAR-ENR
               AT END GO TO LIRE-BAREME-ENR-FIN
           END-READ
           IF BAR-JAN NUMERIC
              AND BAR-JAN = 2020 AND BAR-CCOBNB = '2'
              PERFORM CONTROLER-BAREME THRU CONTROLER-BAREME-FIN
           END-IF.
       LIRE-BAREME-ENR-FIN.
           EXIT.

      * CONTROLE DE PRESENCE ET DE VRAISEMBLANCE DES VALEURS DU
      * BAREME AVANT DE LE DECLARER UTILISABLE : TAUX DE FRAIS
      * NUMERIQUES, POSITIFS ET INFERIEURS A 50%, PART ASSIETTE
      * INCLUSE DANS LE TAUX TOTAL, PLAFOND GEMAPI POSITIF ET
      * BORNES DE VRAISEMBLANCE DES BASES ENCADRANT ZERO
       CONTROLER-BAREME.
           IF BAR-F300FRS NUMERIC AND BAR-F300ARN NUMERIC
              AND BAR-F800FRS NUMERIC AND BAR-F800ARN NUMERIC
              AND BAR-F900FRS NUMERIC AND BAR-F900ARN NUMERIC
              AND BAR-TXPLAFGEM NUMERIC
              AND BAR-LIMBASE-P NUMERIC AND BAR-LIMBASE-N NUMERIC
              AND BAR-F300FRS > 0 AND BAR-F300FRS < 0.5000
              AND BAR-F800FRS > 0 AND BAR-F800FRS < 0.5000
              AND BAR-F900FRS > 0 AND BAR-F900FRS < 0.5000
              AND BAR-F300ARN > 0 AND BAR-F300ARN < BAR-F300FRS
              AND BAR-F800ARN > 0 AND BAR-F800ARN < BAR-F800FRS
              AND BAR-F900ARN > 0 AND BAR-F900ARN < BAR-F900FRS
              AND BAR-TXPLAFGEM > 0
              AND BAR-LIMBASE-P > 0
              AND BAR-LIMBASE-N < 0
              MOVE 'O' TO W-BAREME-ETAT
           END-IF.
       CONTROLER-BAREME-FIN.
           EXIT.

      * LECTURE DU PARAMETRE DU MODE SECOURS DE LA BASE TAUX, AU
      * PREMIER APPEL. FICHIER ABSENT OU PARAMETRE DIFFERENT DE
      * 'S' : MODE INACTIF (COMPORTEMENT HISTORIQUE)
       LIRE-PARMSEC.
           MOVE 'I' TO W-SECOURS-ETAT
           OPEN INPUT PARMSEC
           IF NOT SE-OK
              GO TO LIRE-PARMSEC-FIN
           END-IF
           READ PARMSEC
               AT END CONTINUE
           END-READ
           IF SE-OK AND SE-SECOURS = 'S'
              MOVE 'S' TO W-SECOURS-ETAT
           END-IF
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
       END PROGRAM EFITA3B0.
