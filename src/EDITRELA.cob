      *********************************************************
      * PROGRAMME EDITRELA                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * EDITION DES LETTRES DE RECOUVREMENT AMIABLE DES TAXES *
      * FONCIERES IMPAYEES APRES LA DATE DE MAJORATION : A    *
      * PARTIR DU FICHIER DES POURSUITES PRODUIT PAR RETRAR,  *
      * LES ARTICLES IMPAYES SONT REGROUPES PAR TRESORERIE ET *
      * PAR COMPTE PROPRIETAIRE (DESIGNATION ET ADRESSE DU    *
      * REFERENTIEL REFPRO). UN ARTICLE JAMAIS RELANCE FAIT   *
      * L'OBJET D'UNE LETTRE DE RELANCE ; UN ARTICLE RELANCE  *
      * DEPUIS AU MOINS LE DELAI PARAMETRE (PARMREL, 30 JOURS *
      * PAR DEFAUT) ET TOUJOURS IMPAYE FAIT L'OBJET D'UNE     *
      * MISE EN DEMEURE. CHAQUE LETTRE DETAILLE LES ARTICLES, *
      * LE PRINCIPAL, LA MAJORATION DE 10 POUR CENT ET LE     *
      * TOTAL. CHAQUE ETAPE EMISE EST ENREGISTREE PAR ARTICLE *
      * DANS LE FICHIER DES ETAPES DE RECOUVREMENT (ETAPREC), *
      * CREE A LA PREMIERE EXECUTION, POUR QU'ELLE NE SOIT    *
      * PAS REEMISE. UN ARTICLE SOUS PLAN DE REGLEMENT HONORE *
      * (LIRPLAN) NE FAIT L'OBJET D'AUCUNE LETTRE.            *
      * SUR OPTION DU PARAMETRE (PARMREL), CHAQUE LETTRE EST  *
      * EN OUTRE ADRESSEE A CHACUN DES CO-REDEVABLES DU       *
      * COMPTE (FICHIER COPRO, CHARGCOP), TENUS CHACUN DE LA  *
      * TOTALITE DE LA DETTE ; CES EXEMPLAIRES N'OUVRENT PAS  *
      * DE NOUVELLE ETAPE DE RECOUVREMENT.                    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITRELA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMREL     ASSIGN  TO  PARMREL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
           SELECT  POURSUIT    ASSIGN  TO  POURSUIT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PO-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.
           SELECT  ETAPREC     ASSIGN  TO  ETAPREC
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY ER-CLE
                               FILE STATUS ER-FS.
           SELECT  COPRO       ASSIGN  TO  COPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY CP-CLE
                               FILE STATUS CP-FS.
           SELECT  LETTRES     ASSIGN  TO  LETTRES
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS LE-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIREL.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRE FACULTATIF : DELAI EN JOURS ENTRE LA RELANCE ET
      * LA MISE EN DEMEURE (30 PAR DEFAUT) ET DATE DES LETTRES
      * (DATE DU JOUR PAR DEFAUT), ENVOI AUX CO-REDEVABLES ('O')
       FD  PARMREL.
       01  ENR-PARMREL.
           05 PL-DELAI             PIC 9(3).
           05 PL-JLETTR            PIC 9(8).
           05 PL-GCOPRO            PIC X(1).

      * FICHIER DES POURSUITES PRODUIT PAR RETRAR : UN
      * ENREGISTREMENT PAR ARTICLE IMPAYE APRES LA DATE DE
      * MAJORATION
       FD  POURSUIT.
       01  ENR-POURSUIT.
           05 PO-DAN               PIC 9(4).
           05 PO-AC3DIR            PIC X(3).
           05 PO-CCOCOM            PIC X(3).
           05 PO-DSRPAR            PIC X(1).
           05 PO-ANUPRO            PIC X(6).
           05 PO-CCOBNB            PIC X(1).
           05 PO-CCPPER            PIC X(3).
           05 PO-MRAR              PIC S9(12).
           05 PO-MMAJO             PIC S9(12).
           05 PO-JDAMJO            PIC X(8).

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       FD  ETAPREC.
       01  ENR-ETAPREC.
           COPY XETAREC REPLACING 'X' BY ER.

      * CO-REDEVABLES DU COMPTE (CHARGCOP), DESTINATAIRES DES
      * EXEMPLAIRES DE LA LETTRE SUR OPTION
       FD  COPRO.
       01  ENR-COPRO.
           COPY XCOPRO REPLACING 'X' BY CP.

       FD  LETTRES.
       01  ENR-LETTRES             PIC X(132).

      * ENREGISTREMENT DE TRI : LES ARTICLES IMPAYES SONT REGROUPES
      * PAR TRESORERIE EMETTRICE PUIS PAR COMPTE PROPRIETAIRE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CCPPER            PIC X(3).
           05 TR-ANUPRO            PIC X(6).
           05 TR-DAN               PIC 9(4).
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-DSRPAR            PIC X(1).
           05 TR-CCOBNB            PIC X(1).
           05 TR-MRAR              PIC S9(12).
           05 TR-MMAJO             PIC S9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'EDITRELA 01 DU 15/10/26'.

       01  PL-FS                   PIC X(2).
           88 PL-OK                     VALUE '00'.
       01  PO-FS                   PIC X(2).
           88 PO-OK                     VALUE '00'.
           88 PO-FIN                    VALUE '10'.
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
       01  ER-FS                   PIC X(2).
           88 ER-OK                     VALUE '00'.
           88 ER-ABSENT                 VALUES '23' '35'.
       01  LE-FS                   PIC X(2).
       01  CP-FS                   PIC X(2).
           88 CP-OK                     VALUE '00'.
       01  W-SW-COPRO              PIC X(1) VALUE 'N'.
           88 W-COPRO-OUVERT            VALUE 'O'.

      * ENVOI DES LETTRES AUX CO-REDEVABLES : OPTION DU PARAMETRE
      * ET EXEMPLAIRE EN COURS (TITULAIRE OU CO-REDEVABLE)
       01  W-SW-ENVCOP             PIC X(1) VALUE 'N'.
           88 W-ENVOI-COREDEV           VALUE 'O'.
       01  W-SW-EXEMPL             PIC X(1) VALUE 'N'.
           88 W-EXEMPLAIRE-COREDEV      VALUE 'O'.
       01  W-SW-FINCOP             PIC X(1).
           88 W-FIN-COPRO               VALUE 'O'.
       01  W-NBCOPIES              PIC 9(9) COMP VALUE 0.

       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.

      * DELAI DE MISE EN DEMEURE ET DATE DES LETTRES
       01  W-DELAI                 PIC 9(3) VALUE 030.
       01  W-JLETTR                PIC 9(8).
       01  W-QJ-LETTR              PIC 9(7) COMP.
       01  W-QJ-RELAN              PIC 9(7) COMP.

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

      * ARTICLES IMPAYES DU COMPTE EN COURS, AVEC L'ETAPE A EMETTRE
      * ('R' RELANCE, 'M' MISE EN DEMEURE, ESPACE AUCUNE)
       01  W-CPT-CLE.
           05 W-CPT-CCPPER         PIC X(3) VALUE HIGH-VALUE.
           05 W-CPT-ANUPRO         PIC X(6) VALUE HIGH-VALUE.
       01  W-MAXART                PIC 9(4) COMP VALUE 500.
       01  W-NBART                 PIC 9(4) COMP VALUE 0.
       01  W-NBART-R               PIC 9(4) COMP VALUE 0.
       01  W-NBART-M               PIC 9(4) COMP VALUE 0.
       01  TABLE-ART.
           05 ART-ENTREE OCCURS 500.
              10 ART-CLE.
                 15 ART-DAN        PIC 9(4).
                 15 ART-AC3DIR     PIC X(3).
                 15 ART-CCOCOM     PIC X(3).
                 15 ART-DSRPAR     PIC X(1).
                 15 ART-ANUPRO     PIC X(6).
                 15 ART-CCOBNB     PIC X(1).
              10 ART-MRAR          PIC S9(12).
              10 ART-MMAJO         PIC S9(12).
              10 ART-ETAPE         PIC X(1).
              10 ART-SWCONNU       PIC X(1).
                 88 ART-DEJA-CONNU      VALUE 'O'.
       01  IXA                     PIC 9(4) COMP.

      * LETTRE EN COURS D'EDITION
       01  W-ETAPE                 PIC X(1).
           88 W-LETTRE-RELANCE          VALUE 'R'.
           88 W-LETTRE-DEMEURE          VALUE 'M'.
       01  W-LET-MRAR              PIC S9(14).
       01  W-LET-MMAJO             PIC S9(14).
       01  W-MONTANT               PIC S9(14).

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : REFERENTIEL DES TRESORERIES)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBRELANCES            PIC 9(9) COMP VALUE 0.
       01  W-NBART-RELANCES        PIC 9(9) COMP VALUE 0.
       01  W-NBDEMEURES            PIC 9(9) COMP VALUE 0.
       01  W-NBART-DEMEURES        PIC 9(9) COMP VALUE 0.
       01  W-NBATTENTE             PIC 9(9) COMP VALUE 0.
       01  W-NBDEJAMED             PIC 9(9) COMP VALUE 0.
       01  W-NBSOUSPLAN            PIC 9(9) COMP VALUE 0.

      * SITUATION DE L'ARTICLE AU REGARD D'UN PLAN DE REGLEMENT
       01  W-PLN-GSITU             PIC X(1).
           88 W-PLAN-HONORE             VALUE 'H'.
       01  W-PLN-JECHMQ            PIC 9(8).
       01  W-PLN-MREMIS            PIC S9(10).
       01  W-PLN-CR                PIC 9(2).
       01  W-NBNONTRAITES          PIC 9(9) COMP VALUE 0.

      * LIGNES D'EDITION DES LETTRES
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '='.
       01  LIGNE-EMETTEUR.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LE-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LE-LIBTRES           PIC X(30).
           05 FILLER               PIC X(10) VALUE '      LE  '.
           05 LE-JLETTR            PIC 9(8).
       01  LIGNE-TITRE.
           05 FILLER               PIC X(20) VALUE SPACE.
           05 LT-TITRE             PIC X(40).
       01  LIGNE-DESTIN.
           05 FILLER               PIC X(14)
              VALUE 'DESTINATAIRE  '.
           05 LN-DDENOM            PIC X(38).
       01  LIGNE-DESTADR.
           05 FILLER               PIC X(14) VALUE SPACE.
           05 LN-ADRL1             PIC X(32).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-ADRL2             PIC X(32).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-CPOSTA            PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-DLIPOS            PIC X(26).
       01  LIGNE-QUALITE.
           05 FILLER               PIC X(13)
              VALUE '  EN QUALITE '.
           05 LQ-LIBROLE           PIC X(18).
           05 FILLER               PIC X(29)
              VALUE ' - CO-REDEVABLE SOLIDAIRE DE '.
           05 LQ-DDENOM            PIC X(38).
       01  LIGNE-COMPTE.
           05 FILLER               PIC X(21)
              VALUE 'COMPTE PROPRIETAIRE  '.
           05 LC-ANUPRO            PIC X(6).
       01  LIGNE-TEXTE-RELANCE     PIC X(132) VALUE
           '   SAUF ERREUR DE NOTRE PART, LES TAXES FONCIERES CI-DES
      -    'SOUS RESTENT IMPAYEES ET ONT ETE MAJOREES DE 10 POUR CENT
      -    '.'.
       01  LIGNE-TEXTE-DEMEURE     PIC X(132) VALUE
           '   MALGRE NOTRE RELANCE, LES TAXES FONCIERES CI-DESSOUS R
      -    'ESTENT IMPAYEES. VOUS ETES MIS EN DEMEURE DE LES REGLER.'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           '   ANNEE DIR COM S NATURE           PRINCIPAL    MAJORATI
      -    'ON           TOTAL'.
       01  LIGNE-ARTICLE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LA-DAN               PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LA-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-DSRPAR            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-NATURE            PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-MRAR              PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-MMAJO             PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LA-TOTAL             PIC -(11)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(24).
           05 LG-MRAR              PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LG-MMAJO             PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LG-TOTAL             PIC -(11)9.
       01  LIGNE-FIN-RELANCE       PIC X(132) VALUE
           '   NOUS VOUS INVITONS A REGLER CETTE SOMME SANS DELAI AUP
      -    'RES DE VOTRE TRESORERIE.'.
       01  LIGNE-FIN-DEMEURE       PIC X(132) VALUE
           '   A DEFAUT DE PAIEMENT, LE RECOUVREMENT SERA POURSUIVI P
      -    'AR VOIE D''EXECUTION FORCEE, SANS AUTRE AVIS.'.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.

      * TRI DES ARTICLES IMPAYES PAR TRESORERIE ET PAR COMPTE, UNE
      * LETTRE ETANT EMISE PAR COMPTE PROPRIETAIRE
           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-ANUPRO
                                TR-DAN
                                TR-AC3DIR
                                TR-CCOCOM
                                TR-DSRPAR
                                TR-CCOBNB
               INPUT  PROCEDURE 1500-ALIMENTER-TRI
                   THRU 1500-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-TRAITER-COMPTES
                   THRU 2000-TRAITER-COMPTES-EXIT.

           CLOSE POURSUIT REFPRO ETAPREC LETTRES.
           IF W-COPRO-OUVERT
               CLOSE COPRO
           END-IF.
           DISPLAY 'EDITRELA - ARTICLES IMPAYES LUS  : ' W-NBLUS.
           DISPLAY 'EDITRELA - LETTRES DE RELANCE    : ' W-NBRELANCES.
           DISPLAY 'EDITRELA -   ARTICLES RELANCES   : '
               W-NBART-RELANCES.
           DISPLAY 'EDITRELA - MISES EN DEMEURE      : ' W-NBDEMEURES.
           DISPLAY 'EDITRELA -   ARTICLES EN DEMEURE : '
               W-NBART-DEMEURES.
           DISPLAY 'EDITRELA - RELANCES EN ATTENTE   : ' W-NBATTENTE.
           DISPLAY 'EDITRELA - DEJA MIS EN DEMEURE   : ' W-NBDEJAMED.
           DISPLAY 'EDITRELA - SOUS PLAN HONORE      : ' W-NBSOUSPLAN.
           DISPLAY 'EDITRELA - EXEMPLAIRES CO-REDEV. : ' W-NBCOPIES.
           IF W-NBNONTRAITES > 0
               DISPLAY 'EDITRELA - ARTICLES NON TRAITES  : '
                   W-NBNONTRAITES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           ACCEPT W-JLETTR FROM DATE YYYYMMDD.
           OPEN INPUT PARMREL.
           IF PL-OK
               READ PARMREL
                   AT END MOVE SPACE TO ENR-PARMREL
               END-READ
               CLOSE PARMREL
               IF PL-DELAI NUMERIC AND PL-DELAI > 0
                   MOVE PL-DELAI TO W-DELAI
               END-IF
               IF PL-JLETTR NUMERIC AND PL-JLETTR > 0
                   MOVE PL-JLETTR TO W-JLETTR
               END-IF
               IF PL-GCOPRO = 'O'
                   SET W-ENVOI-COREDEV TO TRUE
               END-IF
           END-IF.
           MOVE W-JLETTR TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           MOVE W-QJ-RESULTAT TO W-QJ-LETTR.

           OPEN INPUT POURSUIT.
           OPEN INPUT REFPRO.
      * FICHIER DES ETAPES CREE VIDE A LA PREMIERE EXECUTION
           OPEN I-O ETAPREC.
           IF ER-ABSENT
               OPEN OUTPUT ETAPREC
               CLOSE ETAPREC
               OPEN I-O ETAPREC
           END-IF.
           OPEN OUTPUT LETTRES.
           IF W-ENVOI-COREDEV
               OPEN INPUT COPRO
               IF CP-OK
                   SET W-COPRO-OUVERT TO TRUE
               END-IF
           END-IF.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1500-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1600-RELACHER-IMPAYE
               THRU 1600-RELACHER-IMPAYE-EXIT
               UNTIL PO-FIN.
       1500-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1600-RELACHER-IMPAYE.
      *---------------------------------------------------------
           READ POURSUIT
               AT END SET PO-FIN TO TRUE
                      GO TO 1600-RELACHER-IMPAYE-EXIT
           END-READ.
           IF ENR-POURSUIT (1:1) = '*'
               GO TO 1600-RELACHER-IMPAYE-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
           MOVE PO-CCPPER TO TR-CCPPER.
           MOVE PO-ANUPRO TO TR-ANUPRO.
           MOVE PO-DAN    TO TR-DAN.
           MOVE PO-AC3DIR TO TR-AC3DIR.
           MOVE PO-CCOCOM TO TR-CCOCOM.
           MOVE PO-DSRPAR TO TR-DSRPAR.
           MOVE PO-CCOBNB TO TR-CCOBNB.
           MOVE PO-MRAR   TO TR-MRAR.
           MOVE PO-MMAJO  TO TR-MMAJO.
           RELEASE ENR-TRAVAIL.
       1600-RELACHER-IMPAYE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-COMPTES.
      *---------------------------------------------------------
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-CLOTURER-COMPTE
               THRU 3000-CLOTURER-COMPTE-EXIT.
       2000-TRAITER-COMPTES-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CCPPER NOT = W-CPT-CCPPER
              OR TR-ANUPRO NOT = W-CPT-ANUPRO
               PERFORM 3000-CLOTURER-COMPTE
                   THRU 3000-CLOTURER-COMPTE-EXIT
               MOVE TR-CCPPER TO W-CPT-CCPPER
               MOVE TR-ANUPRO TO W-CPT-ANUPRO
               MOVE 0 TO W-NBART W-NBART-R W-NBART-M
           END-IF.
           IF W-NBART >= W-MAXART
               ADD 1 TO W-NBNONTRAITES
               GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-IF.
           ADD 1 TO W-NBART.
           MOVE TR-DAN    TO ART-DAN (W-NBART).
           MOVE TR-AC3DIR TO ART-AC3DIR (W-NBART).
           MOVE TR-CCOCOM TO ART-CCOCOM (W-NBART).
           MOVE TR-DSRPAR TO ART-DSRPAR (W-NBART).
           MOVE TR-ANUPRO TO ART-ANUPRO (W-NBART).
           MOVE TR-CCOBNB TO ART-CCOBNB (W-NBART).
           MOVE TR-MRAR   TO ART-MRAR (W-NBART).
           MOVE TR-MMAJO  TO ART-MMAJO (W-NBART).
           PERFORM 2200-DETERMINER-ETAPE
               THRU 2200-DETERMINER-ETAPE-EXIT.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-DETERMINER-ETAPE.
      *---------------------------------------------------------
      * ARTICLE JAMAIS RELANCE : RELANCE. ARTICLE RELANCE DEPUIS
      * AU MOINS LE DELAI PARAMETRE ET TOUJOURS IMPAYE : MISE EN
      * DEMEURE. ARTICLE DEJA MIS EN DEMEURE : PLUS DE LETTRE
           MOVE SPACE TO ART-ETAPE (W-NBART).
           MOVE 'N'   TO ART-SWCONNU (W-NBART).
      * ARTICLE SOUS PLAN DE REGLEMENT HONORE : PAS DE LETTRE
           CALL 'LIRPLAN' USING ART-CLE (W-NBART) ART-MRAR (W-NBART)
                                W-JLETTR W-PLN-GSITU W-PLN-JECHMQ
                                W-PLN-MREMIS W-PLN-CR
               ON EXCEPTION
                   MOVE SPACE TO W-PLN-GSITU
           END-CALL.
           IF W-PLAN-HONORE
               ADD 1 TO W-NBSOUSPLAN
               GO TO 2200-DETERMINER-ETAPE-EXIT
           END-IF.
           MOVE ART-CLE (W-NBART) TO ER-CLE.
           READ ETAPREC
               INVALID KEY
                   MOVE 'R' TO ART-ETAPE (W-NBART)
                   ADD 1 TO W-NBART-R
                   GO TO 2200-DETERMINER-ETAPE-EXIT
           END-READ.
           MOVE 'O' TO ART-SWCONNU (W-NBART).
           IF ER-ETAPE-DEMEURE
               ADD 1 TO W-NBDEJAMED
               GO TO 2200-DETERMINER-ETAPE-EXIT
           END-IF.
           MOVE ER-JRELAN TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           MOVE W-QJ-RESULTAT TO W-QJ-RELAN.
           IF W-QJ-LETTR < W-QJ-RELAN + W-DELAI
               ADD 1 TO W-NBATTENTE
               GO TO 2200-DETERMINER-ETAPE-EXIT
           END-IF.
           MOVE 'M' TO ART-ETAPE (W-NBART).
           ADD 1 TO W-NBART-M.
       2200-DETERMINER-ETAPE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-COMPTE.
      *---------------------------------------------------------
      * UN COMPTE PEUT RECEVOIR DANS LE MEME TRAITEMENT UNE
      * RELANCE (ARTICLES NOUVELLEMENT IMPAYES) ET UNE MISE EN
      * DEMEURE (ARTICLES DEJA RELANCES)
           IF W-NBART = 0
               GO TO 3000-CLOTURER-COMPTE-EXIT
           END-IF.
           IF W-NBART-R > 0
               MOVE 'R' TO W-ETAPE
               PERFORM 4000-EDITER-LETTRE
                   THRU 4000-EDITER-LETTRE-EXIT
               ADD 1 TO W-NBRELANCES
               PERFORM 3100-EXEMPLAIRES-COREDEV
                   THRU 3100-EXEMPLAIRES-COREDEV-EXIT
           END-IF.
           IF W-NBART-M > 0
               MOVE 'M' TO W-ETAPE
               PERFORM 4000-EDITER-LETTRE
                   THRU 4000-EDITER-LETTRE-EXIT
               ADD 1 TO W-NBDEMEURES
               PERFORM 3100-EXEMPLAIRES-COREDEV
                   THRU 3100-EXEMPLAIRES-COREDEV-EXIT
           END-IF.
           MOVE 0 TO W-NBART.
       3000-CLOTURER-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-EXEMPLAIRES-COREDEV.
      *---------------------------------------------------------
      * UN EXEMPLAIRE DE LA LETTRE PAR CO-REDEVABLE DU COMPTE, A
      * SON ADRESSE ; L'ETAPE N'EST ENREGISTREE QU'UNE FOIS
           IF NOT W-COPRO-OUVERT
               GO TO 3100-EXEMPLAIRES-COREDEV-EXIT
           END-IF.
           MOVE 'N' TO W-SW-FINCOP.
           MOVE W-CPT-ANUPRO TO CP-ANUPRO.
           MOVE 0            TO CP-NORDRE.
           START COPRO KEY NOT < CP-CLE
               INVALID KEY SET W-FIN-COPRO TO TRUE
           END-START.
           SET W-EXEMPLAIRE-COREDEV TO TRUE.
           PERFORM 3110-EXEMPLAIRE-UN-COREDEV
               THRU 3110-EXEMPLAIRE-UN-COREDEV-EXIT
               UNTIL W-FIN-COPRO.
           MOVE 'N' TO W-SW-EXEMPL.
       3100-EXEMPLAIRES-COREDEV-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-EXEMPLAIRE-UN-COREDEV.
      *---------------------------------------------------------
           READ COPRO NEXT
               AT END SET W-FIN-COPRO TO TRUE
                      GO TO 3110-EXEMPLAIRE-UN-COREDEV-EXIT
           END-READ.
           IF CP-ANUPRO NOT = W-CPT-ANUPRO
               SET W-FIN-COPRO TO TRUE
               GO TO 3110-EXEMPLAIRE-UN-COREDEV-EXIT
           END-IF.
           PERFORM 4000-EDITER-LETTRE
               THRU 4000-EDITER-LETTRE-EXIT.
           ADD 1 TO W-NBCOPIES.
       3110-EXEMPLAIRE-UN-COREDEV-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-LETTRE.
      *---------------------------------------------------------
           WRITE ENR-LETTRES FROM LIGNE-SEPARATION.
           MOVE 'T'          TO W-LIB-TYPE.
           MOVE SPACE        TO W-LIB-DIR W-LIB-CODE.
           MOVE W-CPT-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE W-CPT-CCPPER  TO LE-CCPPER.
           MOVE W-LIB-LIBELLE TO LE-LIBTRES.
           MOVE W-JLETTR      TO LE-JLETTR.
           WRITE ENR-LETTRES FROM LIGNE-EMETTEUR.
           IF W-LETTRE-RELANCE
               MOVE 'LETTRE DE RELANCE' TO LT-TITRE
           ELSE
               MOVE 'MISE EN DEMEURE DE PAYER' TO LT-TITRE
           END-IF.
           WRITE ENR-LETTRES FROM LIGNE-TITRE.
           PERFORM 4100-SERVIR-DESTINATAIRE
               THRU 4100-SERVIR-DESTINATAIRE-EXIT.
           MOVE W-CPT-ANUPRO TO LC-ANUPRO.
           WRITE ENR-LETTRES FROM LIGNE-COMPTE.
           IF W-LETTRE-RELANCE
               WRITE ENR-LETTRES FROM LIGNE-TEXTE-RELANCE
           ELSE
               WRITE ENR-LETTRES FROM LIGNE-TEXTE-DEMEURE
           END-IF.
           WRITE ENR-LETTRES FROM LIGNE-COLONNE.

           MOVE 0 TO W-LET-MRAR W-LET-MMAJO.
           PERFORM 4200-EDITER-ARTICLE
               THRU 4200-EDITER-ARTICLE-EXIT
               VARYING IXA FROM 1 BY 1
               UNTIL IXA > W-NBART.

           MOVE 'TOTAL DU'   TO LG-LIBELLE.
           MOVE W-LET-MRAR   TO LG-MRAR.
           MOVE W-LET-MMAJO  TO LG-MMAJO.
           COMPUTE W-MONTANT = W-LET-MRAR + W-LET-MMAJO.
           MOVE W-MONTANT    TO LG-TOTAL.
           WRITE ENR-LETTRES FROM LIGNE-TOTAL.
           IF W-LETTRE-RELANCE
               WRITE ENR-LETTRES FROM LIGNE-FIN-RELANCE
           ELSE
               WRITE ENR-LETTRES FROM LIGNE-FIN-DEMEURE
           END-IF.
       4000-EDITER-LETTRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-SERVIR-DESTINATAIRE.
      *---------------------------------------------------------
      * EXEMPLAIRE D'UN CO-REDEVABLE : SA DESIGNATION, SON
      * ADRESSE ET SA QUALITE AU REGARD DU TITULAIRE
           IF W-EXEMPLAIRE-COREDEV
               MOVE CP-DDENOM TO LN-DDENOM
               WRITE ENR-LETTRES FROM LIGNE-DESTIN
               MOVE CP-DADRL1 TO LN-ADRL1
               MOVE CP-DADRL2 TO LN-ADRL2
               MOVE CP-CPOSTA TO LN-CPOSTA
               MOVE CP-DLIPOS TO LN-DLIPOS
               WRITE ENR-LETTRES FROM LIGNE-DESTADR
               EVALUATE TRUE
                   WHEN CP-INDIVISAIRE
                       MOVE 'D''INDIVISAIRE'      TO LQ-LIBROLE
                   WHEN CP-USUFRUITIER
                       MOVE 'D''USUFRUITIER'      TO LQ-LIBROLE
                   WHEN CP-NU-PROPRIETAIRE
                       MOVE 'DE NU-PROPRIETAIRE'  TO LQ-LIBROLE
                   WHEN OTHER
                       MOVE 'DE GERANT'           TO LQ-LIBROLE
               END-EVALUATE
               MOVE SPACE TO LQ-DDENOM
               MOVE W-CPT-ANUPRO TO PR-ANUPRO
               READ REFPRO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PR-DDENOM TO LQ-DDENOM
               END-READ
               WRITE ENR-LETTRES FROM LIGNE-QUALITE
               GO TO 4100-SERVIR-DESTINATAIRE-EXIT
           END-IF.
      * DESIGNATION ET ADRESSE DU REFERENTIEL DES COMPTES ; COMPTE
      * NON REFERENCE : LA LETTRE PART EN TRAITEMENT MANUEL
           MOVE W-CPT-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE '** COMPTE NON REFERENCE **' TO LN-DDENOM
                   WRITE ENR-LETTRES FROM LIGNE-DESTIN
                   GO TO 4100-SERVIR-DESTINATAIRE-EXIT
           END-READ.
           MOVE PR-DDENOM TO LN-DDENOM.
           WRITE ENR-LETTRES FROM LIGNE-DESTIN.
           MOVE PR-DADRL1 TO LN-ADRL1.
           MOVE PR-DADRL2 TO LN-ADRL2.
           MOVE PR-CPOSTA TO LN-CPOSTA.
           MOVE PR-DLIPOS TO LN-DLIPOS.
           WRITE ENR-LETTRES FROM LIGNE-DESTADR.
       4100-SERVIR-DESTINATAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4200-EDITER-ARTICLE.
      *---------------------------------------------------------
           IF ART-ETAPE (IXA) NOT = W-ETAPE
               GO TO 4200-EDITER-ARTICLE-EXIT
           END-IF.
           MOVE ART-DAN (IXA)    TO LA-DAN.
           MOVE ART-AC3DIR (IXA) TO LA-AC3DIR.
           MOVE ART-CCOCOM (IXA) TO LA-CCOCOM.
           MOVE ART-DSRPAR (IXA) TO LA-DSRPAR.
           IF ART-CCOBNB (IXA) = '2'
               MOVE 'BATI    ' TO LA-NATURE
           ELSE
               MOVE 'NON BATI' TO LA-NATURE
           END-IF.
           MOVE ART-MRAR (IXA)   TO LA-MRAR.
           MOVE ART-MMAJO (IXA)  TO LA-MMAJO.
           COMPUTE W-MONTANT = ART-MRAR (IXA) + ART-MMAJO (IXA).
           MOVE W-MONTANT        TO LA-TOTAL.
           WRITE ENR-LETTRES FROM LIGNE-ARTICLE.
           ADD ART-MRAR (IXA)  TO W-LET-MRAR.
           ADD ART-MMAJO (IXA) TO W-LET-MMAJO.
           IF NOT W-EXEMPLAIRE-COREDEV
               PERFORM 4300-ENREGISTRER-ETAPE
                   THRU 4300-ENREGISTRER-ETAPE-EXIT
           END-IF.
       4200-EDITER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4300-ENREGISTRER-ETAPE.
      *---------------------------------------------------------
      * L'ETAPE EMISE EST ENREGISTREE POUR NE PAS ETRE REEMISE
           IF W-LETTRE-RELANCE
               INITIALIZE ENR-ETAPREC
               MOVE ART-CLE (IXA)   TO ER-CLE
               MOVE W-CPT-CCPPER    TO ER-CCPPER
               MOVE 'R'             TO ER-GETAPE
               MOVE W-JLETTR        TO ER-JRELAN
               MOVE ART-MRAR (IXA)  TO ER-MRAREL
               MOVE ART-MMAJO (IXA) TO ER-MMAJO
               IF ART-DEJA-CONNU (IXA)
                   REWRITE ENR-ETAPREC
               ELSE
                   WRITE ENR-ETAPREC
               END-IF
               ADD 1 TO W-NBART-RELANCES
               GO TO 4300-ENREGISTRER-ETAPE-EXIT
           END-IF.
           MOVE ART-CLE (IXA) TO ER-CLE.
           READ ETAPREC
               INVALID KEY GO TO 4300-ENREGISTRER-ETAPE-EXIT
           END-READ.
           MOVE 'M'             TO ER-GETAPE.
           MOVE W-JLETTR        TO ER-JDEMEU.
           MOVE ART-MRAR (IXA)  TO ER-MRADEM.
           MOVE ART-MMAJO (IXA) TO ER-MMAJO.
           REWRITE ENR-ETAPREC.
           ADD 1 TO W-NBART-DEMEURES.
       4300-ENREGISTRER-ETAPE-EXIT.
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
       END PROGRAM EDITRELA.
