      *    PAR ARCHBASE (RETENB/RETENNB) ;                    *
      *  - LE NUMERO DE ROLE DE LA COMMUNE DU MILLESIME,      *
      *    CONSULTE DANS LE REFERENTIEL TAUDIS HISTORISE      *
      *    (PRIMITIVE LIRTHIS) ;                              *
      *  - LE DETAIL PAR LOCAL BATI OU SUF NON BATIE DES      *
      *    BASES DE L'ARTICLE, DEPUIS LA CORRESPONDANCE       *
      *    ARTICLE / LOCAL ECRITE PAR CONSLOT (CORRLOC,       *
      *    FACULTATIF) ;                                      *
      *  - LA SOURCE DES TAUX DE LA LIQUIDATION (TAUDIS       *
      *    COURANT, BASE TAUX OU TAUDIS HISTORISE DU          *
      *    MILLESIME), D'APRES LA VOIE HISTORISEE (GVOIE).    *
      * LE DOSSIER EST EDITE EN CHRONOLOGIE, UNE SECTION PAR  *
      * ANNEE. LA DEMANDE PORTE LE MATRICULE DE L'AGENT       *
      * DEMANDEUR, AU NOM DUQUEL LA CONSULTATION DU COMPTE    *
      * EST JOURNALISEE SUR JNLNOM (MODULE JRNNOM).           *
      *********************************************************

       IDENTIFICATION DIVISION.
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  CORRLOC     ASSIGN  TO  CORRLOC
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  CL-CLE
                               FILE STATUS  CL-FS.

       DATA DIVISION.
       FILE SECTION.
           05 PD-DLETSR            PIC X(1).
           05 PD-ANUPRO            PIC X(6).
           05 PD-CCOBNB            PIC X(1).
           05 PD-MATRIC            PIC X(8).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

      * CORRESPONDANCE ARTICLE / LOCAL (CONSLOT)
       FD  CORRLOC.
       01  ENR-CORRLOC.
           COPY XCORLOC REPLACING 'X' BY CL.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'DOSSART 02 DU 15/10/26'.

       01  PD-FS                   PIC X(2).
           88 PD-OK                     VALUE '00'.
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  CL-FS                   PIC X(2).
           88 CL-OK                     VALUE '00'.
       01  W-SW-CORRLOC            PIC X(1) VALUE 'N'.
           88 W-CORRLOC-OUVERT          VALUE 'O'.
       01  W-CL-ARTICLE            PIC X(18).

      * JOURNALISATION DES CONSULTATIONS (MODULE JRNNOM)
       01  W-JRN-FONCTION          PIC X(1).
       01  W-JRN-PROGRA            PIC X(8) VALUE 'DOSSART'.
       01  W-JRN-AC3DIR            PIC X(3).
       01  W-JRN-CR                PIC 9(2).

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  W-ANNEE-DEBUT           PIC 9(4).
       01  W-DATJOU                PIC 9(8).
       01  W-LIBANOM               PIC X(60).
      * VOIE DE RECUPERATION DES TAUX ET MODE SECOURS DE LA
      * LIQUIDATION HISTORISEE (VUES XRETB/XRETNB)
       01  W-VOIE                  PIC X(1).
       01  W-SECOURS               PIC X(1).
       01  W-SW-TROUVE             PIC X(1).
           88 W-ANNEE-SERVIE            VALUE 'O'.

           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LC-LIB               PIC X(14).
           05 LC-MT                PIC -(11)9.
       01  LIGNE-SOURCE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(14) VALUE 'SOURCE TAUX   '.
           05 LS-LIB               PIC X(50).
       01  LIGNE-ANOM.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(9)  VALUE 'ANOMALIE '.
           05 LN-CR                PIC 9(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LN-LIB               PIC X(60).
       01  LIGNE-LOCAL.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(6)  VALUE 'LOCAL '.
           05 LL-IDLOC             PIC X(10).
           05 FILLER               PIC X(7)  VALUE '  BASE '.
           05 LL-MBACOM            PIC -(11)9.
           05 FILLER               PIC X(10) VALUE '  ZONE OM '.
           05 LL-GTAUOM            PIC X(2).
           05 FILLER               PIC X(10) VALUE '  BASE OM '.
           05 LL-MBAOM             PIC -(11)9.
       01  LIGNE-ABSENT            PIC X(132) VALUE
           '  AUCUNE LIQUIDATION HISTORISEE POUR CETTE ANNEE'.

           OPEN INPUT PARAMDOS.
           OPEN INPUT HISTOB HISTONB RETENB RETENNB.
           OPEN OUTPUT RAPPORT.
           OPEN INPUT CORRLOC.
           IF CL-OK
               SET W-CORRLOC-OUVERT TO TRUE
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DATJOU (1:4) TO W-ANNEE-COURANTE.
               UNTIL PD-FIN.

           CLOSE PARAMDOS HISTOB HISTONB RETENB RETENNB RAPPORT.
           IF W-CORRLOC-OUVERT
               CLOSE CORRLOC
           END-IF.
           MOVE 'F' TO W-JRN-FONCTION.
           CALL 'JRNNOM' USING W-JRN-FONCTION PD-MATRIC W-JRN-PROGRA
                               W-JRN-AC3DIR PD-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
           GOBACK.

      *---------------------------------------------------------
               THRU 2000-EDITER-UNE-ANNEE-EXIT
               VARYING W-ANNEE FROM W-ANNEE-DEBUT BY 1
               UNTIL W-ANNEE > W-ANNEE-COURANTE.

           MOVE 'E'       TO W-JRN-FONCTION.
           MOVE PD-CCODEP TO W-JRN-AC3DIR (1:2).
           MOVE PD-CCODIR TO W-JRN-AC3DIR (3:1).
           CALL 'JRNNOM' USING W-JRN-FONCTION PD-MATRIC W-JRN-PROGRA
                               W-JRN-AC3DIR PD-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
       1000-TRAITER-DEMANDE-EXIT.
           EXIT.

           IF NOT W-ANNEE-SERVIE
               WRITE ENR-RAPPORT FROM LIGNE-ABSENT
           END-IF.
           IF W-CORRLOC-OUVERT
               PERFORM 5000-EDITER-LOCAUX
                   THRU 5000-EDITER-LOCAUX-EXIT
           END-IF.
       2000-EDITER-UNE-ANNEE-EXIT.
           EXIT.

           MOVE 'TOTAL DU      ' TO LC-LIB.
           MOVE RETB-TCTDU TO LC-MT.
           WRITE ENR-RAPPORT FROM LIGNE-COTIS.
           MOVE RETB-GVOIE    TO W-VOIE.
           MOVE RETB-GSECOURS TO W-SECOURS.
           PERFORM 6000-EDITER-SOURCE-TAUX
               THRU 6000-EDITER-SOURCE-TAUX-EXIT.

      * BASES ET TAUX RECONSTITUES DE L'ANNEE (ARCHBASE)
           MOVE W-ANNEE   TO RB-JANIPT.
           MOVE 'TOTAL DU      ' TO LC-LIB.
           MOVE RETNB-TCTDU TO LC-MT.
           WRITE ENR-RAPPORT FROM LIGNE-COTIS.
           MOVE RETNB-GVOIE    TO W-VOIE.
           MOVE RETNB-GSECOURS TO W-SECOURS.
           PERFORM 6000-EDITER-SOURCE-TAUX
               THRU 6000-EDITER-SOURCE-TAUX-EXIT.

      * BASES RECONSTITUEES DE L'ANNEE (ARCHBASE), POSTE 1
           MOVE W-ANNEE   TO RNB-JANIPT.
           END-IF.
       4000-EDITER-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-LOCAUX.
      *---------------------------------------------------------
      * LOCAUX DE L'ARTICLE POUR L'ANNEE, DANS L'ORDRE DE LEUR
      * IDENTIFIANT (INVARIANT EN BATI, SECTION/PLAN/SUF EN NON
      * BATI), AVEC LEUR PART DE BASE COMMUNALE ET OM
           MOVE W-ANNEE   TO CL-DAN.
           MOVE PD-CCODEP TO CL-AC3DIR (1:2).
           MOVE PD-CCODIR TO CL-AC3DIR (3:1).
           MOVE PD-CCOCOM TO CL-CCOCOM.
           MOVE PD-DLETSR TO CL-DSRPAR.
           MOVE PD-ANUPRO TO CL-ANUPRO.
           MOVE PD-CCOBNB TO CL-CCOBNB.
           MOVE CL-CLE (1:18) TO W-CL-ARTICLE.
           MOVE LOW-VALUE TO CL-IDLOC.
           START CORRLOC KEY NOT < CL-CLE
               INVALID KEY GO TO 5000-EDITER-LOCAUX-EXIT
           END-START.
           PERFORM 5100-EDITER-UN-LOCAL
               THRU 5100-EDITER-UN-LOCAL-EXIT
               UNTIL NOT CL-OK.
       5000-EDITER-LOCAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-EDITER-UN-LOCAL.
      *---------------------------------------------------------
           READ CORRLOC NEXT
               AT END GO TO 5100-EDITER-UN-LOCAL-EXIT
           END-READ.
           IF CL-CLE (1:18) NOT = W-CL-ARTICLE
               MOVE '10' TO CL-FS
               GO TO 5100-EDITER-UN-LOCAL-EXIT
           END-IF.
           MOVE CL-IDLOC  TO LL-IDLOC.
           MOVE CL-MBACOM TO LL-MBACOM.
           MOVE CL-GTAUOM TO LL-GTAUOM.
           MOVE CL-MBAOM  TO LL-MBAOM.
           WRITE ENR-RAPPORT FROM LIGNE-LOCAL.
       5100-EDITER-UN-LOCAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-SOURCE-TAUX.
      *---------------------------------------------------------
      * SOURCE DES TAUX RETENUE PAR LA CHAINE DE CALCUL POUR LA
      * LIQUIDATION DE L'ANNEE
           EVALUATE W-VOIE
               WHEN 'H'
                   MOVE 'TAUDIS HISTORISE DU MILLESIME (TAUHIST)'
                                       TO LS-LIB
               WHEN 'T'
                   IF W-SECOURS = 'S'
                       MOVE 'TAUDIS COURANT (SECOURS DE LA BASE TAUX)'
                                       TO LS-LIB
                   ELSE
                       MOVE 'TAUDIS COURANT' TO LS-LIB
                   END-IF
               WHEN 'B'
                   MOVE 'BASE TAUX' TO LS-LIB
               WHEN OTHER
                   MOVE 'NON RENSEIGNEE OU REPRISE DE L''ARTICLE JUMEAU'
                                       TO LS-LIB
           END-EVALUATE.
           WRITE ENR-RAPPORT FROM LIGNE-SOURCE.
       6000-EDITER-SOURCE-TAUX-EXIT.
           EXIT.
       END PROGRAM DOSSART.
