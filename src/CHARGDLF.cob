      *********************************************************
      * PROGRAMME CHARGDLF                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CHARGEMENT CONTROLE DU REFERENTIEL DES DELIBERATIONS  *
      * FACULTATIVES D'EXONERATION (REFDLF) : LE FICHIER      *
      * PIVOT PORTE UNE DELIBERATION PAR LIGNE (DIRECTION,    *
      * COLLECTIVITE, TYPE, ANNEES D'APPLICATION, DATE DE     *
      * DELIBERATION). CONTROLES EN ENTREE, SUR LE MODELE DE  *
      * CHARGDEL : DELIBERATION DATEE AVANT LA DATE LIMITE    *
      * PARAMETREE (PARAMDEL) ET ANTERIEURE A LA PREMIERE     *
      * ANNEE D'APPLICATION, TYPE ET COLLECTIVITE COHERENTS,  *
      * COLLECTIVITE CONNUE DU TAUDIS (ARTICLE COMMUNE DE LA  *
      * DIRECTION ; EPCI PAR LE CODE GROUPEMENT ACOGC D'UN    *
      * ARTICLE COMMUNE ; SYNDICAT PAR LE SIREN D'UNE LISTSY).*
      * UNE DELIBERATION DEJA CHARGEE (MEME CLE) EST          *
      * REMPLACEE. UN ETAT DE CHARGEMENT PAR DIRECTION LISTE  *
      * DELIBERATIONS REPRISES, REMPLACEES ET REJETEES.       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGDLF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MVTDLF      ASSIGN  TO  MVTDLF
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS DF-FS.
           SELECT  PARAMDEL    ASSIGN  TO  PARAMDEL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PD-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REFDLF      ASSIGN  TO  REFDLF
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RD-CLEDLF
                               FILE STATUS RD-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.

       DATA DIVISION.
       FILE SECTION.
      * FORMAT PIVOT D'UNE DELIBERATION FACULTATIVE
       FD  MVTDLF.
       01  ENR-MVTDLF.
           05 DF-DIR               PIC X(3).
           05 DF-TYPCOL            PIC X(3).
      * COM / EPC / SYN
           05 DF-CODCOL            PIC X(9).
      * DIRECTION + COMMUNE, DIRECTION + ACOGC, OU SIREN
           05 DF-CTYDLF            PIC X(2).
      * CN / BI / ZH
           05 DF-JDBDLF            PIC 9(4).
           05 DF-JFNDLF            PIC 9(4).
      * ZERO : JUSQU'A RAPPORT
           05 DF-DATDEL            PIC 9(8).
           05 DF-DREFDL            PIC X(30).

      * DATE LIMITE LEGALE DE DELIBERATION (AAAAMMJJ)
       FD  PARAMDEL.
       01  ENR-PARAMDEL.
           05 PD-DATLIM            PIC 9(8).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  REFDLF.
       01  ENR-REFDLF.
           COPY XREFDLF REPLACING 'X' BY RD.

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CHARGDLF 00 DU 15/10/26'.

       01  DF-FS                PIC X(2).
           88 DF-OK                  VALUE '00'.
           88 DF-FIN                 VALUE '10'.
       01  PD-FS                PIC X(2).
           88 PD-OK                  VALUE '00'.
       01  RP-FS                PIC X(2).
       01  RD-FS                PIC X(2).
           88 RD-OK                  VALUE '00'.
           88 RD-DOUBLON             VALUE '22'.
       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.

       01  TAUDIS-COMMUNE.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  W-DATLIM             PIC 9(8) VALUE 99999999.
       01  W-MOTIF              PIC X(40).
       01  W-JFNDLF             PIC 9(4).
       01  W-ANDEL              PIC 9(4).

      * RECHERCHE DE LA COLLECTIVITE DANS LES ARTICLES COMMUNE DE
      * LA DIRECTION (EPCI ET SYNDICAT)
       01  W-SW-COLL            PIC X(1).
           88 W-COLL-TROUVEE         VALUE 'O'.
           88 W-COLL-FIN             VALUE 'F'.
       01  IX                   PIC 9(2) COMP.

      * DIRECTIONS RENCONTREES ET COMPTEURS DE L'ETAT DE CHARGEMENT
       01  W-MAXDIR             PIC 9(3) COMP VALUE 050.
       01  W-NBDIR              PIC 9(3) COMP VALUE 0.
       01  TABLE-DIR.
           05 DIR-ENTREE OCCURS 050.
              10 DIR-CODE       PIC X(3).
              10 DIR-NBREPRIS   PIC 9(7).
              10 DIR-NBREMPL    PIC 9(7).
              10 DIR-NBREJET    PIC 9(7).
       01  IY                   PIC 9(3) COMP.
       01  IY-DIR               PIC 9(3) COMP.
       01  W-SW-DIR             PIC X(1).
           88 DIR-TROUVEE            VALUE 'O'.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CHARGEMENT DES DELIBERATIONS FACULTATIVES D''EXONERATION'.
       01  LIGNE-REJET.
           05 FILLER            PIC X(8) VALUE 'REJET   '.
           05 LR-DIR            PIC X(3).
           05 FILLER            PIC X(1).
           05 LR-TYPCOL         PIC X(3).
           05 FILLER            PIC X(1).
           05 LR-CODCOL         PIC X(9).
           05 FILLER            PIC X(1).
           05 LR-CTYDLF         PIC X(2).
           05 FILLER            PIC X(1).
           05 LR-JDBDLF         PIC X(4).
           05 FILLER            PIC X(1).
           05 LR-MOTIF          PIC X(40).
       01  LIGNE-DIR.
           05 FILLER            PIC X(4) VALUE 'DIR '.
           05 LD-DIR            PIC X(3).
           05 FILLER            PIC X(10) VALUE '  REPRISES'.
           05 LD-REPRIS         PIC Z(6)9.
           05 FILLER            PIC X(12) VALUE '  REMPLACEES'.
           05 LD-REMPL          PIC Z(6)9.
           05 FILLER            PIC X(9)  VALUE '  REJETS '.
           05 LD-REJETS         PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           PERFORM 2000-TRAITER-DELIBERATION
               THRU 2000-TRAITER-DELIBERATION-EXIT
               UNTIL DF-FIN.
           PERFORM 6000-EDITER-ETAT
               THRU 6000-EDITER-ETAT-EXIT
               VARYING IY FROM 1 BY 1
               UNTIL IY > W-NBDIR.
           CLOSE MVTDLF REFDLF TAUDIS RAPPORT.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           OPEN INPUT MVTDLF.
           OPEN INPUT TAUDIS.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
      * REFERENTIEL CREE AU PREMIER CHARGEMENT
           OPEN I-O REFDLF.
           IF NOT RD-OK
               OPEN OUTPUT REFDLF
               CLOSE REFDLF
               OPEN I-O REFDLF
           END-IF.
           OPEN INPUT PARAMDEL.
           IF PD-OK
               READ PARAMDEL
                   AT END CONTINUE
               END-READ
               IF PD-OK AND PD-DATLIM NUMERIC
                   MOVE PD-DATLIM TO W-DATLIM
               END-IF
               CLOSE PARAMDEL
           END-IF.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-DELIBERATION.
      *---------------------------------------------------------
           READ MVTDLF
               AT END SET DF-FIN TO TRUE
                      GO TO 2000-TRAITER-DELIBERATION-EXIT
           END-READ.
           MOVE SPACE TO W-MOTIF.
           PERFORM 2100-RETENIR-DIRECTION
               THRU 2100-RETENIR-DIRECTION-EXIT.

      * CONTROLES EN ENTREE
           PERFORM 2200-CONTROLER-DELIBERATION
               THRU 2200-CONTROLER-DELIBERATION-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 2000-TRAITER-DELIBERATION-EXIT
           END-IF.

      * EXISTENCE DE LA COLLECTIVITE AU TAUDIS
           MOVE 'N' TO W-SW-COLL.
           EVALUATE DF-TYPCOL
               WHEN 'COM'
                   PERFORM 3000-LIRE-COMMUNE
                       THRU 3000-LIRE-COMMUNE-EXIT
               WHEN OTHER
                   PERFORM 3100-CHERCHER-GROUPEMENT
                       THRU 3100-CHERCHER-GROUPEMENT-EXIT
           END-EVALUATE.
           IF NOT W-COLL-TROUVEE
               MOVE 'COLLECTIVITE INCONNUE DU TAUDIS' TO W-MOTIF
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 2000-TRAITER-DELIBERATION-EXIT
           END-IF.

      * ECRITURE, OU REMPLACEMENT D'UNE DELIBERATION DEJA CHARGEE
           MOVE SPACE       TO ENR-REFDLF.
           MOVE DF-TYPCOL   TO RD-TYPCOL.
           MOVE DF-CODCOL   TO RD-CODCOL.
           MOVE DF-CTYDLF   TO RD-CTYDLF.
           MOVE DF-JDBDLF   TO RD-JDBDLF.
           MOVE W-JFNDLF    TO RD-JFNDLF.
           MOVE DF-DIR      TO RD-AC3DIR.
           MOVE DF-DATDEL   TO RD-DATDEL.
           MOVE DF-DREFDL   TO RD-DREFDL.
           WRITE ENR-REFDLF.
           IF RD-OK
               ADD 1 TO DIR-NBREPRIS (IY-DIR)
               GO TO 2000-TRAITER-DELIBERATION-EXIT
           END-IF.
           IF RD-DOUBLON
               REWRITE ENR-REFDLF
               IF RD-OK
                   ADD 1 TO DIR-NBREMPL (IY-DIR)
                   GO TO 2000-TRAITER-DELIBERATION-EXIT
               END-IF
           END-IF.
           MOVE 'ECHEC D''ECRITURE REFDLF' TO W-MOTIF.
           PERFORM 8000-REJETER
               THRU 8000-REJETER-EXIT.
       2000-TRAITER-DELIBERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-RETENIR-DIRECTION.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-DIR.
           PERFORM 2110-TESTER-DIR
               THRU 2110-TESTER-DIR-EXIT
               VARYING IY FROM 1 BY 1
               UNTIL IY > W-NBDIR OR DIR-TROUVEE.
           IF NOT DIR-TROUVEE
      * TABLE PLEINE : LES COMPTEURS IRAIENT SUR UNE MAUVAISE
      * DIRECTION - ARRET EN ANOMALIE
               IF W-NBDIR >= W-MAXDIR
                   DISPLAY 'CHARGDLF - CAPACITE DE LA TABLE DES '
                           'DIRECTIONS DEPASSEE (' W-MAXDIR
                           '), TRAITEMENT ABANDONNE'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO W-NBDIR
               MOVE W-NBDIR TO IY-DIR
               MOVE DF-DIR TO DIR-CODE (IY-DIR)
               MOVE 0 TO DIR-NBREPRIS (IY-DIR)
                         DIR-NBREMPL (IY-DIR)
                         DIR-NBREJET (IY-DIR)
           END-IF.
       2100-RETENIR-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2110-TESTER-DIR.
      *---------------------------------------------------------
           IF DIR-CODE (IY) = DF-DIR
               SET DIR-TROUVEE TO TRUE
               MOVE IY TO IY-DIR
           END-IF.
       2110-TESTER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-DELIBERATION.
      *---------------------------------------------------------
      * TYPE DE DELIBERATION ET COLLECTIVITE : LA SUPPRESSION DE
      * L'EXONERATION ZONES HUMIDES NE VISE PAS LES SYNDICATS
           EVALUATE DF-CTYDLF ALSO DF-TYPCOL
               WHEN 'CN' ALSO 'COM'
               WHEN 'CN' ALSO 'EPC'
               WHEN 'CN' ALSO 'SYN'
               WHEN 'BI' ALSO 'COM'
               WHEN 'BI' ALSO 'EPC'
               WHEN 'BI' ALSO 'SYN'
               WHEN 'ZH' ALSO 'COM'
               WHEN 'ZH' ALSO 'EPC'
                   CONTINUE
               WHEN 'CN' ALSO ANY
               WHEN 'BI' ALSO ANY
               WHEN 'ZH' ALSO ANY
                   MOVE 'COLLECTIVITE NON VISEE PAR CE TYPE'
                       TO W-MOTIF
                   GO TO 2200-CONTROLER-DELIBERATION-EXIT
               WHEN OTHER
                   MOVE 'TYPE DE DELIBERATION INCONNU' TO W-MOTIF
                   GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-EVALUATE.

      * CODE DE LA COLLECTIVITE : LA DIRECTION EN TETE POUR UNE
      * COMMUNE OU UN EPCI, UN SIREN NUMERIQUE POUR UN SYNDICAT
           EVALUATE DF-TYPCOL
               WHEN 'COM'
                   IF DF-CODCOL (1:3) NOT = DF-DIR
                      OR DF-CODCOL (4:3) = SPACE
                      OR DF-CODCOL (7:3) NOT = SPACE
                       MOVE 'CODE COMMUNE INCOHERENT' TO W-MOTIF
                   END-IF
               WHEN 'EPC'
                   IF DF-CODCOL (1:3) NOT = DF-DIR
                      OR DF-CODCOL (4:4) = SPACE
                      OR DF-CODCOL (8:2) NOT = SPACE
                       MOVE 'CODE GROUPEMENT INCOHERENT' TO W-MOTIF
                   END-IF
               WHEN 'SYN'
                   IF DF-CODCOL NOT NUMERIC
                       MOVE 'SIREN DU SYNDICAT NON NUMERIQUE'
                           TO W-MOTIF
                   END-IF
           END-EVALUATE.
           IF W-MOTIF NOT = SPACE
               GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-IF.

      * ANNEES D'APPLICATION
           IF DF-JDBDLF NOT NUMERIC OR DF-JDBDLF = 0
               MOVE 'PREMIERE ANNEE D''APPLICATION INVALIDE'
                   TO W-MOTIF
               GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-IF.
           IF DF-JFNDLF NOT NUMERIC
               MOVE 'DERNIERE ANNEE D''APPLICATION INVALIDE'
                   TO W-MOTIF
               GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-IF.
           IF DF-JFNDLF = 0
               MOVE 9999 TO W-JFNDLF
           ELSE
               MOVE DF-JFNDLF TO W-JFNDLF
           END-IF.
           IF W-JFNDLF < DF-JDBDLF
               MOVE 'ANNEES D''APPLICATION INVERSEES' TO W-MOTIF
               GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-IF.

      * DATE DE DELIBERATION : AVANT LA DATE LIMITE LEGALE, ET
      * PRISE AU PLUS TARD L'ANNEE QUI PRECEDE LA PREMIERE ANNEE
      * D'APPLICATION
           IF DF-DATDEL NOT NUMERIC OR DF-DATDEL = 0
               MOVE 'DELIBERATION NON DATEE' TO W-MOTIF
               GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-IF.
           IF DF-DATDEL > W-DATLIM
               MOVE 'DELIBERATION POSTERIEURE A LA LIMITE'
                   TO W-MOTIF
               GO TO 2200-CONTROLER-DELIBERATION-EXIT
           END-IF.
           MOVE DF-DATDEL (1:4) TO W-ANDEL.
           IF W-ANDEL NOT < DF-JDBDLF
               MOVE 'DELIBERATION TROP TARDIVE POUR L''ANNEE'
                   TO W-MOTIF
           END-IF.
       2200-CONTROLER-DELIBERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-LIRE-COMMUNE.
      *---------------------------------------------------------
      * ARTICLE COMMUNE DE LA DIRECTION (CLE SANS IFP NI PERIODE)
           MOVE DF-CODCOL (1:3) TO T-DIR.
           MOVE DF-CODCOL (4:3) TO T-COM.
           MOVE LOW-VALUE       TO T-CCOIFP T-CCPPER.
           READ TAUDIS
               INVALID KEY GO TO 3000-LIRE-COMMUNE-EXIT
           END-READ.
           IF TAUDIS-OK AND TAUDIS-SUITE (2:1) = 'C'
               SET W-COLL-TROUVEE TO TRUE
           END-IF.
       3000-LIRE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CHERCHER-GROUPEMENT.
      *---------------------------------------------------------
      * PARCOURT LES ARTICLES COMMUNE DE LA DIRECTION JUSQU'A EN
      * TROUVER UN RATTACHE AU GROUPEMENT OU AU SYNDICAT VISE
           MOVE DF-DIR    TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           START TAUDIS KEY IS NOT LESS THAN TAUDIS-CLE
               INVALID KEY GO TO 3100-CHERCHER-GROUPEMENT-EXIT
           END-START.
           PERFORM 3110-LIRE-UN-ARTICLE
               THRU 3110-LIRE-UN-ARTICLE-EXIT
               UNTIL W-COLL-TROUVEE OR W-COLL-FIN.
       3100-CHERCHER-GROUPEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-COLL-FIN TO TRUE
                      GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF NOT TAUDIS-OK OR T-DIR NOT = DF-DIR
               SET W-COLL-FIN TO TRUE
               GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) NOT = 'C'
               GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-IF.
           MOVE ENR-TAUDIS TO TAUDIS-COMMUNE.
           IF DF-TYPCOL = 'EPC'
               IF T-C-ACOGC = DF-CODCOL (4:4)
                   SET W-COLL-TROUVEE TO TRUE
               END-IF
               GO TO 3110-LIRE-UN-ARTICLE-EXIT
           END-IF.
           PERFORM 3120-TESTER-SYNDICAT
               THRU 3120-TESTER-SYNDICAT-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > 10 OR W-COLL-TROUVEE.
       3110-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3120-TESTER-SYNDICAT.
      *---------------------------------------------------------
           IF T-C-SIREN-SYN (IX) = DF-CODCOL
               SET W-COLL-TROUVEE TO TRUE
           END-IF.
       3120-TESTER-SYNDICAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-EDITER-ETAT.
      *---------------------------------------------------------
           MOVE DIR-CODE (IY)      TO LD-DIR.
           MOVE DIR-NBREPRIS (IY)  TO LD-REPRIS.
           MOVE DIR-NBREMPL (IY)   TO LD-REMPL.
           MOVE DIR-NBREJET (IY)   TO LD-REJETS.
           WRITE ENR-RAPPORT FROM LIGNE-DIR.
       6000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-REJETER.
      *---------------------------------------------------------
           ADD 1 TO DIR-NBREJET (IY-DIR).
           MOVE DF-DIR    TO LR-DIR.
           MOVE DF-TYPCOL TO LR-TYPCOL.
           MOVE DF-CODCOL TO LR-CODCOL.
           MOVE DF-CTYDLF TO LR-CTYDLF.
           MOVE DF-JDBDLF TO LR-JDBDLF.
           MOVE W-MOTIF   TO LR-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-REJET.
       8000-REJETER-EXIT.
           EXIT.
       END PROGRAM CHARGDLF.
