      *********************************************************
      * PROGRAMME SURVNOM                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * RAPPORT MENSUEL DE SURVEILLANCE DES CONSULTATIONS DE  *
      * DONNEES NOMINATIVES, DESTINE AU DELEGUE A LA          *
      * PROTECTION DES DONNEES. LES CONSULTATIONS DU MOIS     *
      * PARAMETRE (DEFAUT : MOIS PRECEDENT) SONT EXTRAITES DU *
      * JOURNAL CUMULATIF JNLNOM ECRIT PAR JRNNOM, PUIS       *
      * TRIEES PAR AGENT ET PAR COMPTE. POUR CHAQUE AGENT     *
      * SONT CUMULES LES CONSULTATIONS, LES COMPTES DISTINCTS *
      * ET LES CONSULTATIONS DE COMPTES HORS DE SA DIRECTION  *
      * D'AFFECTATION (FICHIER AGENTDIR). SONT EDITES LES     *
      * SEULS AGENTS EN ALERTE : VOLUME AU-DELA DU SEUIL      *
      * PARAMETRE, COMPTES HORS DIRECTION (DETAILLES), AGENT  *
      * ABSENT DE AGENTDIR OU DEMANDEUR NON IDENTIFIE. RC 4   *
      * SI UN AGENT EST EN ALERTE.                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVNOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMSVN     ASSIGN  TO  PARMSVN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SV-FS.
           SELECT  JOURNAL-NOM ASSIGN  TO  JNLNOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JN-FS.
           SELECT  AGENTDIR    ASSIGN  TO  AGENTDIR
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS AG-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRISVNOM.

       DATA DIVISION.
       FILE SECTION.
      * MOIS EXAMINE (AAAAMM, DEFAUT : MOIS PRECEDENT) ET SEUIL DE
      * VOLUME MENSUEL PAR AGENT (DEFAUT 200 CONSULTATIONS)
       FD  PARMSVN.
       01  ENR-PARMSVN.
           05 SV-MOIS              PIC X(6).
           05 SV-MOIS9 REDEFINES SV-MOIS PIC 9(6).
           05 SV-SEUIL             PIC X(5).
           05 SV-SEUIL9 REDEFINES SV-SEUIL PIC 9(5).

      * JOURNAL CUMULATIF DES CONSULTATIONS ECRIT PAR JRNNOM
       FD  JOURNAL-NOM.
       01  ENR-JOURNAL-NOM.
           COPY XJRNNOM REPLACING 'X' BY JN.

      * DIRECTION D'AFFECTATION DE CHAQUE AGENT
       FD  AGENTDIR.
       01  ENR-AGENTDIR.
           05 AG-MATRIC            PIC X(8).
           05 AG-AC3DIR            PIC X(3).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * CONSULTATIONS DU MOIS TRIEES PAR AGENT PUIS PAR COMPTE
      * (LES CONSULTATIONS D'UN MEME COMPTE SORTENT ADJACENTES)
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-MATRIC            PIC X(8).
           05 TR-COMPTE.
              10 TR-AC3DIR         PIC X(3).
              10 TR-ANUPRO         PIC X(6).
           05 TR-DATJOU            PIC 9(8).
           05 TR-HEUJOU            PIC 9(8).
           05 TR-PROGRA            PIC X(8).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'SURVNOM 00 DU 15/10/26'.

       01  SV-FS                   PIC X(2).
           88 SV-OK                     VALUE '00'.
       01  JN-FS                   PIC X(2).
           88 JN-OK                     VALUE '00'.
           88 JN-FIN                    VALUE '10'.
       01  AG-FS                   PIC X(2).
           88 AG-OK                     VALUE '00'.
           88 AG-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).

       01  W-MOIS                  PIC 9(6).
       01  W-MOIS-R REDEFINES W-MOIS.
           05 W-MOIS-AAAA          PIC 9(4).
           05 W-MOIS-MM            PIC 9(2).
       01  W-SEUIL                 PIC 9(5) VALUE 200.
       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-R REDEFINES W-DATJOU.
           05 W-DJ-AAAA            PIC 9(4).
           05 W-DJ-MM              PIC 9(2).
           05 W-DJ-JJ              PIC 9(2).

      * TABLE DES AGENTS ET DE LEUR DIRECTION D'AFFECTATION
       01  W-MAXAGT                PIC 9(4) COMP VALUE 3000.
       01  W-NBAGT                 PIC 9(4) COMP VALUE 0.
       01  W-TAB-AGENTS.
           05 W-AGENT OCCURS 3000.
              10 W-AGT-MATRIC      PIC X(8).
              10 W-AGT-AC3DIR      PIC X(3).
       01  IAG                     PIC 9(4) COMP.

      * CUMULS DE L'AGENT EN COURS
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SW-PREMIER            PIC X(1) VALUE 'O'.
           88 W-PREMIER-TRIE            VALUE 'O'.
       01  W-MATRIC-PREC           PIC X(8).
       01  W-COMPTE-PREC           PIC X(9).
       01  W-DIR-AGENT             PIC X(3).
       01  W-SW-CONNU              PIC X(1).
           88 W-AGENT-CONNU             VALUE 'O'.
       01  W-NBCONS                PIC 9(7) COMP.
       01  W-NBCPT                 PIC 9(7) COMP.
       01  W-NBHORS                PIC 9(7) COMP.
       01  W-NBCPTHORS             PIC 9(7) COMP.

      * COMPTES HORS DIRECTION DE L'AGENT, DETAILLES SOUS L'ALERTE
       01  W-MAXHORS               PIC 9(3) COMP VALUE 50.
       01  W-TAB-HORS.
           05 W-HORS OCCURS 50.
              10 W-HORS-COMPTE     PIC X(9).
              10 W-HORS-NB         PIC 9(5) COMP.
       01  IHO                     PIC 9(3) COMP.

      * TOTAUX DU MOIS
       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBRETENUS             PIC 9(9) COMP VALUE 0.
       01  W-NBAGENTS              PIC 9(7) COMP VALUE 0.
       01  W-NBALERTES             PIC 9(7) COMP VALUE 0.

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(53) VALUE
              'SURVEILLANCE DES CONSULTATIONS NOMINATIVES - MOIS '.
           05 LE-MOIS              PIC 9(6).
           05 FILLER               PIC X(10) VALUE '  SEUIL : '.
           05 LE-SEUIL             PIC Z(4)9.
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(31) VALUE
              'AGENT     DIR CONSULT.  COMPTES'.
           05 FILLER               PIC X(29) VALUE
              ' HORS DIR  CPTS HORS  ALERTES'.
       01  LIGNE-AGENT.
           05 LA-MATRIC            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LA-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-NBCONS            PIC Z(7)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-NBCPT             PIC Z(7)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-NBHORS            PIC Z(7)9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LA-NBCPTHORS         PIC Z(7)9.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LA-ALERTE1           PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-ALERTE2           PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-ALERTE3           PIC X(14).
       01  LIGNE-HORS.
           05 FILLER               PIC X(14) VALUE SPACE.
           05 FILLER               PIC X(22)
              VALUE 'COMPTE HORS DIRECTION '.
           05 LH-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LH-ANUPRO            PIC X(6).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 LH-NB                PIC Z(4)9.
           05 FILLER               PIC X(15)
              VALUE ' CONSULTATIONS'.
       01  LIGNE-TOTAL.
           05 LT-LIBELLE           PIC X(40).
           05 LT-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISER
               THRU 1000-INITIALISER-EXIT.

           SORT TRAVAIL
               ON ASCENDING KEY TR-MATRIC
                                TR-COMPTE
                                TR-DATJOU
                                TR-HEUJOU
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-ANALYSER
                   THRU 3000-ANALYSER-EXIT.

           PERFORM 8000-TOTAUX
               THRU 8000-TOTAUX-EXIT.
           CLOSE RAPPORT.
           DISPLAY 'SURVNOM - CONSULTATIONS DU MOIS : ' W-NBRETENUS.
           DISPLAY 'SURVNOM - AGENTS EN ALERTE      : ' W-NBALERTES.
           IF W-NBALERTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISER.
      *---------------------------------------------------------
      * MOIS PAR DEFAUT : LE MOIS PRECEDANT LA DATE DU TRAITEMENT
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           MOVE W-DJ-AAAA TO W-MOIS-AAAA.
           MOVE W-DJ-MM   TO W-MOIS-MM.
           IF W-MOIS-MM = 1
               MOVE 12 TO W-MOIS-MM
               SUBTRACT 1 FROM W-MOIS-AAAA
           ELSE
               SUBTRACT 1 FROM W-MOIS-MM
           END-IF.
           OPEN INPUT PARMSVN.
           IF SV-OK
               READ PARMSVN
                   AT END MOVE SPACE TO ENR-PARMSVN
               END-READ
               IF SV-MOIS NUMERIC AND SV-MOIS9 > 0
                   MOVE SV-MOIS9 TO W-MOIS
               END-IF
               IF SV-SEUIL NUMERIC AND SV-SEUIL9 > 0
                   MOVE SV-SEUIL9 TO W-SEUIL
               END-IF
               CLOSE PARMSVN
           END-IF.

           OPEN INPUT AGENTDIR.
           IF AG-OK
               PERFORM 1100-CHARGER-UN-AGENT
                   THRU 1100-CHARGER-UN-AGENT-EXIT
                   UNTIL AG-FIN OR W-NBAGT >= W-MAXAGT
               CLOSE AGENTDIR
           END-IF.

           OPEN OUTPUT RAPPORT.
           MOVE W-MOIS  TO LE-MOIS.
           MOVE W-SEUIL TO LE-SEUIL.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
       1000-INITIALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CHARGER-UN-AGENT.
      *---------------------------------------------------------
           READ AGENTDIR
               AT END SET AG-FIN TO TRUE
                      GO TO 1100-CHARGER-UN-AGENT-EXIT
           END-READ.
           IF AG-MATRIC = SPACE
               GO TO 1100-CHARGER-UN-AGENT-EXIT
           END-IF.
           ADD 1 TO W-NBAGT.
           MOVE AG-MATRIC TO W-AGT-MATRIC (W-NBAGT).
           MOVE AG-AC3DIR TO W-AGT-AC3DIR (W-NBAGT).
       1100-CHARGER-UN-AGENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT JOURNAL-NOM.
           IF NOT JN-OK
               DISPLAY 'SURVNOM - JOURNAL JNLNOM ABSENT (' JN-FS ')'
               GO TO 2000-ALIMENTER-TRI-EXIT
           END-IF.
           PERFORM 2100-LIRE-UNE-CONSULTATION
               THRU 2100-LIRE-UNE-CONSULTATION-EXIT
               UNTIL JN-FIN.
           CLOSE JOURNAL-NOM.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-LIRE-UNE-CONSULTATION.
      *---------------------------------------------------------
           READ JOURNAL-NOM
               AT END SET JN-FIN TO TRUE
                      GO TO 2100-LIRE-UNE-CONSULTATION-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           IF JN-DATJOU (1:6) NOT = W-MOIS
               GO TO 2100-LIRE-UNE-CONSULTATION-EXIT
           END-IF.
           ADD 1 TO W-NBRETENUS.
           MOVE JN-MATRIC TO TR-MATRIC.
           MOVE JN-AC3DIR TO TR-AC3DIR.
           MOVE JN-ANUPRO TO TR-ANUPRO.
           MOVE JN-DATJOU TO TR-DATJOU.
           MOVE JN-HEUJOU TO TR-HEUJOU.
           MOVE JN-PROGRA TO TR-PROGRA.
           RELEASE ENR-TRAVAIL.
       2100-LIRE-UNE-CONSULTATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-ANALYSER.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 3100-TRAITER-UN-TRIE
               THRU 3100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           IF NOT W-PREMIER-TRIE
               PERFORM 3500-CLORE-AGENT
                   THRU 3500-CLORE-AGENT-EXIT
           END-IF.
       3000-ANALYSER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF W-PREMIER-TRIE
               MOVE 'N' TO W-SW-PREMIER
               PERFORM 3200-OUVRIR-AGENT
                   THRU 3200-OUVRIR-AGENT-EXIT
           ELSE
               IF TR-MATRIC NOT = W-MATRIC-PREC
                   PERFORM 3500-CLORE-AGENT
                       THRU 3500-CLORE-AGENT-EXIT
                   PERFORM 3200-OUVRIR-AGENT
                       THRU 3200-OUVRIR-AGENT-EXIT
               END-IF
           END-IF.

           ADD 1 TO W-NBCONS.
           IF TR-COMPTE NOT = W-COMPTE-PREC
               ADD 1 TO W-NBCPT
           END-IF.
      * UNE CONSULTATION SANS DIRECTION (COMPTE SANS LIQUIDATION
      * HISTORISEE) NE PEUT ETRE RATTACHEE A UNE DIRECTION
           IF W-AGENT-CONNU AND TR-AC3DIR NOT = SPACE
              AND TR-AC3DIR NOT = W-DIR-AGENT
               ADD 1 TO W-NBHORS
               IF TR-COMPTE NOT = W-COMPTE-PREC
                   ADD 1 TO W-NBCPTHORS
                   IF IHO < W-MAXHORS
                       ADD 1 TO IHO
                       MOVE TR-COMPTE TO W-HORS-COMPTE (IHO)
                       MOVE 0         TO W-HORS-NB (IHO)
                   END-IF
               END-IF
               IF IHO > 0
                  AND W-HORS-COMPTE (IHO) = TR-COMPTE
                   ADD 1 TO W-HORS-NB (IHO)
               END-IF
           END-IF.
           MOVE TR-COMPTE TO W-COMPTE-PREC.
       3100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-OUVRIR-AGENT.
      *---------------------------------------------------------
           MOVE TR-MATRIC TO W-MATRIC-PREC.
           MOVE SPACE     TO W-COMPTE-PREC W-DIR-AGENT.
           MOVE 0 TO W-NBCONS W-NBCPT W-NBHORS W-NBCPTHORS IHO.
           MOVE 'N' TO W-SW-CONNU.
           IF TR-MATRIC NOT = SPACE
               PERFORM 3210-CHERCHER-AGENT
                   THRU 3210-CHERCHER-AGENT-EXIT
                   VARYING IAG FROM 1 BY 1
                   UNTIL IAG > W-NBAGT OR W-AGENT-CONNU
           END-IF.
       3200-OUVRIR-AGENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3210-CHERCHER-AGENT.
      *---------------------------------------------------------
           IF W-AGT-MATRIC (IAG) = TR-MATRIC
               SET W-AGENT-CONNU TO TRUE
               MOVE W-AGT-AC3DIR (IAG) TO W-DIR-AGENT
           END-IF.
       3210-CHERCHER-AGENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-CLORE-AGENT.
      *---------------------------------------------------------
      * SEULS LES AGENTS EN ALERTE SONT EDITES : VOLUME AU-DELA
      * DU SEUIL, COMPTES HORS DE LEUR DIRECTION, AGENT ABSENT DU
      * FICHIER DES AFFECTATIONS OU DEMANDEUR NON IDENTIFIE
           ADD 1 TO W-NBAGENTS.
           MOVE SPACE TO LA-ALERTE1 LA-ALERTE2 LA-ALERTE3.
           IF W-NBCONS > W-SEUIL
               MOVE 'VOLUME' TO LA-ALERTE1
           END-IF.
           IF W-NBHORS > 0
               MOVE 'HORS DIRECTION' TO LA-ALERTE2
           END-IF.
           IF W-MATRIC-PREC = SPACE
               MOVE 'NON IDENTIFIE' TO LA-ALERTE3
           ELSE
               IF NOT W-AGENT-CONNU
                   MOVE 'AGENT INCONNU' TO LA-ALERTE3
               END-IF
           END-IF.
           IF LA-ALERTE1 = SPACE AND LA-ALERTE2 = SPACE
              AND LA-ALERTE3 = SPACE
               GO TO 3500-CLORE-AGENT-EXIT
           END-IF.
           ADD 1 TO W-NBALERTES.
           MOVE W-MATRIC-PREC TO LA-MATRIC.
           MOVE W-DIR-AGENT   TO LA-AC3DIR.
           MOVE W-NBCONS      TO LA-NBCONS.
           MOVE W-NBCPT       TO LA-NBCPT.
           MOVE W-NBHORS      TO LA-NBHORS.
           MOVE W-NBCPTHORS   TO LA-NBCPTHORS.
           WRITE ENR-RAPPORT FROM LIGNE-AGENT.
           PERFORM 3510-EDITER-UN-HORS
               THRU 3510-EDITER-UN-HORS-EXIT
               VARYING IHO FROM 1 BY 1
               UNTIL IHO > W-MAXHORS OR IHO > W-NBCPTHORS.
       3500-CLORE-AGENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3510-EDITER-UN-HORS.
      *---------------------------------------------------------
           MOVE W-HORS-COMPTE (IHO) (1:3) TO LH-AC3DIR.
           MOVE W-HORS-COMPTE (IHO) (4:6) TO LH-ANUPRO.
           MOVE W-HORS-NB (IHO)           TO LH-NB.
           WRITE ENR-RAPPORT FROM LIGNE-HORS.
       3510-EDITER-UN-HORS-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-TOTAUX.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'CONSULTATIONS LUES AU JOURNAL' TO LT-LIBELLE.
           MOVE W-NBLUS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'CONSULTATIONS DU MOIS' TO LT-LIBELLE.
           MOVE W-NBRETENUS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'AGENTS AYANT CONSULTE' TO LT-LIBELLE.
           MOVE W-NBAGENTS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'AGENTS EN ALERTE' TO LT-LIBELLE.
           MOVE W-NBALERTES TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
       8000-TOTAUX-EXIT.
           EXIT.
       END PROGRAM SURVNOM.
