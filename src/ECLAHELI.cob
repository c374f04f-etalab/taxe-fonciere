      * TRANSMISSION EDITE : NOMBRE D'ARTICLES, TOTAL DES     *
      * COTISATIONS, TOTAL DES FRAIS ET REFERENCES DE ROLE,   *
      * POUR QUE CHAQUE TRESORERIE ACCUSE RECEPTION SUR DES   *
      * TOTAUX OPPOSABLES. L'ENTETE DE CHAQUE TRESORERIE      *
      * REPREND LE NUMERO DE GENERATION DE L'EXPORT D'ORIGINE *
      * (COMMUN AU SORTLOT DU MEME LOT). L'EXPORT N'EST       *
      * ECLATE QUE S'IL EST CONFORME A SON SCELLE (MODULE     *
      * EMPREINT) ; SINON ARRET EN ANOMALIE, CODE 12.         *
      *                                                       *
      * LIBERATION PAR VAGUE : AVEC LE PARAMETRE PARMVAG,     *
      * SEULS LES ARTICLES DES COMMUNES DE LA VAGUE DEMANDEE  *
      * AU PLAN DES VAGUES (PLANVAG) SONT ECLATES ET          *
      * TRANSMIS. CHAQUE VAGUE A SON PROPRE EXPORT HELIOS,    *
      * PRODUIT PAR LE PASSAGE D'EFIBAT3 DE LA VAGUE ET       *
      * CONTROLE SUR SON PROPRE SCELLE. UN PLAN DES VAGUES    *
      * ABSENT, SANS COMMUNE POUR LA VAGUE OU TROP VOLUMINEUX *
      * ARRETE LE PROGRAMME, CODE 12.                         *
      *********************************************************

       IDENTIFICATION DIVISION.
           SELECT  BORDEREAU   ASSIGN  TO  BORDEREA
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BD-FS.
           SELECT  PARMVAG     ASSIGN  TO  PARMVAG
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PV-FS.
           SELECT  VAGUES      ASSIGN  TO  VAGUES
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VG-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIHELIO.

       DATA DIVISION.
       FD  BORDEREAU.
       01  ENR-BORDEREAU           PIC X(132).

      * VAGUE D'EMISSION A LIBERER (FICHIER FACULTATIF : ABSENT,
      * TOUT L'EXPORT EST ECLATE) ET PLAN DES VAGUES
       FD  PARMVAG.
       01  ENR-PARMVAG.
           05 PV-NUMVAG            PIC 9(2).

       FD  VAGUES.
       01  ENR-VAGUES.
           COPY XVAGUE REPLACING 'X' BY VG.

       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           COPY XHELIO REPLACING 'X' BY TR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ECLAHELI 01 DU 15/10/26'.

       01  HE-FS                   PIC X(2).
           88 HE-OK                     VALUE '00'.
       01  HT-FS                   PIC X(2).
       01  BD-FS                   PIC X(2).

      * LIBERATION PAR VAGUE : COMMUNES DE LA VAGUE DEMANDEE ET
      * APPARTENANCE DE LA COMMUNE COURANTE
       01  PV-FS                   PIC X(2).
           88 PV-OK                     VALUE '00'.
       01  VG-FS                   PIC X(2).
           88 VG-OK                     VALUE '00'.
           88 VG-FIN                    VALUE '10'.
       01  W-SW-VAGUE              PIC X(1) VALUE 'N'.
           88 W-MODE-VAGUE              VALUE 'O'.
       01  W-NUMVAG                PIC 9(2) VALUE 0.
       01  W-MAXVGC                PIC 9(4) COMP VALUE 1000.
       01  W-NBVGC                 PIC 9(4) COMP VALUE 0.
       01  W-SW-VGCDEB             PIC X(1) VALUE 'N'.
           88 W-VGC-DEBORDE             VALUE 'O'.
       01  W-SW-VAGREF             PIC X(1) VALUE 'N'.
           88 W-VAGUE-REFUSEE           VALUE 'O'.
       01  TABLE-VGC.
           05 VGC-CLE              PIC X(6) OCCURS 1000.
       01  IXV                     PIC 9(4) COMP.
       01  W-VGC-CLE               PIC X(6).
       01  W-VGC-CLE-PREC          PIC X(6) VALUE SPACE.
       01  W-SW-DANSVAG            PIC X(1) VALUE 'N'.
           88 W-COM-DANS-VAGUE          VALUE 'O'.
       01  W-NBHORSVAG             PIC 9(9) COMP VALUE 0.

       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

       01  W-TRE-TOTCOT            PIC S9(12) COMP VALUE 0.
       01  W-TRE-TOTFRA            PIC S9(12) COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.
      * GENERATION DE L'EXPORT D'ORIGINE, REPORTEE SUR L'ENTETE DE
      * CHAQUE TRESORERIE POUR LA TRACABILITE DES ARTICLES
       01  W-NUMGEN                PIC 9(6)  VALUE 0.

      * ZONE D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT
       01  EMP-HELIOS.
           COPY XEMPREIN REPLACING 'X' BY EMH.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'BORDEREAU DE TRANSMISSION HELIOS PAR TRESORERIE'.
           05 FILLER               PIC X(24)
              VALUE 'NOMBRE DE TRESORERIES : '.
           05 LT-NBTRESO           PIC Z(4)9.
       01  LIGNE-VAGUE.
           05 FILLER               PIC X(24)
              VALUE 'VAGUE D''EMISSION      : '.
           05 LV-NUMVAG            PIC Z9.
           05 FILLER               PIC X(5)  VALUE SPACE.
           05 LV-NBVGC             PIC Z(4)9.
           05 FILLER               PIC X(11) VALUE ' COMMUNE(S)'.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
      * UN EXPORT NON CONFORME A SON SCELLE N'EST PAS ECLATE
           PERFORM 0500-VERIFIER-SCELLE
               THRU 0500-VERIFIER-SCELLE-EXIT.
           IF NOT EMH-CR-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0600-CHARGER-VAGUE
               THRU 0600-CHARGER-VAGUE-EXIT.
           IF W-VAGUE-REFUSEE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BORDEREAU.
           WRITE ENR-BORDEREAU FROM LIGNE-ENTETE.
           IF W-MODE-VAGUE
               MOVE W-NUMVAG TO LV-NUMVAG
               MOVE W-NBVGC  TO LV-NBVGC
               WRITE ENR-BORDEREAU FROM LIGNE-VAGUE
           END-IF.
           WRITE ENR-BORDEREAU FROM LIGNE-COLONNE.

      * TRI DE L'EXPORT PAR TRESORERIE DESTINATAIRE PUIS PAR
           WRITE ENR-BORDEREAU FROM LIGNE-TOTAL.
           CLOSE BORDEREAU.
           DISPLAY 'ECLAHELI - TRESORERIES SERVIES : ' W-NBTRESO.
           IF W-MODE-VAGUE
               DISPLAY 'ECLAHELI - VAGUE D''EMISSION   : ' W-NUMVAG
               DISPLAY 'ECLAHELI - ARTICLES HORS VAGUE: '
                       W-NBHORSVAG
           END-IF.
           GOBACK.

      *---------------------------------------------------------
                      GO TO 1100-LIRE-HELIOS-EXIT
           END-READ.
           IF ENR-HELIOS (1:1) = '*'
               MOVE ENR-HELIOS TO SRV-ENR
               IF SRV-SERV-ENTETE AND SRV-NUMGEN NUMERIC
                   MOVE SRV-NUMGEN TO W-NUMGEN
               END-IF
               GO TO 1100-LIRE-HELIOS-EXIT
           END-IF.
      * LIBERATION PAR VAGUE : SEULES LES COMMUNES DE LA VAGUE
           IF W-MODE-VAGUE
               PERFORM 1200-CHERCHER-VAGUE
                   THRU 1200-CHERCHER-VAGUE-EXIT
               IF NOT W-COM-DANS-VAGUE
                   ADD 1 TO W-NBHORSVAG
                   GO TO 1100-LIRE-HELIOS-EXIT
               END-IF
           END-IF.
           MOVE ENR-HELIOS TO ENR-TRAVAIL.
           RELEASE ENR-TRAVAIL.
       1100-LIRE-HELIOS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHERCHER-VAGUE.
      *---------------------------------------------------------
      * APPARTENANCE EVALUEE UNE FOIS PAR COMMUNE (L'EXPORT EST
      * PRODUIT DANS L'ORDRE DES COMMUNES)
           MOVE HE-AC3DIR TO W-VGC-CLE (1:3).
           MOVE HE-CCOCOM TO W-VGC-CLE (4:3).
           IF W-VGC-CLE = W-VGC-CLE-PREC
               GO TO 1200-CHERCHER-VAGUE-EXIT
           END-IF.
           MOVE W-VGC-CLE TO W-VGC-CLE-PREC.
           MOVE 'N' TO W-SW-DANSVAG.
           PERFORM 1210-TESTER-VAGUE
               THRU 1210-TESTER-VAGUE-EXIT
               VARYING IXV FROM 1 BY 1
               UNTIL IXV > W-NBVGC OR W-COM-DANS-VAGUE.
       1200-CHERCHER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-TESTER-VAGUE.
      *---------------------------------------------------------
           IF VGC-CLE (IXV) = W-VGC-CLE
               SET W-COM-DANS-VAGUE TO TRUE
           END-IF.
       1210-TESTER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-RESTITUER-TRI.
      *---------------------------------------------------------
           MOVE W-TRE-DAN   TO SRV-DAN.
           MOVE W-TRE-DEPDIR TO SRV-AC3DIR.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE W-NUMGEN    TO SRV-NUMGEN.
           MOVE SRV-ENR TO ENR-HELIOTRI.
           WRITE ENR-HELIOTRI.
       3100-OUVRIR-TRESORERIE-EXIT.
           ADD 1 TO W-NBTRESO.
       3000-CLOTURER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0500-VERIFIER-SCELLE.
      *---------------------------------------------------------
      * L'EXPORT EST RELU EN ENTIER AVANT TOUTE EXPLOITATION ET
      * SON EMPREINTE CONTROLEE CONTRE LE SCELLE DEPOSE PAR LE
      * PRODUCTEUR (EFIBAT3 OU FUSILOT)
           MOVE 'HELIOS  '  TO EMH-TYPFIC.
           MOVE 0           TO EMH-JAN EMH-NUMGEN.
           MOVE SPACE       TO EMH-DEPDIR.
           MOVE 'ECLAHELI'  TO EMH-PROGRAMME.
           MOVE 'I' TO EMH-FONCTION.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
           OPEN INPUT HELIOS.
           MOVE 'A' TO EMH-FONCTION.
           MOVE LENGTH OF ENR-HELIOS TO EMH-LONG.
           PERFORM 0510-CUMULER-SCELLE
               THRU 0510-CUMULER-SCELLE-EXIT
               UNTIL HE-FS NOT = '00' OR NOT EMH-CR-OK.
           IF EMH-CR-OK AND HE-FS NOT = '10'
               MOVE 99 TO EMH-CR
           END-IF.
           CLOSE HELIOS.
           IF EMH-CR-OK
               MOVE 'V' TO EMH-FONCTION
               CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
                   ON EXCEPTION MOVE 03 TO EMH-CR
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN EMH-CR-OK
                   DISPLAY 'ECLAHELI - EXPORT HELIOS '
                           'CONFORME A SON SCELLE (GENERATION '
                           EMH-NUMGEN ')'
               WHEN EMH-CR-DIVERGENT
                   DISPLAY 'ECLAHELI - EXPORT HELIOS '
                           'ALTERE DEPUIS SA PRODUCTION : EMPREINTE '
                           EMH-EMPREINTE ' (' EMH-NBENR
                           ' ENREG.) AU LIEU DE ' EMH-EMPSCEL
                           ' (' EMH-NBSCEL ' ENREG.)'
               WHEN EMH-CR-ABSENT
                   DISPLAY 'ECLAHELI - EXPORT HELIOS '
                           'NON SCELLE (DIRECTION ' EMH-DEPDIR
                           ', GENERATION ' EMH-NUMGEN ') : '
                           'FICHIER TRONQUE OU DE PROVENANCE INCONNUE'
               WHEN EMH-CR-ANNULE
                   DISPLAY 'ECLAHELI - EXPORT HELIOS '
                           'D''UN PASSAGE DE LOT ANNULE (DIRECTION '
                           EMH-DEPDIR ', GENERATION ' EMH-NUMGEN ')'
               WHEN EMH-CR = 99
                   DISPLAY 'ECLAHELI - EXPORT HELIOS '
                           'ILLISIBLE, SCELLE INVERIFIABLE'
               WHEN OTHER
                   DISPLAY 'ECLAHELI - EXPORT HELIOS '
                           'NON CONTROLABLE, REGISTRE DES SCELLES '
                           'INACCESSIBLE (CR ' EMH-CR ')'
           END-EVALUATE.
       0500-VERIFIER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0510-CUMULER-SCELLE.
      *---------------------------------------------------------
           READ HELIOS
               AT END GO TO 0510-CUMULER-SCELLE-EXIT
           END-READ.
           IF HE-FS NOT = '00'
               GO TO 0510-CUMULER-SCELLE-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
       0510-CUMULER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0600-CHARGER-VAGUE.
      *---------------------------------------------------------
      * PARAMETRE DE VAGUE FACULTATIF : ABSENT, TOUT L'EXPORT EST
      * ECLATE. UN PLAN ILLISIBLE, SANS COMMUNE POUR LA VAGUE OU
      * DEPASSANT LA TABLE DES COMMUNES REFUSE L'ECLATEMENT
           OPEN INPUT PARMVAG.
           IF NOT PV-OK
               GO TO 0600-CHARGER-VAGUE-EXIT
           END-IF.
           READ PARMVAG
               AT END CONTINUE
           END-READ.
           IF PV-OK AND PV-NUMVAG NUMERIC AND PV-NUMVAG > 0
               MOVE PV-NUMVAG TO W-NUMVAG
               SET W-MODE-VAGUE TO TRUE
           END-IF.
           CLOSE PARMVAG.
           IF NOT W-MODE-VAGUE
               GO TO 0600-CHARGER-VAGUE-EXIT
           END-IF.
           OPEN INPUT VAGUES.
           IF NOT VG-OK
               DISPLAY 'ECLAHELI - PLAN DES VAGUES ILLISIBLE (FS '
                       VG-FS ') : ARRET'
               SET W-VAGUE-REFUSEE TO TRUE
               GO TO 0600-CHARGER-VAGUE-EXIT
           END-IF.
           PERFORM 0610-CHARGER-UNE-COMMUNE
               THRU 0610-CHARGER-UNE-COMMUNE-EXIT
               UNTIL VG-FIN OR W-VGC-DEBORDE.
           CLOSE VAGUES.
           IF W-VGC-DEBORDE
               DISPLAY 'ECLAHELI - VAGUE ' W-NUMVAG
                       ' : PLUS DE ' W-MAXVGC ' COMMUNES AU '
                       'PLAN DES VAGUES : ARRET'
               SET W-VAGUE-REFUSEE TO TRUE
               GO TO 0600-CHARGER-VAGUE-EXIT
           END-IF.
           IF W-NBVGC = 0
               DISPLAY 'ECLAHELI - VAGUE ' W-NUMVAG
                       ' ABSENTE DU PLAN DES VAGUES : ARRET'
               SET W-VAGUE-REFUSEE TO TRUE
               GO TO 0600-CHARGER-VAGUE-EXIT
           END-IF.
           DISPLAY 'ECLAHELI - LIBERATION DE LA VAGUE ' W-NUMVAG
                   ' : ' W-NBVGC ' COMMUNE(S)'.
       0600-CHARGER-VAGUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0610-CHARGER-UNE-COMMUNE.
      *---------------------------------------------------------
           READ VAGUES
               AT END SET VG-FIN TO TRUE
                      GO TO 0610-CHARGER-UNE-COMMUNE-EXIT
           END-READ.
           IF VG-NUMVAG NOT = W-NUMVAG
               GO TO 0610-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           IF W-NBVGC >= W-MAXVGC
               SET W-VGC-DEBORDE TO TRUE
               GO TO 0610-CHARGER-UNE-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBVGC.
           MOVE VG-AC3DIR TO VGC-CLE (W-NBVGC) (1:3).
           MOVE VG-CCOCOM TO VGC-CLE (W-NBVGC) (4:3).
       0610-CHARGER-UNE-COMMUNE-EXIT.
           EXIT.
       END PROGRAM ECLAHELI.
