      *********************************************************
      * PROGRAMME VIRREMB                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * TRANSMISSION DES VIREMENTS DE REMBOURSEMENT DES       *
      * DEGREVEMENTS SUR ARTICLES DEJA PAYES, SECONDE ETAPE   *
      * DE LA CHAINE DE REMBOURSEMENT (REMBDEG PUIS VIRREMB)  *
      * : LES REMBOURSEMENTS SELECTIONNES (REMBSEL, VUE       *
      * XVIRREM) SONT CLASSES PAR TRESORERIE ET TRANSMIS      *
      * (VIRREM) ENTRE ENREGISTREMENTS DE SERVICE '*ENT' ET   *
      * '*FIN' PORTANT LE NOMBRE ET LE MONTANT DES VIREMENTS, *
      * COMME LES PRELEVEMENTS (REGUMENS). UN BORDEREAU       *
      * RECAPITULE PAR TRESORERIE LE NOMBRE DE VIREMENTS, LES *
      * DEGREVEMENTS REMBOURSES, LES INTERETS MORATOIRES ET   *
      * LE TOTAL VIRE. CHAQUE DOSSIER DU REGISTRE DES         *
      * RECLAMATIONS VIRE PASSE EN ETAT 'B' (REMBOURSE) ; UN  *
      * DOSSIER DEJA REMBOURSE N'EST PAS VIRE DEUX FOIS.      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRREMB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REMBSEL     ASSIGN  TO  REMBSEL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RS-FS.
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RG-REFDOS
                               ALTERNATE RECORD KEY RG-CLEART
                                   WITH DUPLICATES
                               FILE STATUS RG-FS.
           SELECT  VIRREM      ASSIGN  TO  VIRREM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VR-FS.
           SELECT  BORDEREAU   ASSIGN  TO  BORDRMB
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BD-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIVIR.

       DATA DIVISION.
       FILE SECTION.
      * REMBOURSEMENTS SELECTIONNES PAR REMBDEG
       FD  REMBSEL.
       01  ENR-REMBSEL.
           COPY XVIRREM REPLACING 'X' BY RS.

       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

      * ORDRES DE VIREMENT TRANSMIS, REGROUPES PAR TRESORERIE
      * ENTRE ENREGISTREMENTS DE SERVICE
       FD  VIRREM.
       01  ENR-VIRREM.
           COPY XVIRREM REPLACING 'X' BY VR.

       FD  BORDEREAU.
       01  ENR-BORDEREAU           PIC X(132).

      * ENREGISTREMENT DE TRI : ORDRES CLASSES PAR TRESORERIE,
      * COMPTE ET DOSSIER
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           COPY XVIRREM REPLACING 'X' BY TR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'VIRREMB 00 DU 15/10/26'.

       01  RS-FS                   PIC X(2).
           88 RS-OK                     VALUE '00'.
           88 RS-FIN                    VALUE '10'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
       01  VR-FS                   PIC X(2).
       01  BD-FS                   PIC X(2).

       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

       01  W-DATJOU                PIC 9(8).
       01  W-DATJOU-DEC REDEFINES W-DATJOU.
           05 W-DATJOU-AA          PIC 9(4).
           05 W-DATJOU-MMJJ        PIC 9(4).

      * RUPTURE DU FICHIER TRANSMIS PAR TRESORERIE
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.
       01  W-TRE-CCPPER            PIC X(3)  VALUE SPACE.
       01  W-TRE-AC3DIR            PIC X(3)  VALUE SPACE.
       01  W-TRE-NBVIR             PIC 9(9)  COMP VALUE 0.
       01  W-TRE-TOTRMB            PIC S9(14) VALUE 0.
       01  W-TRE-TOTINT            PIC S9(14) VALUE 0.
       01  W-TRE-TOTVIR            PIC S9(14) VALUE 0.

       01  W-NBLUS                 PIC 9(9)  COMP VALUE 0.
       01  W-NBDEJA                PIC 9(9)  COMP VALUE 0.
       01  W-NBVIR                 PIC 9(9)  COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.
       01  W-NBHORSREG             PIC 9(9)  COMP VALUE 0.
       01  W-TOTRMB                PIC S9(14) VALUE 0.
       01  W-TOTINT                PIC S9(14) VALUE 0.
       01  W-TOTVIR                PIC S9(14) VALUE 0.

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : REFERENTIEL DES TRESORERIES)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  LIGNE-BORD-ENTETE       PIC X(132) VALUE
           'BORDEREAU DE TRANSMISSION DES VIREMENTS DE REMBOURSEMENT
      -    ' DE DEGREVEMENTS PAR TRESORERIE'.
       01  LIGNE-BORD-COLONNE      PIC X(132) VALUE
           'TRESO LIBELLE                        DIR  NB VIREMENTS
      -    '  DEGREVEMENTS  INT.MORATOIRES     TOTAL VIRE'.
       01  LIGNE-BORD.
           05 LB-CCPPER            PIC X(3).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LB-LIBTRES           PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-DEPDIR            PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LB-NBVIR             PIC Z(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-TOTRMB            PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-TOTINT            PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LB-TOTVIR            PIC -(13)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(24)
              VALUE 'NOMBRE DE TRESORERIES : '.
           05 LT-NBTRESO           PIC Z(4)9.
       01  LIGNE-MONTANT.
           05 FILLER               PIC X(24)
              VALUE 'TOTAL GENERAL VIRE    : '.
           05 LM-MONTANT           PIC -(13)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           OPEN INPUT REMBSEL.
           IF NOT RS-OK
               DISPLAY 'VIRREMB - FICHIER DES REMBOURSEMENTS ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O REGRECL.
           IF NOT RG-OK
               DISPLAY 'VIRREMB - REGISTRE DES RECLAMATIONS ABSENT'
               CLOSE REMBSEL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VIRREM BORDEREAU.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD-ENTETE.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD-COLONNE.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-ANUPRO
                                TR-REFDOS
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-TRANSMETTRE
                   THRU 2000-TRANSMETTRE-EXIT.

           MOVE W-NBTRESO TO LT-NBTRESO.
           WRITE ENR-BORDEREAU FROM LIGNE-TOTAL.
           MOVE W-TOTVIR  TO LM-MONTANT.
           WRITE ENR-BORDEREAU FROM LIGNE-MONTANT.
           CLOSE REMBSEL REGRECL VIRREM BORDEREAU.
           DISPLAY 'VIRREMB - REMBOURSEMENTS LUS     : ' W-NBLUS.
           DISPLAY 'VIRREMB - DEJA REMBOURSES        : ' W-NBDEJA.
           DISPLAY 'VIRREMB - HORS REGISTRE          : ' W-NBHORSREG.
           DISPLAY 'VIRREMB - VIREMENTS TRANSMIS     : ' W-NBVIR.
           DISPLAY 'VIRREMB - DEGREVEMENTS REMBOURSES: ' W-TOTRMB.
           DISPLAY 'VIRREMB - INTERETS MORATOIRES    : ' W-TOTINT.
           DISPLAY 'VIRREMB - MONTANT TOTAL VIRE     : ' W-TOTVIR.
           DISPLAY 'VIRREMB - TRESORERIES SERVIES    : ' W-NBTRESO.
           IF W-NBDEJA > 0 OR W-NBHORSREG > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-REMBOURSEMENT
               THRU 1100-RELACHER-REMBOURSEMENT-EXIT
               UNTIL RS-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-REMBOURSEMENT.
      *---------------------------------------------------------
      * UN DOSSIER DEJA PASSE EN ETAT REMBOURSE (SELECTION
      * REJOUEE) N'EST PAS VIRE UNE SECONDE FOIS
           READ REMBSEL
               AT END SET RS-FIN TO TRUE
                      GO TO 1100-RELACHER-REMBOURSEMENT-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           MOVE RS-REFDOS TO RG-REFDOS.
           READ REGRECL
               INVALID KEY
                   ADD 1 TO W-NBHORSREG
                   GO TO 1100-RELACHER-REMBOURSEMENT-EXIT
           END-READ.
           IF NOT RG-ACQUITTE
               ADD 1 TO W-NBDEJA
               GO TO 1100-RELACHER-REMBOURSEMENT-EXIT
           END-IF.
           MOVE ENR-REMBSEL TO ENR-TRAVAIL.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-REMBOURSEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRANSMETTRE.
      *---------------------------------------------------------
           PERFORM 2100-TRANSMETTRE-UN-ORDRE
               THRU 2100-TRANSMETTRE-UN-ORDRE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 2300-CLOTURER-TRESORERIE
               THRU 2300-CLOTURER-TRESORERIE-EXIT.
       2000-TRANSMETTRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRANSMETTRE-UN-ORDRE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRANSMETTRE-UN-ORDRE-EXIT
           END-RETURN.
           IF W-1ER-ENREG OR TR-CCPPER NOT = W-TRE-CCPPER
               PERFORM 2300-CLOTURER-TRESORERIE
                   THRU 2300-CLOTURER-TRESORERIE-EXIT
               PERFORM 2200-OUVRIR-TRESORERIE
                   THRU 2200-OUVRIR-TRESORERIE-EXIT
           END-IF.
           MOVE ENR-TRAVAIL TO ENR-VIRREM.
           WRITE ENR-VIRREM.
           ADD 1         TO W-TRE-NBVIR W-NBVIR.
           ADD TR-MRMB   TO W-TRE-TOTRMB W-TOTRMB.
           ADD TR-MINTMO TO W-TRE-TOTINT W-TOTINT.
           ADD TR-MVIREM TO W-TRE-TOTVIR W-TOTVIR.

      * LE DOSSIER PASSE EN ETAT 'B' (REMBOURSE) AVEC LA DATE
      * D'EMISSION ET LA PART DU DEGREVEMENT REMBOURSEE
           MOVE TR-REFDOS TO RG-REFDOS.
           READ REGRECL
               INVALID KEY GO TO 2100-TRANSMETTRE-UN-ORDRE-EXIT
           END-READ.
           MOVE 'B'      TO RG-ETAT.
           MOVE W-DATJOU TO RG-DATRMB.
           MOVE TR-MRMB  TO RG-MRMB.
           REWRITE ENR-REGRECL
               INVALID KEY CONTINUE
           END-REWRITE.
       2100-TRANSMETTRE-UN-ORDRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-OUVRIR-TRESORERIE.
      *---------------------------------------------------------
      * DEBUT D'UNE TRESORERIE : ENREGISTREMENT DE SERVICE
      * D'ENTETE SUR LE FICHIER TRANSMIS
           MOVE 'N' TO W-PREMIER.
           MOVE TR-CCPPER TO W-TRE-CCPPER.
           MOVE TR-AC3DIR TO W-TRE-AC3DIR.
           MOVE 0 TO W-TRE-NBVIR W-TRE-TOTRMB W-TRE-TOTINT
                     W-TRE-TOTVIR.
           ADD 1 TO W-NBTRESO.
           INITIALIZE SRV-ENR.
           MOVE '*ENT'       TO SRV-GSERV.
           MOVE W-DATJOU-AA  TO SRV-DAN.
           MOVE W-TRE-AC3DIR TO SRV-AC3DIR.
           MOVE W-DATJOU     TO SRV-DATJOU.
           MOVE SPACE        TO ENR-VIRREM.
           MOVE SRV-ENR      TO ENR-VIRREM.
           WRITE ENR-VIRREM.
       2200-OUVRIR-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
      * FIN DE LA TRESORERIE QUITTEE : ENREGISTREMENT DE SERVICE
      * DE FIN AVEC TOTAUX ET LIGNE DE BORDEREAU
           IF W-1ER-ENREG
               GO TO 2300-CLOTURER-TRESORERIE-EXIT
           END-IF.
           INITIALIZE SRV-ENR.
           MOVE '*FIN'       TO SRV-GSERV.
           MOVE W-DATJOU-AA  TO SRV-DAN.
           MOVE W-TRE-AC3DIR TO SRV-AC3DIR.
           MOVE W-DATJOU     TO SRV-DATJOU.
           MOVE W-TRE-NBVIR  TO SRV-NBENR.
           MOVE 0            TO SRV-TOTBASE.
           MOVE W-TRE-TOTVIR TO SRV-TOTCOT.
           MOVE SPACE        TO ENR-VIRREM.
           MOVE SRV-ENR      TO ENR-VIRREM.
           WRITE ENR-VIRREM.

      * LIBELLE DE LA TRESORERIE DEPUIS LE REFERENTIEL REFTRES
           MOVE 'T'          TO W-LIB-TYPE.
           MOVE W-TRE-AC3DIR TO W-LIB-DIR.
           MOVE SPACE        TO W-LIB-CODE.
           MOVE W-TRE-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE W-TRE-CCPPER  TO LB-CCPPER.
           MOVE W-LIB-LIBELLE TO LB-LIBTRES.
           MOVE W-TRE-AC3DIR  TO LB-DEPDIR.
           MOVE W-TRE-NBVIR   TO LB-NBVIR.
           MOVE W-TRE-TOTRMB  TO LB-TOTRMB.
           MOVE W-TRE-TOTINT  TO LB-TOTINT.
           MOVE W-TRE-TOTVIR  TO LB-TOTVIR.
           WRITE ENR-BORDEREAU FROM LIGNE-BORD.
       2300-CLOTURER-TRESORERIE-EXIT.
           EXIT.
       END PROGRAM VIRREMB.
