      *********************************************************
      * PROGRAMME ROUTAVIS                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ROUTAGE POSTAL DU FLUX PAPIER DES AVIS D'IMPOSITION.  *
      * LE FICHIER AVISFIC PRODUIT PAR EDITAVIS DANS L'ORDRE  *
      * DES ROLES (LES AVIS DEMATERIALISES SONT SUR LE FLUX   *
      * AVISDEM) EST RELU AVIS PAR AVIS, CHAQUE AVIS          *
      * COMMENCANT PAR SA LIGNE DE SEPARATION, ET TRIE SUR LE *
      * CODE POSTAL (CPOSTA) ET LE BUREAU DISTRIBUTEUR        *
      * (DLIPOS) DE SON BLOC ADRESSE. LE FLUX ROUTE AVISROUT  *
      * EST DECOUPE EN LOTS DE ROUTAGE PAR BUREAU, D'AU PLUS  *
      * LE NOMBRE D'AVIS PARAMETRE (PARMROU, 500 PAR DEFAUT), *
      * CHAQUE LOT PRECEDE DE SON FEUILLET (NUMERO, BUREAU,   *
      * NOMBRE D'AVIS, RANG DU LOT DANS LE BUREAU). L'ETAT    *
      * RECAPITULE LES LOTS ET RAPPROCHE LES AVIS ROUTES DES  *
      * AVIS LUS ET DU NOMBRE ANNONCE PAR L'ENREGISTREMENT DE *
      * FIN D'EDITAVIS : CODE RETOUR 8 EN CAS D'ECART OU DE   *
      * FLUX TRONQUE, 4 SI DES AVIS N'ONT PAS DE CODE POSTAL. *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTAVIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMROU     ASSIGN  TO  PARMROU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  AVISFIC     ASSIGN  TO  AVISFIC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS AV-FS.
           SELECT  AVISROUT    ASSIGN  TO  AVISROUT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS AR-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIROUT.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRE FACULTATIF : NOMBRE MAXIMUM D'AVIS PAR LOT
       FD  PARMROU.
       01  ENR-PARMROU.
           05 PM-MAXLOT            PIC 9(5).

      * FLUX PAPIER D'EDITAVIS, DANS L'ORDRE DES ROLES
       FD  AVISFIC.
       01  ENR-AVISFIC             PIC X(132).

      * FLUX PAPIER ROUTE : FEUILLET DE LOT PUIS AVIS DU LOT
       FD  AVISROUT.
       01  ENR-AVISROUT            PIC X(132).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : UNE LIGNE D'AVIS SOUS LA CLE DE
      * ROUTAGE DE SON AVIS (CODE POSTAL, BUREAU DISTRIBUTEUR),
      * PUIS LE RANG DE L'AVIS ET CELUI DE LA LIGNE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE-BUREAU.
              10 TR-CPOSTA         PIC X(5).
              10 TR-DLIPOS         PIC X(26).
           05 TR-NUMAVIS           PIC 9(9).
           05 TR-NUMLIG            PIC 9(3).
           05 TR-LIGNE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'ROUTAVIS 00 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
       01  AV-FS                   PIC X(2).
           88 AV-OK                     VALUE '00'.
           88 AV-FIN                    VALUE '10'.
       01  AR-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  W-MAXLOT                PIC 9(5) VALUE 500.
       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.
       01  W-SW-FINLUE             PIC X(1) VALUE 'N'.
           88 W-FIN-LUE                 VALUE 'O'.
       01  W-FIN-NBENR             PIC 9(9) VALUE 0.
       01  W-FIN-TOTCOT            PIC S9(14) VALUE 0.
       01  W-FIN-DAN               PIC 9(4) VALUE 0.

      * AVIS EN COURS DE LECTURE : LIGNES DE L'AVIS. LA CINQUIEME
      * EST LE BLOC ADRESSE (MEME DECOUPAGE QUE LIGNE-DESTADR
      * D'EDITAVIS)
       01  W-AV-NBL                PIC 9(3) COMP VALUE 0.
       01  W-AV-TABLE.
           05 W-AV-LIGNE           PIC X(132) OCCURS 60.
       01  W-AV-DESTADR.
           05 FILLER               PIC X(80).
           05 W-AV-CPOSTA          PIC X(5).
           05 FILLER               PIC X(1).
           05 W-AV-DLIPOS          PIC X(26).
           05 FILLER               PIC X(20).
       01  W-NUMAVIS               PIC 9(9) VALUE 0.
       01  IXL                     PIC 9(3) COMP.

      * NOMBRE D'AVIS PAR BUREAU DISTRIBUTEUR, POUR ANNONCER SUR
      * LE FEUILLET LE CONTENU DU LOT ET SON RANG DANS LE BUREAU
       01  W-MAXBUR                PIC 9(4) COMP VALUE 6000.
       01  W-NBBUR                 PIC 9(4) COMP VALUE 0.
       01  TABLE-BUREAUX.
           05 BUR-ENTREE OCCURS 6000.
              10 BUR-CLE           PIC X(31).
              10 BUR-NBAVIS        PIC 9(9) COMP.
              10 BUR-RESTE         PIC 9(9) COMP.
              10 BUR-NBLOTS        PIC 9(5) COMP.
              10 BUR-RANG          PIC 9(5) COMP.
       01  IXB                     PIC 9(4) COMP.
       01  W-IXBUR                 PIC 9(4) COMP.
       01  W-CLE-BUREAU            PIC X(31).

      * LOT DE ROUTAGE EN COURS
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-AVIS-COURANT          PIC 9(9).
       01  W-LOT-CLE               PIC X(31).
       01  W-LOT-NUMERO            PIC 9(5) VALUE 0.
       01  W-LOT-PREVU             PIC 9(9) COMP.
       01  W-LOT-NBAVIS            PIC 9(9) COMP.

       01  W-NBLIGNES              PIC 9(9) COMP VALUE 0.
       01  W-NBAVIS                PIC 9(9) COMP VALUE 0.
       01  W-NBROUTES              PIC 9(9) COMP VALUE 0.
       01  W-NBSANSCP              PIC 9(9) COMP VALUE 0.
       01  W-NBTROP                PIC 9(9) COMP VALUE 0.

       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '='.
       01  LIGNE-FEUILLET-SEP      PIC X(132) VALUE ALL '#'.
       01  LIGNE-FEUILLET-1.
           05 FILLER               PIC X(16) VALUE 'FEUILLET DE LOT '.
           05 LF-NUMERO            PIC 9(5).
           05 FILLER               PIC X(15) VALUE '  CODE POSTAL  '.
           05 LF-CPOSTA            PIC X(5).
           05 FILLER               PIC X(10) VALUE '  BUREAU  '.
           05 LF-DLIPOS            PIC X(26).
       01  LIGNE-FEUILLET-2.
           05 FILLER               PIC X(16) VALUE 'NOMBRE D''AVIS  '.
           05 LF-NBAVIS            PIC Z(8)9.
           05 FILLER               PIC X(10) VALUE '  LOT     '.
           05 LF-RANG              PIC Z(4)9.
           05 FILLER               PIC X(6)  VALUE ' SUR  '.
           05 LF-NBLOTS            PIC Z(4)9.
           05 FILLER               PIC X(14) VALUE ' DU BUREAU    '.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ROUTAGE POSTAL DES AVIS PAPIER - LOTS PAR BUREAU DISTRIB
      -    'UTEUR'.
       01  LIGNE-TIRETS            PIC X(132) VALUE ALL '-'.
       01  LIGNE-LOT.
           05 FILLER               PIC X(6)  VALUE 'LOT   '.
           05 LL-NUMERO            PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LL-CPOSTA            PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LL-DLIPOS            PIC X(26).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LL-NBAVIS            PIC Z(8)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.
       01  LIGNE-CONTROLE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LK-LIBELLE           PIC X(60).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMROU.
           IF PM-OK
               READ PARMROU
                   AT END CONTINUE
                   NOT AT END
                       IF PM-MAXLOT NUMERIC AND PM-MAXLOT > 0
                           MOVE PM-MAXLOT TO W-MAXLOT
                       END-IF
               END-READ
               CLOSE PARMROU
           END-IF.
           OPEN INPUT AVISFIC.
           IF NOT AV-OK
               DISPLAY 'ROUTAVIS - FLUX PAPIER AVISFIC ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AVISROUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE-BUREAU
                                TR-NUMAVIS
                                TR-NUMLIG
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-CONSTITUER-LOTS
                   THRU 2000-CONSTITUER-LOTS-EXIT.

      * LE FLUX ROUTE SE TERMINE, COMME LE FLUX D'ORIGINE, PAR
      * UN ENREGISTREMENT DE FIN PORTANT SON NOMBRE D'AVIS
           INITIALIZE SRV-ENR.
           MOVE '*FIN'        TO SRV-GSERV.
           MOVE W-FIN-DAN     TO SRV-DAN.
           ACCEPT SRV-DATJOU FROM DATE YYYYMMDD.
           MOVE W-NBROUTES    TO SRV-NBENR.
           MOVE W-FIN-TOTCOT  TO SRV-TOTCOT.
           WRITE ENR-AVISROUT FROM SRV-ENR.

           PERFORM 3000-CONTROLER-TOTAUX
               THRU 3000-CONTROLER-TOTAUX-EXIT.
           CLOSE AVISFIC AVISROUT RAPPORT.
           DISPLAY 'ROUTAVIS - AVIS LUS            : ' W-NBAVIS.
           DISPLAY 'ROUTAVIS - AVIS ROUTES         : ' W-NBROUTES.
           DISPLAY 'ROUTAVIS - LOTS DE ROUTAGE     : ' W-LOT-NUMERO.
           DISPLAY 'ROUTAVIS - AVIS SANS CODE POST.: ' W-NBSANSCP.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-LIRE-LIGNE
               THRU 1100-LIRE-LIGNE-EXIT
               UNTIL AV-FIN.
           PERFORM 1200-LIBERER-AVIS
               THRU 1200-LIBERER-AVIS-EXIT.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-LIGNE.
      *---------------------------------------------------------
           READ AVISFIC
               AT END SET AV-FIN TO TRUE
                      GO TO 1100-LIRE-LIGNE-EXIT
           END-READ.
      * ENREGISTREMENT DE FIN D'EDITAVIS : NOMBRE D'AVIS ANNONCE
           IF ENR-AVISFIC (1:1) = '*'
               MOVE ENR-AVISFIC TO SRV-ENR
               IF SRV-SERV-FIN
                   SET W-FIN-LUE TO TRUE
                   MOVE SRV-NBENR  TO W-FIN-NBENR
                   MOVE SRV-TOTCOT TO W-FIN-TOTCOT
                   MOVE SRV-DAN    TO W-FIN-DAN
               END-IF
               GO TO 1100-LIRE-LIGNE-EXIT
           END-IF.
           ADD 1 TO W-NBLIGNES.
      * LA LIGNE DE SEPARATION OUVRE UN NOUVEL AVIS
           IF ENR-AVISFIC = LIGNE-SEPARATION
               PERFORM 1200-LIBERER-AVIS
                   THRU 1200-LIBERER-AVIS-EXIT
           END-IF.
           IF W-AV-NBL < 60
               ADD 1 TO W-AV-NBL
               MOVE ENR-AVISFIC TO W-AV-LIGNE (W-AV-NBL)
           ELSE
               ADD 1 TO W-NBTROP
           END-IF.
       1100-LIRE-LIGNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-LIBERER-AVIS.
      *---------------------------------------------------------
      * L'AVIS LU EST REMIS AU TRI SOUS LA CLE DE ROUTAGE DE SON
      * BLOC ADRESSE ; SANS BLOC ADRESSE, IL EST CLASSE EN TETE
      * SOUS UNE CLE A BLANC
           IF W-AV-NBL = 0
               GO TO 1200-LIBERER-AVIS-EXIT
           END-IF.
           ADD 1 TO W-NUMAVIS W-NBAVIS.
           MOVE SPACE TO W-CLE-BUREAU.
           IF W-AV-NBL >= 5
               MOVE W-AV-LIGNE (5) TO W-AV-DESTADR
               MOVE W-AV-CPOSTA    TO W-CLE-BUREAU (1:5)
               MOVE W-AV-DLIPOS    TO W-CLE-BUREAU (6:26)
           END-IF.
           IF W-CLE-BUREAU (1:5) = SPACE
               ADD 1 TO W-NBSANSCP
           END-IF.
           PERFORM 1300-COMPTER-BUREAU
               THRU 1300-COMPTER-BUREAU-EXIT.
           MOVE W-CLE-BUREAU TO TR-CLE-BUREAU.
           MOVE W-NUMAVIS    TO TR-NUMAVIS.
           PERFORM 1210-LIBERER-LIGNE
               THRU 1210-LIBERER-LIGNE-EXIT
               VARYING IXL FROM 1 BY 1
               UNTIL IXL > W-AV-NBL.
           MOVE 0 TO W-AV-NBL.
       1200-LIBERER-AVIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1210-LIBERER-LIGNE.
      *---------------------------------------------------------
           MOVE IXL              TO TR-NUMLIG.
           MOVE W-AV-LIGNE (IXL) TO TR-LIGNE.
           RELEASE ENR-TRAVAIL.
       1210-LIBERER-LIGNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1300-COMPTER-BUREAU.
      *---------------------------------------------------------
           PERFORM 1310-CHERCHER-BUREAU
               THRU 1310-CHERCHER-BUREAU-EXIT.
           IF W-IXBUR = 0
               IF W-NBBUR >= W-MAXBUR
                   GO TO 1300-COMPTER-BUREAU-EXIT
               END-IF
               ADD 1 TO W-NBBUR
               MOVE W-NBBUR TO W-IXBUR
               MOVE W-CLE-BUREAU TO BUR-CLE (W-IXBUR)
               MOVE 0 TO BUR-NBAVIS (W-IXBUR) BUR-RESTE (W-IXBUR)
                         BUR-NBLOTS (W-IXBUR) BUR-RANG (W-IXBUR)
           END-IF.
           ADD 1 TO BUR-NBAVIS (W-IXBUR) BUR-RESTE (W-IXBUR).
       1300-COMPTER-BUREAU-EXIT.
           EXIT.

      *---------------------------------------------------------
       1310-CHERCHER-BUREAU.
      *---------------------------------------------------------
           MOVE 0 TO W-IXBUR.
           PERFORM 1320-TESTER-BUREAU
               THRU 1320-TESTER-BUREAU-EXIT
               VARYING IXB FROM 1 BY 1
               UNTIL IXB > W-NBBUR OR W-IXBUR > 0.
       1310-CHERCHER-BUREAU-EXIT.
           EXIT.

      *---------------------------------------------------------
       1320-TESTER-BUREAU.
      *---------------------------------------------------------
           IF BUR-CLE (IXB) = W-CLE-BUREAU
               MOVE IXB TO W-IXBUR
           END-IF.
       1320-TESTER-BUREAU-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONSTITUER-LOTS.
      *---------------------------------------------------------
           MOVE 'N'        TO W-SW-FINTRI.
           MOVE 0          TO W-AVIS-COURANT W-LOT-PREVU
                              W-LOT-NBAVIS.
           MOVE HIGH-VALUE TO W-LOT-CLE.
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 2300-CLORE-LOT
               THRU 2300-CLORE-LOT-EXIT.
       2000-CONSTITUER-LOTS-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
      * NOUVEL AVIS : CHANGEMENT DE BUREAU OU LOT COMPLET OUVRENT
      * UN NOUVEAU LOT PRECEDE DE SON FEUILLET
           IF TR-NUMAVIS NOT = W-AVIS-COURANT
               IF TR-CLE-BUREAU NOT = W-LOT-CLE
                  OR W-LOT-NBAVIS >= W-LOT-PREVU
                   PERFORM 2300-CLORE-LOT
                       THRU 2300-CLORE-LOT-EXIT
                   PERFORM 2200-OUVRIR-LOT
                       THRU 2200-OUVRIR-LOT-EXIT
               END-IF
               MOVE TR-NUMAVIS TO W-AVIS-COURANT
               ADD 1 TO W-LOT-NBAVIS W-NBROUTES
           END-IF.
           WRITE ENR-AVISROUT FROM TR-LIGNE.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-OUVRIR-LOT.
      *---------------------------------------------------------
      * LE LOT PREND AU PLUS LE MAXIMUM PARAMETRE D'AVIS DU
      * BUREAU ; LE FEUILLET ANNONCE SON CONTENU ET SON RANG
           ADD 1 TO W-LOT-NUMERO.
           MOVE TR-CLE-BUREAU TO W-LOT-CLE W-CLE-BUREAU.
           MOVE 0 TO W-LOT-NBAVIS.
           PERFORM 1310-CHERCHER-BUREAU
               THRU 1310-CHERCHER-BUREAU-EXIT.
           IF W-IXBUR = 0
               MOVE W-MAXLOT TO W-LOT-PREVU
               MOVE 0 TO LF-RANG LF-NBLOTS
           ELSE
               IF BUR-RANG (W-IXBUR) = 0
                   COMPUTE BUR-NBLOTS (W-IXBUR) =
                       (BUR-NBAVIS (W-IXBUR) + W-MAXLOT - 1) / W-MAXLOT
               END-IF
               ADD 1 TO BUR-RANG (W-IXBUR)
               IF BUR-RESTE (W-IXBUR) > W-MAXLOT
                   MOVE W-MAXLOT TO W-LOT-PREVU
               ELSE
                   MOVE BUR-RESTE (W-IXBUR) TO W-LOT-PREVU
               END-IF
               SUBTRACT W-LOT-PREVU FROM BUR-RESTE (W-IXBUR)
               MOVE BUR-RANG (W-IXBUR)   TO LF-RANG
               MOVE BUR-NBLOTS (W-IXBUR) TO LF-NBLOTS
           END-IF.
           MOVE W-LOT-NUMERO     TO LF-NUMERO.
           MOVE W-LOT-CLE (1:5)  TO LF-CPOSTA.
           MOVE W-LOT-CLE (6:26) TO LF-DLIPOS.
           MOVE W-LOT-PREVU      TO LF-NBAVIS.
           WRITE ENR-AVISROUT FROM LIGNE-FEUILLET-SEP.
           WRITE ENR-AVISROUT FROM LIGNE-FEUILLET-1.
           WRITE ENR-AVISROUT FROM LIGNE-FEUILLET-2.
           WRITE ENR-AVISROUT FROM LIGNE-FEUILLET-SEP.
       2200-OUVRIR-LOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2300-CLORE-LOT.
      *---------------------------------------------------------
           IF W-LOT-CLE = HIGH-VALUE
               GO TO 2300-CLORE-LOT-EXIT
           END-IF.
           MOVE W-LOT-NUMERO     TO LL-NUMERO.
           MOVE W-LOT-CLE (1:5)  TO LL-CPOSTA.
           MOVE W-LOT-CLE (6:26) TO LL-DLIPOS.
           MOVE W-LOT-NBAVIS     TO LL-NBAVIS.
           WRITE ENR-RAPPORT FROM LIGNE-LOT.
       2300-CLORE-LOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CONTROLER-TOTAUX.
      *---------------------------------------------------------
      * LES AVIS ROUTES DOIVENT EGALER LES AVIS LUS ET LE NOMBRE
      * ANNONCE PAR L'ENREGISTREMENT DE FIN D'EDITAVIS
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.
           MOVE 'AVIS ANNONCES PAR EDITAVIS'   TO LG-LIBELLE.
           MOVE W-FIN-NBENR                    TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'AVIS LUS'                     TO LG-LIBELLE.
           MOVE W-NBAVIS                       TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'AVIS ROUTES'                  TO LG-LIBELLE.
           MOVE W-NBROUTES                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'LOTS DE ROUTAGE'              TO LG-LIBELLE.
           MOVE W-LOT-NUMERO                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'BUREAUX DISTRIBUTEURS'        TO LG-LIBELLE.
           MOVE W-NBBUR                        TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'AVIS SANS CODE POSTAL'        TO LG-LIBELLE.
           MOVE W-NBSANSCP                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           IF NOT W-FIN-LUE
               MOVE 'ENREGISTREMENT DE FIN ABSENT : FLUX TRONQUE'
                   TO LK-LIBELLE
               WRITE ENR-RAPPORT FROM LIGNE-CONTROLE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONTROLER-TOTAUX-EXIT
           END-IF.
           IF W-NBROUTES NOT = W-NBAVIS OR W-NBAVIS NOT = W-FIN-NBENR
              OR W-NBTROP > 0
               MOVE '** ECART ENTRE AVIS ANNONCES, LUS ET ROUTES **'
                   TO LK-LIBELLE
               WRITE ENR-RAPPORT FROM LIGNE-CONTROLE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONTROLER-TOTAUX-EXIT
           END-IF.
           MOVE 'AVIS ROUTES CONFORMES AUX AVIS EDITES' TO LK-LIBELLE.
           WRITE ENR-RAPPORT FROM LIGNE-CONTROLE.
           IF W-NBSANSCP > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-CONTROLER-TOTAUX-EXIT.
           EXIT.
       END PROGRAM ROUTAVIS.
