      *********************************************************
      * PROGRAMME ETATSCEL                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DE CONTROLE DES SCELLES DES FICHIERS DE SORTIE   *
      * D'UNE CAMPAGNE (PARAMETRE PARMSCEL) : POUR CHAQUE     *
      * DIRECTION, CHAQUE FICHIER SCELLE (SORTLOT, HELIOS,    *
      * AVISFIC, ROLEDIT) AVEC SA GENERATION, SON NOMBRE      *
      * D'ENREGISTREMENTS, SON EMPREINTE, LE PROGRAMME        *
      * PRODUCTEUR ET LA DATE DE SCELLEMENT, PUIS LA DERNIERE *
      * VERIFICATION FAITE PAR UN CONSOMMATEUR (DATE,         *
      * PROGRAMME, NOMBRE DE VERIFICATIONS ET DE DIVERGENCES) *
      * ET L'ETAT DU FICHIER : CONFORME, ALTERE, NON VERIFIE  *
      * OU ANNULE (PASSAGE DE LOT ANNULE PAR ANNULOT). LU SUR *
      * LE REGISTRE REGSCEL ALIMENTE PAR LE MODULE EMPREINT.  *
      * CODE RETOUR 4 SI UN FICHIER AU MOINS EST ALTERE, 12 SI*
      * LE PARAMETRE OU LE REGISTRE EST INUTILISABLE.         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATSCEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REGSCEL     ASSIGN  TO  REGSCEL
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  SC-CLE
                               FILE STATUS  SC-FS.
           SELECT  PARMSCEL    ASSIGN  TO  PARMSCEL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PS-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGSCEL.
       01  ENR-REGSCEL.
           COPY XREGSCEL.

      * CAMPAGNE A EDITER
       FD  PARMSCEL.
       01  ENR-PARMSCEL.
           05 PS-JAN               PIC X(4).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'ETATSCEL 00 DU 15/10/26'.

       01  SC-FS                   PIC X(2).
           88 SC-OK                     VALUE '00'.
       01  PS-FS                   PIC X(2).
           88 PS-OK                     VALUE '00'.
       01  RP-FS                   PIC X(2).

       01  W-JAN                   PIC X(4) VALUE SPACE.
       01  W-JAN9 REDEFINES W-JAN  PIC 9(4).
       01  W-SW-FIN                PIC X(1) VALUE 'N'.
           88 W-FIN-REGISTRE            VALUE 'O'.
       01  W-DIR-COURANTE          PIC X(3) VALUE HIGH-VALUE.

      * TOTAUX DE LA CAMPAGNE
       01  W-NBSCEL                PIC 9(7) COMP VALUE 0.
       01  W-NBCONF                PIC 9(7) COMP VALUE 0.
       01  W-NBDIVERG              PIC 9(7) COMP VALUE 0.
       01  W-NBNONVER              PIC 9(7) COMP VALUE 0.
       01  W-NBANNUL               PIC 9(7) COMP VALUE 0.
       01  W-NBDIR                 PIC 9(5) COMP VALUE 0.

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(54) VALUE
              'ETAT DE CONTROLE DES SCELLES DES FICHIERS DE SORTIE - '.
           05 FILLER               PIC X(9)  VALUE 'CAMPAGNE '.
           05 LE-JAN               PIC 9(4).
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'DIR TYPE     GENER. NB ENREG. EMPREINTE  PRODUCT. SCELLE LE 
      -    'VERIFIE LE PAR     NB VER  NB DIV ETAT'.
       01  LIGNE-TIRETS            PIC X(132) VALUE ALL '-'.
       01  LIGNE-DETAIL.
           05 LD-DEPDIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TYPFIC            PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NUMGEN            PIC Z(5)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBENR             PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-EMPREINTE         PIC 9(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PRODUCTEUR        PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DATSCEL           PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-DATVER            PIC X(8).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LD-VERIFIEUR         PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBVER             PIC Z(4)9.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LD-NBDIV             PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ETAT              PIC X(18).
       01  LIGNE-TOTAL.
           05 LT-LIBELLE           PIC X(40).
           05 LT-NOMBRE            PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMSCEL.
           IF PS-OK
               READ PARMSCEL
                   NOT AT END MOVE PS-JAN TO W-JAN
               END-READ
               CLOSE PARMSCEL
           END-IF.
           IF W-JAN NOT NUMERIC OR W-JAN9 = 0
               DISPLAY 'ETATSCEL - CAMPAGNE A EDITER ABSENTE OU '
                       'INVALIDE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REGSCEL.
           IF NOT SC-OK
               DISPLAY 'ETATSCEL - REGISTRE DES SCELLES INACCESSIBLE '
                       '(STATUT ' SC-FS ')'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RAPPORT.
           MOVE W-JAN9 TO LE-JAN.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.

      * PARCOURS DES SCELLES DE LA CAMPAGNE, DANS L'ORDRE DE LA
      * CLE : DIRECTION, TYPE DE FICHIER, GENERATION
           MOVE W-JAN9 TO SC-JAN.
           MOVE LOW-VALUE TO SC-DEPDIR SC-TYPFIC.
           MOVE 0 TO SC-NUMGEN.
           START REGSCEL KEY NOT < SC-CLE
               INVALID KEY SET W-FIN-REGISTRE TO TRUE
           END-START.
           PERFORM 1000-EDITER-SCELLE
               THRU 1000-EDITER-SCELLE-EXIT
               UNTIL W-FIN-REGISTRE.

           PERFORM 2000-EDITER-TOTAUX
               THRU 2000-EDITER-TOTAUX-EXIT.
           CLOSE REGSCEL RAPPORT.
           DISPLAY 'ETATSCEL - SCELLES EDITES      : ' W-NBSCEL.
           DISPLAY 'ETATSCEL - DONT DIVERGENTS     : ' W-NBDIVERG.
           IF W-NBDIVERG > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-EDITER-SCELLE.
      *---------------------------------------------------------
           READ REGSCEL NEXT
               AT END SET W-FIN-REGISTRE TO TRUE
                      GO TO 1000-EDITER-SCELLE-EXIT
           END-READ.
           IF SC-JAN NOT = W-JAN9
               SET W-FIN-REGISTRE TO TRUE
               GO TO 1000-EDITER-SCELLE-EXIT
           END-IF.

      * RUPTURE DE DIRECTION : LIGNE DE SEPARATION
           IF SC-DEPDIR NOT = W-DIR-COURANTE
               IF W-NBSCEL > 0
                   WRITE ENR-RAPPORT FROM LIGNE-TIRETS
               END-IF
               MOVE SC-DEPDIR TO W-DIR-COURANTE
               ADD 1 TO W-NBDIR
           END-IF.

           ADD 1 TO W-NBSCEL.
           MOVE SC-DEPDIR     TO LD-DEPDIR.
           MOVE SC-TYPFIC     TO LD-TYPFIC.
           MOVE SC-NUMGEN     TO LD-NUMGEN.
           MOVE SC-NBENR      TO LD-NBENR.
           MOVE SC-EMPREINTE  TO LD-EMPREINTE.
           MOVE SC-PRODUCTEUR TO LD-PRODUCTEUR.
           MOVE SC-DATSCEL    TO LD-DATSCEL.
           MOVE SC-NBVER      TO LD-NBVER.
           MOVE SC-NBDIV      TO LD-NBDIV.
           EVALUATE TRUE
               WHEN SC-ANNULE
                   MOVE SC-DATVER    TO LD-DATVER
                   MOVE SC-VERIFIEUR TO LD-VERIFIEUR
                   MOVE 'ANNULE'     TO LD-ETAT
                   ADD 1 TO W-NBANNUL
               WHEN SC-CONFORME
                   MOVE SC-DATVER    TO LD-DATVER
                   MOVE SC-VERIFIEUR TO LD-VERIFIEUR
                   MOVE 'CONFORME'   TO LD-ETAT
                   ADD 1 TO W-NBCONF
               WHEN SC-DIVERGENT
                   MOVE SC-DATVER    TO LD-DATVER
                   MOVE SC-VERIFIEUR TO LD-VERIFIEUR
                   MOVE '** ALTERE **' TO LD-ETAT
                   ADD 1 TO W-NBDIVERG
               WHEN OTHER
                   MOVE SPACE        TO LD-DATVER LD-VERIFIEUR
                   MOVE 'NON VERIFIE' TO LD-ETAT
                   ADD 1 TO W-NBNONVER
           END-EVALUATE.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       1000-EDITER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER-TOTAUX.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.
           MOVE 'DIRECTIONS                              ' TO
               LT-LIBELLE.
           MOVE W-NBDIR TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'FICHIERS SCELLES                        ' TO
               LT-LIBELLE.
           MOVE W-NBSCEL TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE '  DONT CONFORMES A LA DERNIERE LECTURE  ' TO
               LT-LIBELLE.
           MOVE W-NBCONF TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE '  DONT ALTERES DEPUIS LEUR PRODUCTION   ' TO
               LT-LIBELLE.
           MOVE W-NBDIVERG TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE '  DONT NON ENCORE VERIFIES              ' TO
               LT-LIBELLE.
           MOVE W-NBNONVER TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE '  DONT ANNULES (PASSAGE DE LOT ANNULE)  ' TO
               LT-LIBELLE.
           MOVE W-NBANNUL TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
       2000-EDITER-TOTAUX-EXIT.
           EXIT.
       END PROGRAM ETATSCEL.
