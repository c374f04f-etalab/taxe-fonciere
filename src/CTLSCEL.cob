      *********************************************************
      * PROGRAMME CTLSCEL                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONTROLE DU SCELLE DE L'EXPORT HELIOS AVANT SON       *
      * TRANSFERT VERS LA COMPTABILITE : L'EXPORT PRODUIT PAR *
      * EFIBAT3 OU RECONSTITUE PAR FUSILOT EST RELU ET SON    *
      * EMPREINTE RECALCULEE PAR LE MODULE EMPREINT ; ELLE    *
      * DOIT ETRE IDENTIQUE A CELLE DU SCELLE DEPOSE DANS LE  *
      * REGISTRE REGSCEL A LA PRODUCTION (CLE ANNEE /         *
      * DIRECTION / GENERATION PORTEES PAR LES                *
      * ENREGISTREMENTS DE SERVICE). UN EXPORT ALTERE, NON    *
      * SCELLE OU ILLISIBLE N'EST PAS TRANSMIS (CODE RETOUR   *
      * 8, LE TRANSFERT NE DOIT PAS ETRE LANCE). PLACE EN     *
      * TETE DE L'ETAPE DE TRANSFERT, COMME CTLGEN EN TETE    *
      * DES RECEPTIONS.                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLSCEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HELIOS      ASSIGN  TO  HELIOS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HE-FS.

       DATA DIVISION.
       FILE SECTION.
      * EXPORT HELIOS A TRANSMETTRE : RELU EN ENTIER, SANS
      * MODIFICATION
       FD  HELIOS.
       01  ENR-HELIOS.
           COPY XHELIO REPLACING 'X' BY HE.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CTLSCEL 00 DU 15/10/26'.

       01  HE-FS                   PIC X(2).
           88 HE-OK                     VALUE '00'.

      * ZONE D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT
       01  EMP-HELIOS.
           COPY XEMPREIN REPLACING 'X' BY EMH.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-VERIFIER-SCELLE
               THRU 1000-VERIFIER-SCELLE-EXIT.
           IF NOT EMH-CR-OK
               DISPLAY 'CTLSCEL - EXPORT HELIOS A NE PAS TRANSMETTRE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'CTLSCEL - EXPORT HELIOS ' EMH-DEPDIR ' ' EMH-JAN
                   ' (' EMH-NBENR ' ENREG.) BON POUR TRANSFERT'.
           GOBACK.

      *---------------------------------------------------------
       1000-VERIFIER-SCELLE.
      *---------------------------------------------------------
      * L'EXPORT EST RELU EN ENTIER ET SON EMPREINTE CONTROLEE
      * CONTRE LE SCELLE DEPOSE PAR LE PRODUCTEUR (EFIBAT3 OU
      * FUSILOT) ; LE RESULTAT EST PORTE SUR LE SCELLE
           MOVE 'HELIOS  '  TO EMH-TYPFIC.
           MOVE 0           TO EMH-JAN EMH-NUMGEN.
           MOVE SPACE       TO EMH-DEPDIR.
           MOVE 'CTLSCEL '  TO EMH-PROGRAMME.
           MOVE 'I' TO EMH-FONCTION.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
           OPEN INPUT HELIOS.
           MOVE 'A' TO EMH-FONCTION.
           MOVE LENGTH OF ENR-HELIOS TO EMH-LONG.
           PERFORM 1100-CUMULER-SCELLE
               THRU 1100-CUMULER-SCELLE-EXIT
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
                   DISPLAY 'CTLSCEL - EXPORT HELIOS '
                           'CONFORME A SON SCELLE (GENERATION '
                           EMH-NUMGEN ')'
               WHEN EMH-CR-DIVERGENT
                   DISPLAY 'CTLSCEL - EXPORT HELIOS '
                           'ALTERE DEPUIS SA PRODUCTION : EMPREINTE '
                           EMH-EMPREINTE ' (' EMH-NBENR
                           ' ENREG.) AU LIEU DE ' EMH-EMPSCEL
                           ' (' EMH-NBSCEL ' ENREG.)'
               WHEN EMH-CR-ABSENT
                   DISPLAY 'CTLSCEL - EXPORT HELIOS '
                           'NON SCELLE (DIRECTION ' EMH-DEPDIR
                           ', GENERATION ' EMH-NUMGEN ') : '
                           'FICHIER TRONQUE OU DE PROVENANCE INCONNUE'
               WHEN EMH-CR-ANNULE
                   DISPLAY 'CTLSCEL - EXPORT HELIOS '
                           'D''UN PASSAGE DE LOT ANNULE (DIRECTION '
                           EMH-DEPDIR ', GENERATION ' EMH-NUMGEN ')'
               WHEN EMH-CR = 99
                   DISPLAY 'CTLSCEL - EXPORT HELIOS '
                           'ILLISIBLE, SCELLE INVERIFIABLE'
               WHEN OTHER
                   DISPLAY 'CTLSCEL - EXPORT HELIOS '
                           'NON CONTROLABLE, REGISTRE DES SCELLES '
                           'INACCESSIBLE (CR ' EMH-CR ')'
           END-EVALUATE.
       1000-VERIFIER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CUMULER-SCELLE.
      *---------------------------------------------------------
           READ HELIOS
               AT END GO TO 1100-CUMULER-SCELLE-EXIT
           END-READ.
           IF HE-FS NOT = '00'
               GO TO 1100-CUMULER-SCELLE-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-HELIOS ENR-HELIOS
               ON EXCEPTION MOVE 03 TO EMH-CR
           END-CALL.
       1100-CUMULER-SCELLE-EXIT.
           EXIT.
       END PROGRAM CTLSCEL.
