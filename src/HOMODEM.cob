      *      D'HOMOLOGATION PAR COMMUNE EST GENEREE SUR LE    *
      *      FICHIER DEMHOMOL : TOTAUX CERTIFIES DU ROLE      *
      *      (NOMBRE D'ARTICLES, TOTAL DU) ET REFERENCES      *
      *      DNURO/JANROL ESTAMPILLEES PAR LE LOT. LE SORTLOT *
      *      DOIT ETRE CONFORME A SON SCELLE (MODULE          *
      *      EMPREINT), SINON ARRET CODE 12 ;                 *
      *  'R' (RETOUR) : LE FICHIER REPONSE DE LA PREFECTURE   *
      *      (REPHOMOL) EST INTEGRE : LA DATE JDAHO1 EST      *
      *      POSEE SUR L'ARTICLE COMMUNE ET LA REFERENCE      *
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'HOMODEM 01 DU 15/10/26'.

       01  PH-FS                   PIC X(2).
       01  SL-FS                   PIC X(2).
       01  W-SW-DIRFAIT            PIC X(1) VALUE 'N'.
           88 W-DIR-POSEE               VALUE 'O'.

      * ZONE D'ECHANGE DU MODULE DE SCELLEMENT EMPREINT
       01  EMP-SORTLOT.
           COPY XEMPREIN REPLACING 'X' BY EMS.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *---------------------------------------------------------
       1000-GENERER-DEMANDES.
      *---------------------------------------------------------
      * AUCUNE DEMANDE N'EST TRANSMISE A LA PREFECTURE SUR UN
      * SORTLOT NON CONFORME A SON SCELLE
           PERFORM 0500-VERIFIER-SCELLE
               THRU 0500-VERIFIER-SCELLE-EXIT.
           IF NOT EMS-CR-OK
               MOVE 12 TO RETURN-CODE
               GO TO 1000-GENERER-DEMANDES-EXIT
           END-IF.
           OPEN INPUT SORTIE-LOT.
           OPEN OUTPUT DEMHOMOL.
           PERFORM 2000-CUMULER-ARTICLE
           WRITE ENR-JOURNAL-HOM.
       8000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       0500-VERIFIER-SCELLE.
      *---------------------------------------------------------
      * LE SORTLOT EST RELU EN ENTIER AVANT LA GENERATION DES
      * DEMANDES ET SON EMPREINTE CONTROLEE CONTRE LE SCELLE
      * DEPOSE PAR LE LOT
           MOVE 'SORTLOT '  TO EMS-TYPFIC.
           MOVE 0           TO EMS-JAN EMS-NUMGEN.
           MOVE SPACE       TO EMS-DEPDIR.
           MOVE 'HOMODEM '  TO EMS-PROGRAMME.
           MOVE 'I' TO EMS-FONCTION.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
           OPEN INPUT SORTIE-LOT.
           MOVE 'A' TO EMS-FONCTION.
           MOVE LENGTH OF ENR-SORTIE-LOT TO EMS-LONG.
           PERFORM 0510-CUMULER-SCELLE
               THRU 0510-CUMULER-SCELLE-EXIT
               UNTIL SL-FS NOT = '00' OR NOT EMS-CR-OK.
           IF EMS-CR-OK AND SL-FS NOT = '10'
               MOVE 99 TO EMS-CR
           END-IF.
           CLOSE SORTIE-LOT.
           IF EMS-CR-OK
               MOVE 'V' TO EMS-FONCTION
               CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
                   ON EXCEPTION MOVE 03 TO EMS-CR
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN EMS-CR-OK
                   DISPLAY 'HOMODEM - SORTLOT '
                           'CONFORME A SON SCELLE (GENERATION '
                           EMS-NUMGEN ')'
               WHEN EMS-CR-DIVERGENT
                   DISPLAY 'HOMODEM - SORTLOT '
                           'ALTERE DEPUIS SA PRODUCTION : EMPREINTE '
                           EMS-EMPREINTE ' (' EMS-NBENR
                           ' ENREG.) AU LIEU DE ' EMS-EMPSCEL
                           ' (' EMS-NBSCEL ' ENREG.)'
               WHEN EMS-CR-ABSENT
                   DISPLAY 'HOMODEM - SORTLOT '
                           'NON SCELLE (DIRECTION ' EMS-DEPDIR
                           ', GENERATION ' EMS-NUMGEN ') : '
                           'FICHIER TRONQUE OU DE PROVENANCE INCONNUE'
               WHEN EMS-CR-ANNULE
                   DISPLAY 'HOMODEM - SORTLOT '
                           'D''UN PASSAGE DE LOT ANNULE (DIRECTION '
                           EMS-DEPDIR ', GENERATION ' EMS-NUMGEN ')'
               WHEN EMS-CR = 99
                   DISPLAY 'HOMODEM - SORTLOT '
                           'ILLISIBLE, SCELLE INVERIFIABLE'
               WHEN OTHER
                   DISPLAY 'HOMODEM - SORTLOT '
                           'NON CONTROLABLE, REGISTRE DES SCELLES '
                           'INACCESSIBLE (CR ' EMS-CR ')'
           END-EVALUATE.
       0500-VERIFIER-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       0510-CUMULER-SCELLE.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END GO TO 0510-CUMULER-SCELLE-EXIT
           END-READ.
           IF SL-FS NOT = '00'
               GO TO 0510-CUMULER-SCELLE-EXIT
           END-IF.
           CALL 'EMPREINT' USING EMP-SORTLOT ENR-SORTIE-LOT
               ON EXCEPTION MOVE 03 TO EMS-CR
           END-CALL.
       0510-CUMULER-SCELLE-EXIT.
           EXIT.
       END PROGRAM HOMODEM.
