      *********************************************************
      * PROGRAMME DUPLAVIS                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * TRAITEMENT PAR LOT DES DEMANDES DE DUPLICATA D'AVIS   *
      * D'IMPOSITION POUR DES ANNEES ANTERIEURES (COURRIERS,  *
      * DEMANDES GROUPEES DES SIP). CHAQUE DEMANDE DU FICHIER *
      * DEMDUPA (CLE D'ARTICLE AU DECOUPAGE DEMDUP, SUIVIE DE *
      * L'ORIGINE DE LA DEMANDE) EST TRANSMISE AU MODULE      *
      * EDITDUPL, QUI EDITE LE DUPLICATA SUR DUPAVIS ET       *
      * JOURNALISE LA DEMANDE ; L'ORIGINE (MATRICULE DE       *
      * L'AGENT DEMANDEUR) EST AUSSI CELLE DE LA CONSULTATION *
      * JOURNALISEE SUR JNLNOM. LE RAPPORT LISTE LE RESULTAT  *
      * DE CHAQUE DEMANDE ; LES ANNEES PURGEES SONT A         *
      * REINTEGRER PAR PURGHIST MODE 'R' AVANT NOUVELLE       *
      * DEMANDE. RC 4 SI UNE DEMANDE N'A PAS ABOUTI.          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLAVIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  DEMANDES    ASSIGN  TO  DEMDUPA
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS DQ-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * DEMANDES DE DUPLICATA D'ANNEES ANTERIEURES : CLE D'ARTICLE
      * (DECOUPAGE DEMDUP D'EDITAVIS) SUIVIE DE L'ORIGINE
       FD  DEMANDES.
       01  ENR-DEMANDES.
           05 DQ-DEMANDE.
              10 DQ-DAN            PIC X(4).
              10 DQ-CC2DEP         PIC X(2).
              10 DQ-CCODIR         PIC X(1).
              10 DQ-CCOCOM         PIC X(3).
              10 DQ-ANUPRO         PIC X(6).
              10 DQ-CCOBNB         PIC X(1).
           05 DQ-ORIGINE           PIC X(8).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'DUPLAVIS 00 DU 15/10/26'.

       01  DQ-FS                PIC X(2).
           88 DQ-OK                  VALUE '00'.
           88 DQ-FIN                 VALUE '10'.
       01  RP-FS                PIC X(2).

       01  W-DUP-FONCTION       PIC X(1).
       01  W-DUP-ORIGINE        PIC X(8).
       01  W-DUP-CR             PIC 9(2).

       01  W-NBLUES             PIC 9(7) VALUE 0.
       01  W-NBEDITES           PIC 9(7) VALUE 0.
       01  W-NBECHECS           PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'DUPLICATAS D''AVIS D''IMPOSITION - ANNEES ANTERIEURES'.
       01  LIGNE-SEPARATION     PIC X(132) VALUE ALL '-'.
       01  LIGNE-DEMANDE.
           05 LD-DAN            PIC X(4).
           05 FILLER            PIC X(1).
           05 LD-CC2DEP         PIC X(2).
           05 LD-CCODIR         PIC X(1).
           05 FILLER            PIC X(1).
           05 LD-CCOCOM         PIC X(3).
           05 FILLER            PIC X(1).
           05 LD-ANUPRO         PIC X(6).
           05 FILLER            PIC X(1).
           05 LD-CCOBNB         PIC X(1).
           05 FILLER            PIC X(1).
           05 LD-ORIGINE        PIC X(8).
           05 FILLER            PIC X(1).
           05 LD-CR             PIC 9(2).
           05 FILLER            PIC X(1).
           05 LD-LIBELLE        PIC X(60).
       01  LIGNE-TOTAL.
           05 FILLER            PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE        PIC X(40).
           05 LG-NOMBRE         PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT DEMANDES.
           IF NOT DQ-OK
               DISPLAY 'DUPLAVIS - FICHIER DES DEMANDES ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.

           PERFORM 1000-TRAITER-DEMANDE
               THRU 1000-TRAITER-DEMANDE-EXIT
               UNTIL DQ-FIN.

           MOVE 'F' TO W-DUP-FONCTION.
           CALL 'EDITDUPL' USING W-DUP-FONCTION DQ-DEMANDE
                                 W-DUP-ORIGINE W-DUP-CR.

           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'DEMANDES LUES'                TO LG-LIBELLE.
           MOVE W-NBLUES                       TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DUPLICATAS EDITES'            TO LG-LIBELLE.
           MOVE W-NBEDITES                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'DEMANDES NON ABOUTIES'        TO LG-LIBELLE.
           MOVE W-NBECHECS                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.

           CLOSE DEMANDES RAPPORT.
           DISPLAY 'DUPLAVIS - DEMANDES LUES        : ' W-NBLUES.
           DISPLAY 'DUPLAVIS - DUPLICATAS EDITES    : ' W-NBEDITES.
           DISPLAY 'DUPLAVIS - DEMANDES NON ABOUTIES: ' W-NBECHECS.
           IF W-NBECHECS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-DEMANDE.
      *---------------------------------------------------------
           READ DEMANDES
               AT END SET DQ-FIN TO TRUE
                      GO TO 1000-TRAITER-DEMANDE-EXIT
           END-READ.
           ADD 1 TO W-NBLUES.
           MOVE 'E' TO W-DUP-FONCTION.
           IF DQ-ORIGINE = SPACE
               MOVE 'DUPLAVIS' TO W-DUP-ORIGINE
           ELSE
               MOVE DQ-ORIGINE TO W-DUP-ORIGINE
           END-IF.
           CALL 'EDITDUPL' USING W-DUP-FONCTION DQ-DEMANDE
                                 W-DUP-ORIGINE W-DUP-CR
               ON EXCEPTION MOVE 24 TO W-DUP-CR
           END-CALL.

           MOVE DQ-DAN        TO LD-DAN.
           MOVE DQ-CC2DEP     TO LD-CC2DEP.
           MOVE DQ-CCODIR     TO LD-CCODIR.
           MOVE DQ-CCOCOM     TO LD-CCOCOM.
           MOVE DQ-ANUPRO     TO LD-ANUPRO.
           MOVE DQ-CCOBNB     TO LD-CCOBNB.
           MOVE W-DUP-ORIGINE TO LD-ORIGINE.
           MOVE W-DUP-CR      TO LD-CR.
           EVALUATE W-DUP-CR
               WHEN 0
                   ADD 1 TO W-NBEDITES
                   MOVE 'DUPLICATA EDITE' TO LD-LIBELLE
               WHEN 10
                   MOVE 'DEMANDE INVALIDE' TO LD-LIBELLE
               WHEN 21
                   MOVE 'ABSENT DE L''HISTORIQUE : REINTEGRER L''ANNEE'
                       TO LD-LIBELLE
               WHEN 22
                   MOVE 'LIQUIDATION EN ANOMALIE' TO LD-LIBELLE
               WHEN 23
                   MOVE 'ROLE DU MILLESIME ABSENT DE TAUHIST'
                       TO LD-LIBELLE
               WHEN OTHER
                   MOVE 'HISTORIQUE INDISPONIBLE' TO LD-LIBELLE
           END-EVALUATE.
           IF W-DUP-CR NOT = 0
               ADD 1 TO W-NBECHECS
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-DEMANDE.
       1000-TRAITER-DEMANDE-EXIT.
           EXIT.
       END PROGRAM DUPLAVIS.
