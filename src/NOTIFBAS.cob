      * CUMULEES PAR COLLECTIVITE, LES TAUX EN VIGUEUR DU     *
      * TAUDIS LEUR SONT APPLIQUES, ET L'ETAT NORMALISE       *
      * (BASES, TAUX, PRODUIT A TAUX CONSTANTS) EST EDITE,    *
      * PRET A ENVOYER AUX CONSEILS. LES ALLOCATIONS          *
      * COMPENSATRICES D'EXONERATIONS DE LA COMMUNE (FICHIER  *
      * NATIONAL CPSNAT DE COMPEXO, S'IL EST FOURNI) SONT     *
      * EDITEES EN REGARD DU PRODUIT.                         *
      *********************************************************

       IDENTIFICATION DIVISION.
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  CPSNAT      ASSIGN  TO  CPSNAT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CN-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

      * FICHIER NATIONAL DES ALLOCATIONS COMPENSATRICES PRODUIT
      * PAR COMPEXO (FACULTATIF)
       FD  CPSNAT.
       01  ENR-CPSNAT.
           COPY XCPSNAT REPLACING 'X' BY CN.

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'NOTIFBAS 01 DU 15/10/26'.

       01  PN-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  CN-FS                   PIC X(2).
           88 CN-FIN                    VALUE '10'.
           88 CN-INEXISTANT             VALUES '35' '05'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.

              10 COM-CCOCOM        PIC X(3).
              10 COM-BASEB         PIC S9(12).
              10 COM-BASENB        PIC S9(12).
              10 COM-ALLOC         PIC S9(12).
       01  IX                      PIC 9(4) COMP.
       01  IX-COM                  PIC 9(4) COMP.
       01  W-SW-COM                PIC X(1).
      -    'CONSTANTS'.
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'COM  BASE BATIE N-1  TAUX BATI   PRODUIT B   BASE NB N-1
      -    '  TAUX NB     PRODUIT NB  ALLOC. COMP.'.
       01  LIGNE-DETAIL.
           05 LD-COM               PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-TAUXNB            PIC 9(4),9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PRODNB            PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ALLOC             PIC -(11)9.

       PROCEDURE DIVISION.
      *=========================================================
               THRU 1000-CUMULER-BATI-EXIT.
           PERFORM 1500-CUMULER-NONBATI
               THRU 1500-CUMULER-NONBATI-EXIT.
           PERFORM 1800-CHARGER-ALLOCATIONS
               THRU 1800-CHARGER-ALLOCATIONS-EXIT.
           PERFORM 3000-EDITER-COMMUNE
               THRU 3000-EDITER-COMMUNE-EXIT
               VARYING IX-COM FROM 1 BY 1
       1600-CUMULER-UN-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1800-CHARGER-ALLOCATIONS.
      *---------------------------------------------------------
      * ALLOCATIONS COMPENSATRICES DUES A LA COMMUNE POUR L'ANNEE
      * DES BASES EDITEES, TOUS TYPES D'EXONERATION CONFONDUS
           OPEN INPUT CPSNAT.
           IF CN-INEXISTANT
               CLOSE CPSNAT
               GO TO 1800-CHARGER-ALLOCATIONS-EXIT
           END-IF.
           PERFORM 1850-LIRE-ALLOCATION
               THRU 1850-LIRE-ALLOCATION-EXIT
               UNTIL CN-FIN.
           CLOSE CPSNAT.
       1800-CHARGER-ALLOCATIONS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1850-LIRE-ALLOCATION.
      *---------------------------------------------------------
           READ CPSNAT
               AT END SET CN-FIN TO TRUE
                      GO TO 1850-LIRE-ALLOCATION-EXIT
           END-READ.
           IF CN-DAN NOT = PN-ANNEE
              OR NOT CN-COL-COMMUNE
              OR CN-CODCOL (1:2) NOT = PN-CODEP
              OR CN-CODCOL (3:1) NOT = PN-CODIR
               GO TO 1850-LIRE-ALLOCATION-EXIT
           END-IF.
           MOVE CN-CODCOL (4:3) TO W-COM-CHERCHEE.
           MOVE 'N' TO W-SW-COM.
           PERFORM 2100-TESTER-COMMUNE
               THRU 2100-TESTER-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF COM-TROUVEE
               ADD CN-MONTANT TO COM-ALLOC (IX-COM)
           END-IF.
       1850-LIRE-ALLOCATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CUMULER-COMMUNE.
      *---------------------------------------------------------
               MOVE W-NBCOM TO IX-COM
               MOVE W-COM-CHERCHEE TO COM-CCOCOM (IX-COM)
               MOVE 0 TO COM-BASEB (IX-COM) COM-BASENB (IX-COM)
                         COM-ALLOC (IX-COM)
           END-IF.
           ADD W-BASE-B  TO COM-BASEB (IX-COM).
           ADD W-BASE-NB TO COM-BASENB (IX-COM).
           MOVE COM-BASENB (IX-COM) TO LD-BASENB.
           MOVE W-TAUXNB            TO LD-TAUXNB.
           MOVE W-PRODUIT-NB        TO LD-PRODNB.
           MOVE COM-ALLOC (IX-COM)  TO LD-ALLOC.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
       3000-EDITER-COMMUNE-EXIT.
           EXIT.
