      * L'ARTICLE R DU TAUDIS (PTBCOM/PNBCOM, PTBSYN/PNBSYN,  *
      * PTBCU/PNBCU, PTBGEM/PNBGEM, PTBTSN/PNBTSN), ET LE     *
      * PRODUIT ATTENDU PAR COLLECTIVITE EST EDITE DANS LE    *
      * FORMAT DU CADRE 1259. LES ALLOCATIONS COMPENSATRICES  *
      * D'EXONERATIONS DE LA COMMUNE ET DE SES SYNDICATS      *
      * (FICHIER NATIONAL CPSNAT DE COMPEXO, S'IL EST FOURNI) *
      * SONT EDITEES A LA SUITE DU PRODUIT ATTENDU. LES       *
      * CHIFFRES NOTIFIES SONT CONSERVES DANS LE FICHIER       *
      * NOTIFIC (COPY XNOTIFIC) POUR L'ETAT DU PRODUIT         *
      * DEFINITIF (PRODDEF).                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  NOTIFIC     ASSIGN  TO  NOTIFIC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS NF-FS.
           SELECT  CPSNAT      ASSIGN  TO  CPSNAT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CN-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

      * CHIFFRES NOTIFIES, PAR COMMUNE ET PAR COLLECTIVITE
       FD  NOTIFIC.
       01  ENR-NOTIFIC.
           COPY XNOTIFIC REPLACING 'X' BY NF.

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
       01  VERSION             PIC X(23) VALUE 'NOTIFTAX 01 DU 15/10/26'.

       01  PN-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  NF-FS                   PIC X(2).
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  CN-FS                   PIC X(2).
           88 CN-FIN                    VALUE '10'.
           88 CN-INEXISTANT             VALUES '35' '05'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.

           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-TAUX-TROUVES            VALUE 'O'.
       01  W-SW-ALLOC              PIC X(1) VALUE 'N'.
           88 W-ALLOC-CHARGEES          VALUE 'O'.

      * CUMULS DES BASES NOTIFIEES PAR COMMUNE ET PAR COLLECTIVITE
      * (RANG : 1 COMMUNE, 2 SYNDICAT, 3 EPCI, 4 GEMAPI, 5 TSE)
              10 COM-CCOCOM        PIC X(3).
              10 COM-BASEB         PIC S9(12) OCCURS 7.
              10 COM-BASENB        PIC S9(12) OCCURS 7.
      * ALLOCATIONS COMPENSATRICES (1 COMMUNE, 2 SYNDICATS)
              10 COM-ALLOC         PIC S9(12) OCCURS 2.
       01  IX                      PIC 9(4) COMP.
       01  IX-COM                  PIC 9(4) COMP.
       01  W-SW-COM                PIC X(1).
           05 FILLER               PIC X(34)
              VALUE '  PRODUIT TOTAL ATTENDU           '.
           05 LP-TOTPROD           PIC -(11)9.
       01  LIGNE-ALLOC.
           05 FILLER               PIC X(31)
              VALUE '  ALLOCATIONS COMPENSATRICES - '.
           05 LA-COLL              PIC X(24).
           05 LA-ALLOC             PIC -(11)9.

       PROCEDURE DIVISION.
      *=========================================================
           END-READ.
           CLOSE PARAMNOT.
           OPEN INPUT RETENB RETENNB TAUDIS.
           OPEN OUTPUT RAPPORT NOTIFIC.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-CUMULER-BATI
               THRU 1000-CUMULER-BATI-EXIT.
           PERFORM 1500-CUMULER-NONBATI
               THRU 1500-CUMULER-NONBATI-EXIT.
           PERFORM 1800-CHARGER-ALLOCATIONS
               THRU 1800-CHARGER-ALLOCATIONS-EXIT.
           PERFORM 3000-EDITER-COMMUNE
               THRU 3000-EDITER-COMMUNE-EXIT
               VARYING IX-COM FROM 1 BY 1
               UNTIL IX-COM > W-NBCOM.

           CLOSE RETENB RETENNB TAUDIS RAPPORT NOTIFIC.
           GOBACK.

      *---------------------------------------------------------
       1600-CUMULER-UN-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1800-CHARGER-ALLOCATIONS.
      *---------------------------------------------------------
      * ALLOCATIONS COMPENSATRICES DUES A LA COMMUNE ET A SES
      * SYNDICATS POUR L'ANNEE DES BASES NOTIFIEES, TOUS TYPES
      * D'EXONERATION CONFONDUS
           OPEN INPUT CPSNAT.
           IF CN-INEXISTANT
               CLOSE CPSNAT
               GO TO 1800-CHARGER-ALLOCATIONS-EXIT
           END-IF.
           SET W-ALLOC-CHARGEES TO TRUE.
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
              OR CN-CODCOL (1:2) NOT = PN-CODEP
              OR CN-CODCOL (3:1) NOT = PN-CODIR
               GO TO 1850-LIRE-ALLOCATION-EXIT
           END-IF.
           IF CN-COL-COMMUNE
               MOVE 1 TO IND
           ELSE
               IF CN-COL-SYNDICAT
                   MOVE 2 TO IND
               ELSE
                   GO TO 1850-LIRE-ALLOCATION-EXIT
               END-IF
           END-IF.
           MOVE CN-CODCOL (4:3) TO W-COM-CHERCHEE.
           MOVE 'N' TO W-SW-COM.
           PERFORM 2100-TESTER-COMMUNE
               THRU 2100-TESTER-COMMUNE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBCOM OR COM-TROUVEE.
           IF COM-TROUVEE
               ADD CN-MONTANT TO COM-ALLOC (IX-COM IND)
           END-IF.
       1850-LIRE-ALLOCATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CUMULER-COMMUNE.
      *---------------------------------------------------------
                   MOVE 0 TO COM-BASEB (IX-COM IND)
                             COM-BASENB (IX-COM IND)
               END-PERFORM
               MOVE 0 TO COM-ALLOC (IX-COM 1) COM-ALLOC (IX-COM 2)
           END-IF.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
               ADD W-BASE-B (IND)  TO COM-BASEB (IX-COM IND)
               UNTIL IND > 7.
           MOVE W-TOTPROD TO LP-TOTPROD.
           WRITE ENR-RAPPORT FROM LIGNE-TOTPROD.
           IF W-ALLOC-CHARGEES
               MOVE W-LIBCOL (1)         TO LA-COLL
               MOVE COM-ALLOC (IX-COM 1) TO LA-ALLOC
               WRITE ENR-RAPPORT FROM LIGNE-ALLOC
               MOVE W-LIBCOL (2)         TO LA-COLL
               MOVE COM-ALLOC (IX-COM 2) TO LA-ALLOC
               WRITE ENR-RAPPORT FROM LIGNE-ALLOC
           END-IF.
       3000-EDITER-COMMUNE-EXIT.
           EXIT.

           MOVE W-TAUXNB (IND)        TO LD-TAUXNB.
           MOVE W-PRODUIT-NB          TO LD-PRODNB.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
           MOVE PN-ANNEE              TO NF-DAN.
           MOVE PN-CODEP              TO NF-DIR (1:2).
           MOVE PN-CODIR              TO NF-DIR (3:1).
           MOVE COM-CCOCOM (IX-COM)   TO NF-CCOCOM.
           MOVE IND                   TO NF-RANG.
           MOVE COM-BASEB (IX-COM IND)  TO NF-BASEB.
           MOVE W-TAUXB (IND)         TO NF-TAUXB.
           MOVE W-PRODUIT-B           TO NF-PRODB.
           MOVE COM-BASENB (IX-COM IND) TO NF-BASENB.
           MOVE W-TAUXNB (IND)        TO NF-TAUXNB.
           MOVE W-PRODUIT-NB          TO NF-PRODNB.
           WRITE ENR-NOTIFIC.
           ADD W-PRODUIT-B  TO W-TOTPROD.
           ADD W-PRODUIT-NB TO W-TOTPROD.
       3200-EDITER-COLLECTIVITE-EXIT.
