      *********************************************************
      * PROGRAMME CTLPERIM                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONTROLE ANNUEL DU PERIMETRE DES EPCI CONTRE LE       *
      * REFERENTIEL NATIONAL DES GROUPEMENTS (EXTRAIT         *
      * GROUPNAT : UNE COMMUNE MEMBRE PAR ENREGISTREMENT,     *
      * AVEC LE SIREN ET LE REGIME FISCAL DE SON EPCI A       *
      * FISCALITE PROPRE). POUR CHAQUE DIRECTION DE LA LISTE  *
      * (PARAMLST, COMME CTLSIREN) :                          *
      *  - LES ARTICLES 'E' DONT LE SIREN EST ABSENT DE       *
      *    L'EXTRAIT SONT SIGNALES (EPCI DISSOUS OU FUSIONNE);*
      *  - LE RATTACHEMENT ACOGC DE CHAQUE ARTICLE 'C' EST    *
      *    RAPPROCHE DE L'EPCI NATIONAL DE LA COMMUNE, RETROUVE*
      *    PAR SON SIREN PARMI LES ARTICLES 'E' DE LA         *
      *    DIRECTION : RATTACHEMENT MANQUANT, EN TROP (COMMUNE *
      *    ISOLEE AU REFERENTIEL) OU ERRONE, ET REGIME FISCAL *
      *    RFEPCI DIVERGENT. UN EPCI NATIONAL SANS ARTICLE 'E'*
      *    DANS LA DIRECTION EST A CREER (CREAEPCI) ET N'EST  *
      *    QUE SIGNALE.                                       *
      * LES ECARTS CORRIGEABLES DONNENT LIEU A DES MOUVEMENTS *
      * DE CORRECTION (ZONES ACOGC ET RFEPCI) AU FORMAT       *
      * MVTAUD, REJOUABLES PAR MAJTAUD APRES INSTRUCTION. LE  *
      * RESULTAT DE CHAQUE DIRECTION EST ENREGISTRE DANS LE   *
      * TABLEAU DE QUALITE (QUALFIC) PAR LA PRIMITIVE QUALCAM.*
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPERIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY TAUDIS-CLE
                               FILE STATUS TAUDIS-FS.
           SELECT  GROUPNAT    ASSIGN  TO  GROUPNAT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS GN-FS.
           SELECT  PARAMLST    ASSIGN  TO  PARAMLST
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTAUD
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

      * EXTRAIT NATIONAL DES GROUPEMENTS : COMMUNE MEMBRE, SIREN
      * DE L'EPCI A FISCALITE PROPRE ET REGIME FISCAL (FPA/FPU).
      * UNE COMMUNE ABSENTE DE L'EXTRAIT EST UNE COMMUNE ISOLEE
       FD  GROUPNAT.
       01  ENR-GROUPNAT.
           05 GN-CODEP             PIC X(2).
           05 GN-CCOCOM            PIC X(3).
           05 GN-SIREN             PIC X(9).
           05 GN-RFEPCI            PIC X(3).

       FD  PARAMLST.
       01  ENR-PARAMLST.
           05 PL-CODEP             PIC X(2).
           05 PL-CODIR             PIC X(1).

      * MOUVEMENTS DE CORRECTION AU FORMAT DE MAJTAUD
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-DIR               PIC X(3).
           05 MV-COM               PIC X(3).
           05 MV-IFP               PIC X(3).
           05 MV-PER               PIC X(3).
           05 MV-ZONE              PIC X(8).
           05 MV-ANCIEN            PIC X(20).
           05 MV-NOUVEAU           PIC X(20).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CTLPERIM 00 DU 15/10/26'.

       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.
       01  GN-FS                PIC X(2).
           88 GN-OK                  VALUE '00'.
           88 GN-FIN                 VALUE '10'.
       01  PL-FS                PIC X(2).
           88 PL-OK                  VALUE '00'.
           88 PL-FIN                 VALUE '10'.
       01  MV-FS                PIC X(2).
       01  RP-FS                PIC X(2).

       01  TAUDIS-COM.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.
       01  TAUDIS-GRP.
           COPY T800 REPLACING 'X' BY T-G.
           COPY T84G REPLACING 'X' BY T-G.

       01  W-FINDIR             PIC X(1).
           88 W-FIN-DIRECTION        VALUE 'O'.

      * EXTRAIT NATIONAL CHARGE EN TABLE
       01  W-MAXNAT             PIC 9(5) COMP VALUE 40000.
       01  W-NBNAT              PIC 9(5) COMP VALUE 0.
       01  TABLE-NAT.
           05 NAT-ENTREE OCCURS 40000.
              10 NAT-CODEP      PIC X(2).
              10 NAT-CCOCOM     PIC X(3).
              10 NAT-SIREN      PIC X(9).
              10 NAT-RFEPCI     PIC X(3).
       01  IX                   PIC 9(5) COMP.
       01  IX-NAT               PIC 9(5) COMP.
       01  W-SW-NAT             PIC X(1).
           88 NAT-TROUVE             VALUE 'O'.

      * ARTICLES 'E' DE LA DIRECTION EN COURS : CODE ACOGC (CLE
      * DE L'ARTICLE, VUE CLETX2) ET SIREN
       01  W-MAXGRP             PIC 9(3) COMP VALUE 200.
       01  W-NBGRP              PIC 9(3) COMP VALUE 0.
       01  TABLE-GRP.
           05 GRP-ENTREE OCCURS 200.
              10 GRP-ACOGC      PIC X(4).
              10 GRP-SIREN      PIC X(9).
       01  IXG                  PIC 9(3) COMP.
       01  IX-GRP               PIC 9(3) COMP.
       01  W-SW-GRP             PIC X(1).
           88 GRP-TROUVE             VALUE 'O'.

       01  W-SIREN-CHERCHE      PIC X(9).
       01  W-ACOGC-ATTENDU      PIC X(4).
       01  W-RFEPCI-ATTENDU     PIC X(3).
       01  W-ACOGC-VIDE         PIC X(1).
           88 W-SANS-RATTACHEMENT    VALUE 'O'.

       01  W-NBANOM             PIC 9(5) VALUE 0.
       01  W-ANOM-AVANT         PIC 9(5) VALUE 0.
       01  W-NBMVT              PIC 9(5) VALUE 0.

      * APPEL DE LA PRIMITIVE DU TABLEAU DE QUALITE DE DONNEES
      * (FICHIER QUALFIC), UNE LIGNE PAR DIRECTION, NON BLOQUANT
       01  QUA-JAN              PIC 9(4) VALUE 0.
       01  QUA-DATJOU           PIC 9(8).
       01  QUA-DEPDIR           PIC X(3) VALUE SPACE.
       01  QUA-CONTROLE         PIC X(8).
       01  QUA-VOLUME           PIC 9(9) VALUE 0.
       01  QUA-NBANOM           PIC 9(9) VALUE 0.
       01  QUA-GRAVITE          PIC X(1).

       01  LIGNE-ENTETE         PIC X(132) VALUE
           'CONTROLE DU PERIMETRE DES EPCI - REFERENTIEL NATIONAL'.
       01  LIGNE-ANOM.
           05 LA-DIR            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LA-COM            PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LA-TAUDIS         PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LA-NATIONAL       PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LA-MOTIF          PIC X(40).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LA-MVT            PIC X(14).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           ACCEPT QUA-DATJOU FROM DATE YYYYMMDD.
           MOVE QUA-DATJOU (1:4) TO QUA-JAN.
           OPEN INPUT GROUPNAT TAUDIS PARAMLST.
           OPEN OUTPUT MOUVEMENT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-CHARGER-NATIONAL
               THRU 1000-CHARGER-NATIONAL-EXIT
               UNTIL GN-FIN.
           CLOSE GROUPNAT.

           PERFORM 2000-CONTROLER-DIRECTION
               THRU 2000-CONTROLER-DIRECTION-EXIT
               UNTIL PL-FIN.

           CLOSE TAUDIS PARAMLST MOUVEMENT RAPPORT.
           DISPLAY 'CTLPERIM - ECARTS DE PERIMETRE    : ' W-NBANOM.
           DISPLAY 'CTLPERIM - MOUVEMENTS GENERES     : ' W-NBMVT.
           IF W-NBANOM > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-CHARGER-NATIONAL.
      *---------------------------------------------------------
           READ GROUPNAT
               AT END SET GN-FIN TO TRUE
                      GO TO 1000-CHARGER-NATIONAL-EXIT
           END-READ.
           IF W-NBNAT >= W-MAXNAT
               GO TO 1000-CHARGER-NATIONAL-EXIT
           END-IF.
           ADD 1 TO W-NBNAT.
           MOVE GN-CODEP  TO NAT-CODEP (W-NBNAT).
           MOVE GN-CCOCOM TO NAT-CCOCOM (W-NBNAT).
           MOVE GN-SIREN  TO NAT-SIREN (W-NBNAT).
           MOVE GN-RFEPCI TO NAT-RFEPCI (W-NBNAT).
       1000-CHARGER-NATIONAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-DIRECTION.
      *---------------------------------------------------------
           READ PARAMLST
               AT END SET PL-FIN TO TRUE
                      GO TO 2000-CONTROLER-DIRECTION-EXIT
           END-READ.
           MOVE W-NBANOM TO W-ANOM-AVANT.
           MOVE 0 TO QUA-VOLUME.
           MOVE 0 TO W-NBGRP.

      * PREMIER PASSAGE : ARTICLES 'E' DE LA DIRECTION (LEUR CLE
      * PEUT S'INTERCALER ENTRE LES COMMUNES, ILS SONT DONC TOUS
      * CHARGES AVANT LE CONTROLE DES ARTICLES 'C')
           MOVE 'N' TO W-FINDIR.
           MOVE PL-CODEP TO T-DIR (1:2).
           MOVE PL-CODIR TO T-DIR (3:1).
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           START TAUDIS KEY IS NOT LESS THAN TAUDIS-CLE
               INVALID KEY SET W-FIN-DIRECTION TO TRUE
           END-START.
           PERFORM 2100-CHARGER-UN-EPCI
               THRU 2100-CHARGER-UN-EPCI-EXIT
               UNTIL W-FIN-DIRECTION.

      * SECOND PASSAGE : RATTACHEMENT DE CHAQUE ARTICLE 'C'
           MOVE 'N' TO W-FINDIR.
           MOVE PL-CODEP TO T-DIR (1:2).
           MOVE PL-CODIR TO T-DIR (3:1).
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           START TAUDIS KEY IS NOT LESS THAN TAUDIS-CLE
               INVALID KEY SET W-FIN-DIRECTION TO TRUE
           END-START.
           PERFORM 2200-CONTROLER-UNE-COMMUNE
               THRU 2200-CONTROLER-UNE-COMMUNE-EXIT
               UNTIL W-FIN-DIRECTION.

      * RESULTAT NORMALISE DE LA DIRECTION POUR LE TABLEAU DE
      * QUALITE
           MOVE PL-CODEP TO QUA-DEPDIR (1:2).
           MOVE PL-CODIR TO QUA-DEPDIR (3:1).
           MOVE 'CTLPERIM' TO QUA-CONTROLE.
           COMPUTE QUA-NBANOM = W-NBANOM - W-ANOM-AVANT.
           IF QUA-NBANOM > 0
               MOVE 'A' TO QUA-GRAVITE
           ELSE
               MOVE 'B' TO QUA-GRAVITE
           END-IF.
           CALL 'QUALCAM' USING QUA-JAN QUA-DEPDIR QUA-CONTROLE
                                QUA-VOLUME QUA-NBANOM QUA-GRAVITE
               ON EXCEPTION CONTINUE
           END-CALL.
       2000-CONTROLER-DIRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-CHARGER-UN-EPCI.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-DIRECTION TO TRUE
                      GO TO 2100-CHARGER-UN-EPCI-EXIT
           END-READ.
           IF NOT TAUDIS-OK
              OR T-DIR (1:2) NOT = PL-CODEP
              OR T-DIR (3:1) NOT = PL-CODIR
               SET W-FIN-DIRECTION TO TRUE
               GO TO 2100-CHARGER-UN-EPCI-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) NOT = 'E'
               GO TO 2100-CHARGER-UN-EPCI-EXIT
           END-IF.
           ADD 1 TO QUA-VOLUME.
           MOVE ENR-TAUDIS TO TAUDIS-GRP.
           IF W-NBGRP < W-MAXGRP
               ADD 1 TO W-NBGRP
               MOVE T-COM             TO GRP-ACOGC (W-NBGRP) (1:3)
               MOVE T-CCOIFP (1:1)    TO GRP-ACOGC (W-NBGRP) (4:1)
               MOVE T-G-DNUSRN        TO GRP-SIREN (W-NBGRP)
           END-IF.

      * L'EPCI DOIT FIGURER AU REFERENTIEL NATIONAL
           MOVE 'N' TO W-SW-NAT.
           PERFORM 5100-TESTER-SIREN-NAT
               THRU 5100-TESTER-SIREN-NAT-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBNAT OR NAT-TROUVE.
           IF NOT NAT-TROUVE
               ADD 1 TO W-NBANOM
               MOVE T-DIR TO LA-DIR
               MOVE SPACE TO LA-COM LA-MVT
               MOVE T-COM TO LA-TAUDIS (1:3)
               MOVE T-CCOIFP (1:1) TO LA-TAUDIS (4:1)
               MOVE T-G-DNUSRN TO LA-NATIONAL
               MOVE 'EPCI ABSENT DU REFERENTIEL NATIONAL'
                   TO LA-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-ANOM
           END-IF.
       2100-CHARGER-UN-EPCI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-UNE-COMMUNE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-FIN-DIRECTION TO TRUE
                      GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-READ.
           IF NOT TAUDIS-OK
              OR T-DIR (1:2) NOT = PL-CODEP
              OR T-DIR (3:1) NOT = PL-CODIR
               SET W-FIN-DIRECTION TO TRUE
               GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) NOT = 'C'
               GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-IF.
           ADD 1 TO QUA-VOLUME.
           MOVE ENR-TAUDIS TO TAUDIS-COM.
           MOVE 'N' TO W-ACOGC-VIDE.
           IF T-C-ACOGC = SPACE OR T-C-ACOGC = LOW-VALUE
               SET W-SANS-RATTACHEMENT TO TRUE
           END-IF.
           MOVE T-DIR TO LA-DIR.
           MOVE T-COM TO LA-COM.
           MOVE T-C-ACOGC TO LA-TAUDIS.
           MOVE SPACE TO LA-NATIONAL LA-MVT.

      * EPCI NATIONAL DE LA COMMUNE
           MOVE 'N' TO W-SW-NAT.
           PERFORM 5200-TESTER-COMMUNE-NAT
               THRU 5200-TESTER-COMMUNE-NAT-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > W-NBNAT OR NAT-TROUVE.

      * COMMUNE ISOLEE AU REFERENTIEL : TOUT RATTACHEMENT EST EN
      * TROP
           IF NOT NAT-TROUVE
               IF NOT W-SANS-RATTACHEMENT
                   ADD 1 TO W-NBANOM
                   MOVE 'RATTACHEMENT EN TROP (COMMUNE ISOLEE)'
                       TO LA-MOTIF
                   MOVE SPACE TO W-ACOGC-ATTENDU W-RFEPCI-ATTENDU
                   PERFORM 3000-GENERER-CORRECTION
                       THRU 3000-GENERER-CORRECTION-EXIT
               END-IF
               GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-IF.
           MOVE NAT-SIREN (IX-NAT) TO LA-NATIONAL.

      * L'EPCI NATIONAL EST RETROUVE PAR SON SIREN PARMI LES
      * ARTICLES 'E' DE LA DIRECTION
           MOVE NAT-SIREN (IX-NAT) TO W-SIREN-CHERCHE.
           MOVE 'N' TO W-SW-GRP.
           PERFORM 5300-TESTER-EPCI
               THRU 5300-TESTER-EPCI-EXIT
               VARYING IXG FROM 1 BY 1
               UNTIL IXG > W-NBGRP OR GRP-TROUVE.
           IF NOT GRP-TROUVE
               ADD 1 TO W-NBANOM
               MOVE 'EPCI NATIONAL SANS ARTICLE E (CREAEPCI)'
                   TO LA-MOTIF
               WRITE ENR-RAPPORT FROM LIGNE-ANOM
               GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-IF.
           MOVE GRP-ACOGC (IX-GRP)  TO W-ACOGC-ATTENDU.
           MOVE NAT-RFEPCI (IX-NAT) TO W-RFEPCI-ATTENDU.

           IF W-SANS-RATTACHEMENT
               ADD 1 TO W-NBANOM
               MOVE 'RATTACHEMENT MANQUANT' TO LA-MOTIF
               PERFORM 3000-GENERER-CORRECTION
                   THRU 3000-GENERER-CORRECTION-EXIT
               GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-IF.
           IF T-C-ACOGC NOT = W-ACOGC-ATTENDU
               ADD 1 TO W-NBANOM
               MOVE 'RATTACHEMENT ERRONE' TO LA-MOTIF
               PERFORM 3000-GENERER-CORRECTION
                   THRU 3000-GENERER-CORRECTION-EXIT
               GO TO 2200-CONTROLER-UNE-COMMUNE-EXIT
           END-IF.
           IF T-C-RFEPCI NOT = W-RFEPCI-ATTENDU
               ADD 1 TO W-NBANOM
               MOVE 'REGIME FISCAL EPCI DIVERGENT' TO LA-MOTIF
               PERFORM 3000-GENERER-CORRECTION
                   THRU 3000-GENERER-CORRECTION-EXIT
           END-IF.
       2200-CONTROLER-UNE-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-GENERER-CORRECTION.
      *---------------------------------------------------------
      * UN MOUVEMENT MAJTAUD PAR ZONE A CORRIGER ; L'ANCIENNE
      * VALEUR EST LA VALEUR COURANTE DE L'ARTICLE, OCTET POUR
      * OCTET, POUR PASSER LE CONTROLE DE MAJTAUD
           MOVE T-DIR TO MV-DIR.
           MOVE T-COM TO MV-COM.
           MOVE '...' TO MV-IFP MV-PER.
           IF T-C-ACOGC NOT = W-ACOGC-ATTENDU
               MOVE 'ACOGC   ' TO MV-ZONE
               MOVE SPACE TO MV-ANCIEN MV-NOUVEAU
               MOVE T-C-ACOGC       TO MV-ANCIEN (1:4)
               MOVE W-ACOGC-ATTENDU TO MV-NOUVEAU (1:4)
               WRITE ENR-MOUVEMENT
               ADD 1 TO W-NBMVT
               MOVE 'MVT ACOGC' TO LA-MVT
           END-IF.
           IF T-C-RFEPCI NOT = W-RFEPCI-ATTENDU
               MOVE 'RFEPCI  ' TO MV-ZONE
               MOVE SPACE TO MV-ANCIEN MV-NOUVEAU
               MOVE T-C-RFEPCI       TO MV-ANCIEN (1:3)
               MOVE W-RFEPCI-ATTENDU TO MV-NOUVEAU (1:3)
               WRITE ENR-MOUVEMENT
               ADD 1 TO W-NBMVT
               IF LA-MVT = SPACE
                   MOVE 'MVT RFEPCI' TO LA-MVT
               ELSE
                   MOVE 'MVT ACOGC+RFEP' TO LA-MVT
               END-IF
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-ANOM.
       3000-GENERER-CORRECTION-EXIT.
           EXIT.

      *---------------------------------------------------------
       5100-TESTER-SIREN-NAT.
      *---------------------------------------------------------
           IF NAT-SIREN (IX) = T-G-DNUSRN
               SET NAT-TROUVE TO TRUE
               MOVE IX TO IX-NAT
           END-IF.
       5100-TESTER-SIREN-NAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       5200-TESTER-COMMUNE-NAT.
      *---------------------------------------------------------
           IF NAT-CODEP (IX) = PL-CODEP
              AND NAT-CCOCOM (IX) = T-COM
               SET NAT-TROUVE TO TRUE
               MOVE IX TO IX-NAT
           END-IF.
       5200-TESTER-COMMUNE-NAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       5300-TESTER-EPCI.
      *---------------------------------------------------------
           IF GRP-SIREN (IXG) = W-SIREN-CHERCHE
               SET GRP-TROUVE TO TRUE
               MOVE IXG TO IX-GRP
           END-IF.
       5300-TESTER-EPCI-EXIT.
           EXIT.
       END PROGRAM CTLPERIM.
