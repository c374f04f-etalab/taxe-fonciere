      *********************************************************
      * PROGRAMME ETATCHIF                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DE CHIFFRAGE DES MODIFICATIONS DE TAUX EN        *
      * ATTENTE : INSTANCES PREPAREES SOUS TMAJTAUD NON       *
      * ENCORE VALIDEES (INSTMAJ) ET MOUVEMENTS DU FICHIER    *
      * MVTAUD NON ENCORE APPLIQUES PAR MAJTAUD. CHAQUE       *
      * MODIFICATION D'UNE ZONE DE TAUX EST CHIFFREE PAR LE   *
      * MODULE CHIFTAUX SUR LES BASES ARCHIVEES               *
      * RETENB/RETENNB (ANNEE DU ROLE DE LA DIRECTION OU, A   *
      * DEFAUT, ANNEE PRECEDENTE) : BASES DE LA COLLECTIVITE, *
      * NOMBRE D'ARTICLES, ECART DE PRODUIT, EFFET MOYEN PAR  *
      * ARTICLE ET VARIATION DU TAUX. LES MODIFICATIONS AU-   *
      * DELA DES SEUILS DE PARMCHIF SONT SIGNALEES 'A         *
      * CONFIRMER' ; LE CODE RETOUR 4 SIGNALE AU MOINS UNE    *
      * MODIFICATION A CONFIRMER OU NON CHIFFRABLE, A         *
      * EXAMINER AVANT LE PASSAGE DE MAJTAUD.                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATCHIF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  INSTMAJ     ASSIGN  TO  INSTMAJ
                               ORGANIZATION INDEXED
                               ACCESS MODE SEQUENTIAL
                               RECORD KEY IM-NUMERO
                               FILE STATUS IM-FS.
           SELECT  MOUVEMENT   ASSIGN  TO  MVTAUD
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS MV-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.
           SELECT  ETATCHIF    ASSIGN  TO  ETATCHIF
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS ET-FS.

       DATA DIVISION.
       FILE SECTION.
      * MODIFICATIONS EN INSTANCE DE VALIDATION (TMAJTAUD)
       FD  INSTMAJ.
       01  ENR-INSTMAJ.
           05 IM-NUMERO            PIC 9(5).
           05 IM-ETAT              PIC X(1).
              88 IM-PREPAREE           VALUE 'P'.
              88 IM-VALIDEE            VALUE 'V'.
              88 IM-REFUSEE            VALUE 'R'.
           05 IM-PREPARATEUR       PIC X(8).
           05 IM-VALIDEUR          PIC X(8).
           05 IM-DATJOU            PIC 9(8).
           05 IM-DIR               PIC X(3).
           05 IM-COM               PIC X(3).
           05 IM-IFP               PIC X(3).
           05 IM-PER               PIC X(3).
           05 IM-ZONE              PIC X(8).
           05 IM-ANCIEN            PIC X(20).
           05 IM-NOUVEAU           PIC X(20).

      * MOUVEMENTS EN ATTENTE D'APPLICATION PAR MAJTAUD
       FD  MOUVEMENT.
       01  ENR-MOUVEMENT.
           05 MV-DIR               PIC X(3).
           05 MV-COM               PIC X(3).
           05 MV-IFP               PIC X(3).
           05 MV-PER               PIC X(3).
           05 MV-ZONE              PIC X(8).
           05 MV-ANCIEN            PIC X(20).
           05 MV-NOUVEAU           PIC X(20).

       FD  TAUDIS EXTERNAL.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

       FD  ETATCHIF.
       01  ENR-ETATCHIF            PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'ETATCHIF 00 DU 15/10/26'.

       01  IM-FS                   PIC X(2).
           88 IM-OK                     VALUE '00'.
           88 IM-FIN                    VALUE '10'.
       01  MV-FS                   PIC X(2).
           88 MV-OK                     VALUE '00'.
           88 MV-FIN                    VALUE '10'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  ET-FS                   PIC X(2).

       01  TAUDIS-DIR.
           COPY T800 REPLACING 'X' BY T-D.
           COPY T84D REPLACING 'X' BY T-D.

      * MODIFICATION EN COURS DE CHIFFRAGE, QUELLE QU'EN SOIT
      * L'ORIGINE (INSTANCE OU MOUVEMENT)
       01  W-ORIGINE               PIC X(5).
       01  W-NUMERO                PIC 9(5).
       01  W-DIR                   PIC X(3).
       01  W-COM                   PIC X(3).
       01  W-IFP                   PIC X(3).
       01  W-ZONE                  PIC X(8).
       01  W-ANCIEN                PIC X(20).
       01  W-NOUVEAU               PIC X(20).

      * ANNEE DU ROLE DE LA DERNIERE DIRECTION LUE AU TAUDIS
       01  W-DIR-JANROL            PIC X(3) VALUE HIGH-VALUE.
       01  W-JANROL                PIC 9(4) VALUE 0.

      * APPEL DU MODULE DE CHIFFRAGE
       01  W-FONCTION-CHIF         PIC X(1).
       01  W-CR-CHIF               PIC 9(2).
       01  CHIFFRAGE.
           COPY XCHIFTAU REPLACING 'X' BY CF.

       01  W-NBINST                PIC 9(7) COMP VALUE 0.
       01  W-NBMVTS                PIC 9(7) COMP VALUE 0.
       01  W-NBCHIF                PIC 9(7) COMP VALUE 0.
       01  W-NBCONF                PIC 9(7) COMP VALUE 0.
       01  W-NBNONCHIF             PIC 9(7) COMP VALUE 0.
       01  W-NBHORS                PIC 9(7) COMP VALUE 0.
       01  W-TOTECART              PIC S9(15) VALUE 0.

       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(50) VALUE
              'CHIFFRAGE DES MODIFICATIONS DE TAUX EN ATTENTE - '.
           05 FILLER               PIC X(31) VALUE
              'INSTANCES ET MOUVEMENTS MAJTAUD'.
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(33) VALUE
              'ORIG.  NUM. DIR COM IFP ZONE'.
           05 FILLER               PIC X(24) VALUE
              'ANCIEN TAUX NOUV. TAUX'.
           05 FILLER               PIC X(15) VALUE
              'ANN.  ARTICLES'.
           05 FILLER               PIC X(28) VALUE
              '        BASES         ECART'.
           05 FILLER               PIC X(21) VALUE
              'EFFET MOYEN   VAR. %'.
           05 FILLER               PIC X(11) VALUE
              'OBSERVATION'.
       01  LIGNE-DETAIL.
           05 LD-ORIGINE           PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NUMERO            PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DIR               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-IFP               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ZONE              PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TXANC             PIC ZZZ9.999999.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TXNOU             PIC ZZZ9.999999.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-JANBAS            PIC 9(4)  BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBART             PIC Z(8)9 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-BASE              PIC -(12)9 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ECART             PIC -(12)9 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ECAMOY            PIC -(7)9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-VARPCT            PIC -(4)9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-OBS               PIC X(11).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.
       01  LIGNE-TOTAL-MONTANT.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LM-LIBELLE           PIC X(40).
           05 LM-MONTANT           PIC -(14)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT TAUDIS.
           IF NOT TAUDIS-OK
               DISPLAY 'ETATCHIF - TAUDIS INDISPONIBLE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ETATCHIF.
           WRITE ENR-ETATCHIF FROM LIGNE-ENTETE.
           WRITE ENR-ETATCHIF FROM LIGNE-SEPARATION.
           WRITE ENR-ETATCHIF FROM LIGNE-COLONNE.

      * INSTANCES PREPAREES EN ATTENTE DU VALIDEUR, PUIS
      * MOUVEMENTS NON ENCORE APPLIQUES ; CHAQUE FICHIER ABSENT
      * EST SIMPLEMENT IGNORE
           OPEN INPUT INSTMAJ.
           IF IM-OK
               PERFORM 1000-TRAITER-INSTANCE
                   THRU 1000-TRAITER-INSTANCE-EXIT
                   UNTIL IM-FIN
               CLOSE INSTMAJ
           END-IF.
           OPEN INPUT MOUVEMENT.
           IF MV-OK
               PERFORM 2000-TRAITER-MOUVEMENT
                   THRU 2000-TRAITER-MOUVEMENT-EXIT
                   UNTIL MV-FIN
               CLOSE MOUVEMENT
           END-IF.

           PERFORM 8000-EDITER-TOTAUX
               THRU 8000-EDITER-TOTAUX-EXIT.
           MOVE 'F' TO W-FONCTION-CHIF.
           CALL 'CHIFTAUX' USING W-FONCTION-CHIF CHIFFRAGE W-CR-CHIF
               ON EXCEPTION CONTINUE
           END-CALL.
           CLOSE TAUDIS ETATCHIF.
           DISPLAY 'ETATCHIF - INSTANCES EN ATTENTE   : ' W-NBINST.
           DISPLAY 'ETATCHIF - MOUVEMENTS EN ATTENTE  : ' W-NBMVTS.
           DISPLAY 'ETATCHIF - MODIFICATIONS CHIFFREES: ' W-NBCHIF.
           DISPLAY 'ETATCHIF - A CONFIRMER            : ' W-NBCONF.
           DISPLAY 'ETATCHIF - NON CHIFFREES          : ' W-NBNONCHIF.
           DISPLAY 'ETATCHIF - HORS ZONES DE TAUX     : ' W-NBHORS.
           IF W-NBCONF > 0 OR W-NBNONCHIF > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-INSTANCE.
      *---------------------------------------------------------
           READ INSTMAJ NEXT
               AT END SET IM-FIN TO TRUE
                      GO TO 1000-TRAITER-INSTANCE-EXIT
           END-READ.
           IF NOT IM-PREPAREE
               GO TO 1000-TRAITER-INSTANCE-EXIT
           END-IF.
           ADD 1 TO W-NBINST.
           MOVE 'INST.'    TO W-ORIGINE.
           MOVE IM-NUMERO  TO W-NUMERO.
           MOVE IM-DIR     TO W-DIR.
           MOVE IM-COM     TO W-COM.
           MOVE IM-IFP     TO W-IFP.
           MOVE IM-ZONE    TO W-ZONE.
           MOVE IM-ANCIEN  TO W-ANCIEN.
           MOVE IM-NOUVEAU TO W-NOUVEAU.
           PERFORM 3000-CHIFFRER
               THRU 3000-CHIFFRER-EXIT.
       1000-TRAITER-INSTANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-TRAITER-MOUVEMENT.
      *---------------------------------------------------------
           READ MOUVEMENT
               AT END SET MV-FIN TO TRUE
                      GO TO 2000-TRAITER-MOUVEMENT-EXIT
           END-READ.
           ADD 1 TO W-NBMVTS.
           MOVE 'MVT.'     TO W-ORIGINE.
           MOVE W-NBMVTS   TO W-NUMERO.
           MOVE MV-DIR     TO W-DIR.
           MOVE MV-COM     TO W-COM.
           MOVE MV-IFP     TO W-IFP.
           MOVE MV-ZONE    TO W-ZONE.
           MOVE MV-ANCIEN  TO W-ANCIEN.
           MOVE MV-NOUVEAU TO W-NOUVEAU.
           PERFORM 3000-CHIFFRER
               THRU 3000-CHIFFRER-EXIT.
       2000-TRAITER-MOUVEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CHIFFRER.
      *---------------------------------------------------------
           PERFORM 3100-LIRE-JANROL
               THRU 3100-LIRE-JANROL-EXIT.
           INITIALIZE CHIFFRAGE.
           MOVE W-JANROL  TO CF-JAN.
           MOVE W-DIR     TO CF-DIR.
           MOVE W-COM     TO CF-COM.
           MOVE W-ZONE    TO CF-ZONE.
           MOVE W-ANCIEN  TO CF-ANCIEN.
           MOVE W-NOUVEAU TO CF-NOUVEAU.
           MOVE 'C' TO W-FONCTION-CHIF.
           CALL 'CHIFTAUX' USING W-FONCTION-CHIF CHIFFRAGE W-CR-CHIF
               ON EXCEPTION MOVE 24 TO W-CR-CHIF
           END-CALL.

      * LES ZONES HORS TAUX NE SE CHIFFRENT PAS ET NE SONT PAS
      * EDITEES ; LES TAUX D'AVANT FUSION SONT SIGNALES
           IF W-CR-CHIF = 10
              AND W-ZONE NOT = 'PTBANC  '
              AND W-ZONE NOT = 'PNBANC  '
               ADD 1 TO W-NBHORS
               GO TO 3000-CHIFFRER-EXIT
           END-IF.

           MOVE SPACE     TO LIGNE-DETAIL.
           MOVE W-ORIGINE TO LD-ORIGINE.
           MOVE W-NUMERO  TO LD-NUMERO.
           MOVE W-DIR     TO LD-DIR.
           MOVE W-COM     TO LD-COM.
           MOVE W-IFP     TO LD-IFP.
           MOVE W-ZONE    TO LD-ZONE.
           MOVE 0 TO LD-TXANC LD-TXNOU LD-JANBAS LD-NBART LD-BASE
                     LD-ECART LD-ECAMOY LD-VARPCT.
           IF W-CR-CHIF NOT = 0
               ADD 1 TO W-NBNONCHIF
               EVALUATE W-CR-CHIF
                   WHEN 10
                       MOVE 'NON CHIFFR.' TO LD-OBS
                   WHEN 20
                       MOVE 'TAUX INVAL.' TO LD-OBS
                   WHEN OTHER
                       MOVE 'BASES ABS.' TO LD-OBS
               END-EVALUATE
               WRITE ENR-ETATCHIF FROM LIGNE-DETAIL
               GO TO 3000-CHIFFRER-EXIT
           END-IF.

           ADD 1 TO W-NBCHIF.
           ADD CF-ECART TO W-TOTECART.
           MOVE CF-TXANC  TO LD-TXANC.
           MOVE CF-TXNOU  TO LD-TXNOU.
           MOVE CF-JANBAS TO LD-JANBAS.
           MOVE CF-NBART  TO LD-NBART.
           MOVE CF-BASE   TO LD-BASE.
           MOVE CF-ECART  TO LD-ECART.
           MOVE CF-ECAMOY TO LD-ECAMOY.
           MOVE CF-VARPCT TO LD-VARPCT.
           IF CF-A-CONFIRMER
               ADD 1 TO W-NBCONF
               MOVE 'A CONFIRMER' TO LD-OBS
           END-IF.
           WRITE ENR-ETATCHIF FROM LIGNE-DETAIL.
       3000-CHIFFRER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-LIRE-JANROL.
      *---------------------------------------------------------
      * ANNEE DU ROLE PORTEE PAR L'ARTICLE DIRECTION DU TAUDIS,
      * RELUE A CHAQUE CHANGEMENT DE DIRECTION
           IF W-DIR = W-DIR-JANROL
               GO TO 3100-LIRE-JANROL-EXIT
           END-IF.
           MOVE W-DIR TO W-DIR-JANROL.
           MOVE 0 TO W-JANROL.
           MOVE W-DIR TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS
               INVALID KEY
                   GO TO 3100-LIRE-JANROL-EXIT
           END-READ.
           MOVE ENR-TAUDIS TO TAUDIS-DIR.
           IF T-D-JANROL NUMERIC
               MOVE T-D-JANROL TO W-JANROL
           END-IF.
       3100-LIRE-JANROL-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-EDITER-TOTAUX.
      *---------------------------------------------------------
           WRITE ENR-ETATCHIF FROM LIGNE-SEPARATION.
           MOVE 'INSTANCES EN ATTENTE DE VALIDATION' TO LG-LIBELLE.
           MOVE W-NBINST TO LG-NOMBRE.
           WRITE ENR-ETATCHIF FROM LIGNE-TOTAL.
           MOVE 'MOUVEMENTS EN ATTENTE D''APPLICATION' TO LG-LIBELLE.
           MOVE W-NBMVTS TO LG-NOMBRE.
           WRITE ENR-ETATCHIF FROM LIGNE-TOTAL.
           MOVE 'MODIFICATIONS DE TAUX CHIFFREES' TO LG-LIBELLE.
           MOVE W-NBCHIF TO LG-NOMBRE.
           WRITE ENR-ETATCHIF FROM LIGNE-TOTAL.
           MOVE 'DONT A CONFIRMER (AU-DELA DES SEUILS)' TO LG-LIBELLE.
           MOVE W-NBCONF TO LG-NOMBRE.
           WRITE ENR-ETATCHIF FROM LIGNE-TOTAL.
           MOVE 'MODIFICATIONS DE TAUX NON CHIFFREES' TO LG-LIBELLE.
           MOVE W-NBNONCHIF TO LG-NOMBRE.
           WRITE ENR-ETATCHIF FROM LIGNE-TOTAL.
           MOVE 'ECART DE PRODUIT CUMULE' TO LM-LIBELLE.
           MOVE W-TOTECART TO LM-MONTANT.
           WRITE ENR-ETATCHIF FROM LIGNE-TOTAL-MONTANT.
       8000-EDITER-TOTAUX-EXIT.
           EXIT.
       END PROGRAM ETATCHIF.
