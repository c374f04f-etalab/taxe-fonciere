      *********************************************************
      * PROGRAMME ETATQPV                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DE L'ABATTEMENT DE 30% SUR LA BASE DES LOGEMENTS *
      * SOCIAUX SITUES EN QUARTIER PRIORITAIRE DE LA POLITIQUE*
      * DE LA VILLE : LES COTISATIONS NON PERCUES CALCULEES   *
      * PAR LA CALCULETTE BATIE (MAQCOM, MAQSYN, MAQCU,       *
      * MAQTSE) ET PORTEES PAR LE FICHIER DE SORTIE DU LOT    *
      * (ET SON HOMOLOGUE DES ROLES SUPPLEMENTAIRES) SONT     *
      * CUMULEES PAR COMMUNE ET PAR BAILLEUR, LE BAILLEUR     *
      * ETANT IDENTIFIE PAR LE SIREN DU REFERENTIEL DES       *
      * COMPTES PROPRIETAIRES (REFPRO). L'ETAT JUSTIFIE LA    *
      * COMPENSATION VERSEE PAR L'ETAT AUX COLLECTIVITES ET   *
      * SERT DE BASE AUX BAILLEURS POUR RENDRE COMPTE DES     *
      * ACTIONS MENEES EN CONTREPARTIE DANS LE QUARTIER. UN   *
      * FICHIER D'INTERFACE (QPVFIC) EST PRODUIT, UN          *
      * ENREGISTREMENT PAR COMMUNE ET PAR BAILLEUR.           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATQPV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  SORTIE-SUP  ASSIGN  TO  SORTLOTS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SS-FS.
           SELECT  QPVFIC      ASSIGN  TO  QPVFIC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS QF-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIQPV.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  PR-ANUPRO
                               FILE STATUS  PR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

      * ROLES SUPPLEMENTAIRES ET CONTENTIEUX (FICHIER FACULTATIF)
       FD  SORTIE-SUP.
       01  ENR-SORTIE-SUP.
           COPY XSORTLOT REPLACING 'X' BY SS.

      * FICHIER D'INTERFACE DE LA COMPENSATION : UN ENREGISTREMENT
      * PAR COMMUNE ET PAR BAILLEUR
       FD  QPVFIC.
       01  ENR-QPVFIC.
           05 QF-DAN               PIC 9(4).
           05 QF-AC3DIR            PIC X(3).
           05 QF-CCOCOM            PIC X(3).
           05 QF-DSIREN            PIC X(9).
           05 QF-NBART             PIC 9(7).
           05 QF-MAQCOM            PIC S9(12).
           05 QF-MAQSYN            PIC S9(12).
           05 QF-MAQCU             PIC S9(12).
           05 QF-MAQTSE            PIC S9(12).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * REFERENTIEL DES COMPTES PROPRIETAIRES (CHARGE PAR
      * CHARGPRO) : SIREN ET DESIGNATION DU BAILLEUR
       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

      * ENREGISTREMENT DE TRI : COMMUNE, BAILLEUR, COMPTE ET
      * MONTANTS DE L'ARTICLE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-DAN               PIC 9(4).
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-DSIREN            PIC X(9).
           05 TR-ANUPRO            PIC X(6).
           05 TR-DDENOM            PIC X(38).
           05 TR-MAQCOM            PIC S9(10).
           05 TR-MAQSYN            PIC S9(10).
           05 TR-MAQCU             PIC S9(10).
           05 TR-MAQTSE            PIC S9(10).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ETATQPV 00 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  SS-FS                   PIC X(2).
           88 SS-OK                     VALUE '00'.
           88 SS-FIN                    VALUE '10'.
           88 SS-INEXISTANT             VALUES '35' '05'.
       01  QF-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.

       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.

      * RUPTURES : COMMUNE (DIRECTION + COMMUNE) PUIS BAILLEUR
       01  W-COM-COURANTE.
           05 W-COM-AC3DIR         PIC X(3).
           05 W-COM-CCOCOM         PIC X(3).
       01  W-COM-DAN               PIC 9(4).
       01  W-BAI-COURANT           PIC X(9).
       01  W-BAI-DDENOM            PIC X(38).
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

       01  W-CUMUL-BAILLEUR.
           05 W-BAI-NBART          PIC 9(7).
           05 W-BAI-MAQCOM         PIC S9(12).
           05 W-BAI-MAQSYN         PIC S9(12).
           05 W-BAI-MAQCU          PIC S9(12).
           05 W-BAI-MAQTSE         PIC S9(12).
       01  W-CUMUL-COMMUNE.
           05 W-CUM-NBART          PIC 9(7).
           05 W-CUM-MAQCOM         PIC S9(12).
           05 W-CUM-MAQSYN         PIC S9(12).
           05 W-CUM-MAQCU          PIC S9(12).
           05 W-CUM-MAQTSE         PIC S9(12).
       01  W-CUMUL-GENERAL.
           05 W-GEN-NBART          PIC 9(7).
           05 W-GEN-MAQCOM         PIC S9(14).
           05 W-GEN-MAQSYN         PIC S9(14).
           05 W-GEN-MAQCU          PIC S9(14).
           05 W-GEN-MAQTSE         PIC S9(14).
       01  W-NBNONREF              PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'ETAT DE L''ABATTEMENT QPV DES LOGEMENTS SOCIAUX PAR COMMUNE
      -    ' ET PAR BAILLEUR'.
       01  LIGNE-TITRES            PIC X(132) VALUE
           '  SIREN     BAILLEUR                                 ART.
      -    '     COMMUNE    SYNDICAT        EPCI         TSE'.
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LM-AC3DIR            PIC X(3).
           05 FILLER               PIC X(10) VALUE '  COMMUNE '.
           05 LM-CCOCOM            PIC X(3).
       01  LIGNE-BAILLEUR.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LB-DSIREN            PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LB-DDENOM            PIC X(38).
           05 LB-NBART             PIC Z(6)9.
           05 LB-MAQCOM            PIC -(11)9.
           05 LB-MAQSYN            PIC -(11)9.
           05 LB-MAQCU             PIC -(11)9.
           05 LB-MAQTSE            PIC -(11)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(2) VALUE SPACE.
           05 LT-LIBELLE           PIC X(48).
           05 LT-NBART             PIC Z(6)9.
           05 LT-MAQCOM            PIC -(11)9.
           05 LT-MAQSYN            PIC -(11)9.
           05 LT-MAQCU             PIC -(11)9.
           05 LT-MAQTSE            PIC -(11)9.
       01  LIGNE-NONREF.
           05 FILLER               PIC X(38) VALUE
              'ARTICLES DE COMPTES NON REFERENCES    '.
           05 LN-NBNONREF          PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           INITIALIZE W-CUMUL-GENERAL.
           OPEN OUTPUT RAPPORT QPVFIC.
           OPEN INPUT REFPRO.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRES.

           SORT TRAVAIL
               ON ASCENDING KEY TR-AC3DIR
                                TR-CCOCOM
                                TR-DSIREN
                                TR-ANUPRO
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-EDITER-ETAT
                   THRU 2000-EDITER-ETAT-EXIT.

           MOVE 'TOTAL GENERAL' TO LT-LIBELLE.
           MOVE W-GEN-NBART     TO LT-NBART.
           MOVE W-GEN-MAQCOM    TO LT-MAQCOM.
           MOVE W-GEN-MAQSYN    TO LT-MAQSYN.
           MOVE W-GEN-MAQCU     TO LT-MAQCU.
           MOVE W-GEN-MAQTSE    TO LT-MAQTSE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE W-NBNONREF      TO LN-NBNONREF.
           WRITE ENR-RAPPORT FROM LIGNE-NONREF.
           CLOSE RAPPORT QPVFIC REFPRO.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           OPEN INPUT SORTIE-LOT.
           PERFORM 1100-LIRE-SORTLOT
               THRU 1100-LIRE-SORTLOT-EXIT
               UNTIL SL-FIN.
           CLOSE SORTIE-LOT.
           OPEN INPUT SORTIE-SUP.
           IF SS-INEXISTANT
               CLOSE SORTIE-SUP
           ELSE
               PERFORM 1200-LIRE-SORTLOTS
                   THRU 1200-LIRE-SORTLOTS-EXIT
                   UNTIL SS-FIN
               CLOSE SORTIE-SUP
           END-IF.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-SORTLOT.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 1100-LIRE-SORTLOT-EXIT
           END-READ.
           IF ENR-SORTIE-LOT (1:1) = '*'
               GO TO 1100-LIRE-SORTLOT-EXIT
           END-IF.
           IF SL-CR NOT = 0 OR SL-EXTOURNE
               GO TO 1100-LIRE-SORTLOT-EXIT
           END-IF.
           MOVE SL-RETOUR TO RETB-VUE.
           PERFORM 1500-RELACHER-ARTICLE
               THRU 1500-RELACHER-ARTICLE-EXIT.
       1100-LIRE-SORTLOT-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-LIRE-SORTLOTS.
      *---------------------------------------------------------
           READ SORTIE-SUP
               AT END SET SS-FIN TO TRUE
                      GO TO 1200-LIRE-SORTLOTS-EXIT
           END-READ.
           IF ENR-SORTIE-SUP (1:1) = '*'
               GO TO 1200-LIRE-SORTLOTS-EXIT
           END-IF.
           IF SS-CR NOT = 0 OR SS-EXTOURNE
               GO TO 1200-LIRE-SORTLOTS-EXIT
           END-IF.
           MOVE SS-RETOUR TO RETB-VUE.
           PERFORM 1500-RELACHER-ARTICLE
               THRU 1500-RELACHER-ARTICLE-EXIT.
       1200-LIRE-SORTLOTS-EXIT.
           EXIT.

      *---------------------------------------------------------
       1500-RELACHER-ARTICLE.
      *---------------------------------------------------------
      * SEULS LES ARTICLES BATIS AYANT BENEFICIE DE L'ABATTEMENT
      * SONT RETENUS ; LE BAILLEUR EST SERVI DEPUIS LE REFERENTIEL
      * DES COMPTES, UN COMPTE NON REFERENCE ETANT REGROUPE SOUS
      * UN SIREN A BLANC
           IF RETB-CCOBNB NOT = '2'
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           IF RETB-MAQCOM = 0 AND RETB-MAQSYN = 0
              AND RETB-MAQCU = 0 AND RETB-MAQTSE = 0
               GO TO 1500-RELACHER-ARTICLE-EXIT
           END-IF.
           MOVE RETB-DAN    TO TR-DAN.
           MOVE RETB-AC3DIR TO TR-AC3DIR.
           MOVE RETB-CCOCOM TO TR-CCOCOM.
           MOVE RETB-ANUPRO TO TR-ANUPRO.
           MOVE RETB-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE SPACE TO TR-DSIREN
                   MOVE '** COMPTE NON REFERENCE **' TO TR-DDENOM
                   ADD 1 TO W-NBNONREF
               NOT INVALID KEY
                   MOVE PR-DSIREN TO TR-DSIREN
                   MOVE PR-DDENOM TO TR-DDENOM
           END-READ.
           MOVE RETB-MAQCOM TO TR-MAQCOM.
           MOVE RETB-MAQSYN TO TR-MAQSYN.
           MOVE RETB-MAQCU  TO TR-MAQCU.
           MOVE RETB-MAQTSE TO TR-MAQTSE.
           RELEASE ENR-TRAVAIL.
       1500-RELACHER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER-ETAT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 2100-TRAITER-UN-ARTICLE
               THRU 2100-TRAITER-UN-ARTICLE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-CLOTURER-BAILLEUR
               THRU 3000-CLOTURER-BAILLEUR-EXIT.
           PERFORM 3100-CLOTURER-COMMUNE
               THRU 3100-CLOTURER-COMMUNE-EXIT.
       2000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-ARTICLE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-ARTICLE-EXIT
           END-RETURN.

           IF W-1ER-ENREG
              OR TR-AC3DIR NOT = W-COM-AC3DIR
              OR TR-CCOCOM NOT = W-COM-CCOCOM
               PERFORM 3000-CLOTURER-BAILLEUR
                   THRU 3000-CLOTURER-BAILLEUR-EXIT
               PERFORM 3100-CLOTURER-COMMUNE
                   THRU 3100-CLOTURER-COMMUNE-EXIT
               MOVE 'N'        TO W-PREMIER
               MOVE TR-AC3DIR  TO W-COM-AC3DIR LM-AC3DIR
               MOVE TR-CCOCOM  TO W-COM-CCOCOM LM-CCOCOM
               MOVE TR-DAN     TO W-COM-DAN
               WRITE ENR-RAPPORT FROM LIGNE-COMMUNE
               MOVE TR-DSIREN  TO W-BAI-COURANT
               MOVE TR-DDENOM  TO W-BAI-DDENOM
           END-IF.
           IF TR-DSIREN NOT = W-BAI-COURANT
               PERFORM 3000-CLOTURER-BAILLEUR
                   THRU 3000-CLOTURER-BAILLEUR-EXIT
               MOVE TR-DSIREN  TO W-BAI-COURANT
               MOVE TR-DDENOM  TO W-BAI-DDENOM
           END-IF.

           ADD 1          TO W-BAI-NBART.
           ADD TR-MAQCOM  TO W-BAI-MAQCOM.
           ADD TR-MAQSYN  TO W-BAI-MAQSYN.
           ADD TR-MAQCU   TO W-BAI-MAQCU.
           ADD TR-MAQTSE  TO W-BAI-MAQTSE.
       2100-TRAITER-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-BAILLEUR.
      *---------------------------------------------------------
      * LIGNE DU BAILLEUR SUR L'ETAT ET ENREGISTREMENT D'INTERFACE,
      * PUIS REPORT SUR LE CUMUL DE LA COMMUNE
           IF W-1ER-ENREG OR W-BAI-NBART = 0
               GO TO 3000-CLOTURER-BAILLEUR-EXIT
           END-IF.
           MOVE W-BAI-COURANT TO LB-DSIREN.
           MOVE W-BAI-DDENOM  TO LB-DDENOM.
           MOVE W-BAI-NBART   TO LB-NBART.
           MOVE W-BAI-MAQCOM  TO LB-MAQCOM.
           MOVE W-BAI-MAQSYN  TO LB-MAQSYN.
           MOVE W-BAI-MAQCU   TO LB-MAQCU.
           MOVE W-BAI-MAQTSE  TO LB-MAQTSE.
           WRITE ENR-RAPPORT FROM LIGNE-BAILLEUR.

           MOVE W-COM-DAN     TO QF-DAN.
           MOVE W-COM-AC3DIR  TO QF-AC3DIR.
           MOVE W-COM-CCOCOM  TO QF-CCOCOM.
           MOVE W-BAI-COURANT TO QF-DSIREN.
           MOVE W-BAI-NBART   TO QF-NBART.
           MOVE W-BAI-MAQCOM  TO QF-MAQCOM.
           MOVE W-BAI-MAQSYN  TO QF-MAQSYN.
           MOVE W-BAI-MAQCU   TO QF-MAQCU.
           MOVE W-BAI-MAQTSE  TO QF-MAQTSE.
           WRITE ENR-QPVFIC.

           ADD W-BAI-NBART  TO W-CUM-NBART.
           ADD W-BAI-MAQCOM TO W-CUM-MAQCOM.
           ADD W-BAI-MAQSYN TO W-CUM-MAQSYN.
           ADD W-BAI-MAQCU  TO W-CUM-MAQCU.
           ADD W-BAI-MAQTSE TO W-CUM-MAQTSE.
           INITIALIZE W-CUMUL-BAILLEUR.
       3000-CLOTURER-BAILLEUR-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-CLOTURER-COMMUNE.
      *---------------------------------------------------------
           IF W-1ER-ENREG
               INITIALIZE W-CUMUL-BAILLEUR W-CUMUL-COMMUNE
               GO TO 3100-CLOTURER-COMMUNE-EXIT
           END-IF.
           MOVE 'TOTAL COMMUNE' TO LT-LIBELLE.
           MOVE W-CUM-NBART     TO LT-NBART.
           MOVE W-CUM-MAQCOM    TO LT-MAQCOM.
           MOVE W-CUM-MAQSYN    TO LT-MAQSYN.
           MOVE W-CUM-MAQCU     TO LT-MAQCU.
           MOVE W-CUM-MAQTSE    TO LT-MAQTSE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           ADD W-CUM-NBART  TO W-GEN-NBART.
           ADD W-CUM-MAQCOM TO W-GEN-MAQCOM.
           ADD W-CUM-MAQSYN TO W-GEN-MAQSYN.
           ADD W-CUM-MAQCU  TO W-GEN-MAQCU.
           ADD W-CUM-MAQTSE TO W-GEN-MAQTSE.
           INITIALIZE W-CUMUL-COMMUNE.
       3100-CLOTURER-COMMUNE-EXIT.
           EXIT.
       END PROGRAM ETATQPV.
