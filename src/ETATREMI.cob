      *********************************************************
      * PROGRAMME ETATREMI                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT ANNUEL DES REMISES GRACIEUSES DE MAJORATION :    *
      * LES DECISIONS DE REMISE ENREGISTREES DANS LE FICHIER  *
      * DES PLANS DE REGLEMENT ET REMISES (PLANREG) ET DATEES *
      * DE L'ANNEE PARAMETREE (PARMREM) SONT LISTEES PAR      *
      * TRESORERIE CCPPER (ARTICLE, DATE ET SIGNATAIRE DE LA  *
      * DECISION, MONTANT REMIS), AVEC LE NOMBRE ET LE        *
      * MONTANT DES REMISES PAR TRESORERIE ET POUR            *
      * L'ENSEMBLE.                                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATREMI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMREM     ASSIGN  TO  PARMREM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  PLANREG     ASSIGN  TO  PLANREG
                               ORGANIZATION INDEXED
                               ACCESS MODE SEQUENTIAL
                               RECORD KEY PL-CLE
                               FILE STATUS PL-FS.
           SELECT  ETATREM     ASSIGN  TO  ETATREM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS ET-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIREM.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE DES DECISIONS DE REMISE A RECAPITULER
       FD  PARMREM.
       01  ENR-PARMREM.
           05 PM-ANNEE             PIC 9(4).

       FD  PLANREG.
       01  ENR-PLANREG.
           COPY XPLANREG REPLACING 'X' BY PL.

       FD  ETATREM.
       01  ENR-ETATREM             PIC X(132).

      * ENREGISTREMENT DE TRI : TRESORERIE, CLE DE L'ARTICLE ET
      * DECISION DE REMISE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CCPPER            PIC X(3).
           05 TR-CLE.
              10 TR-DAN            PIC 9(4).
              10 TR-AC3DIR         PIC X(3).
              10 TR-CCOCOM         PIC X(3).
              10 TR-DSRPAR         PIC X(1).
              10 TR-ANUPRO         PIC X(6).
              10 TR-CCOBNB         PIC X(1).
           05 TR-CCOIFP            PIC X(3).
           05 TR-JDECRM            PIC 9(8).
           05 TR-DSIGRM            PIC X(30).
           05 TR-MREMIS            PIC S9(10).
           05 TR-GETPLN            PIC X(1).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'ETATREMI 00 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
       01  PL-FS                   PIC X(2).
           88 PL-OK                     VALUE '00'.
           88 PL-FIN                    VALUE '10'.
       01  ET-FS                   PIC X(2).

       01  W-ANNEE                 PIC 9(4).
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.

      * CUMULS DE LA TRESORERIE EN COURS (RUPTURE SUR CCPPER)
       01  W-TRE-CCPPER            PIC X(3)  VALUE HIGH-VALUE.
       01  W-TRE-NBREMISES         PIC 9(9)  COMP VALUE 0.
       01  W-TRE-MREMIS            PIC S9(14) VALUE 0.

      * CUMULS DU TRAITEMENT
       01  W-NBLUS                 PIC 9(9)  COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.
       01  W-NBREMISES             PIC 9(9)  COMP VALUE 0.
       01  W-MREMIS                PIC S9(14) VALUE 0.

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : REFERENTIEL DES TRESORERIES)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(46) VALUE
              'REMISES GRACIEUSES DE MAJORATION ACCORDEES EN '.
           05 LE-ANNEE             PIC 9(4).
       01  LIGNE-TRESO.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LT-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-LIBTRES           PIC X(30).
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'ANNEE DIR COM S ARTICL N IFP DECISION SIGNATAIRE
      -    '                         MONTANT REMIS P'.
       01  LIGNE-DETAIL.
           05 LD-DAN               PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-AC3DIR            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCOCOM            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DSRPAR            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCOBNB            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CCOIFP            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-JDECRM            PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DSIGRM            PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-MREMIS            PIC -(14)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-GETPLN            PIC X(1).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.
       01  LIGNE-MONTANT.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LM-LIBELLE           PIC X(40).
           05 LM-MONTANT           PIC -(14)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMREM.
           IF NOT PM-OK
               DISPLAY 'ETATREMI - PARAMETRE PARMREM ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARMREM
               AT END
                   DISPLAY 'ETATREMI - PARAMETRE PARMREM VIDE'
                   CLOSE PARMREM
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARMREM.
           IF PM-ANNEE NOT NUMERIC OR PM-ANNEE = 0
               DISPLAY 'ETATREMI - ANNEE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PM-ANNEE TO W-ANNEE.
           OPEN INPUT PLANREG.
           IF NOT PL-OK
               DISPLAY 'ETATREMI - FICHIER PLANREG ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ETATREM.
           MOVE W-ANNEE TO LE-ANNEE.
           WRITE ENR-ETATREM FROM LIGNE-ENTETE.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-CLE
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-EDITER
                   THRU 2000-EDITER-EXIT.

           CLOSE PLANREG ETATREM.
           DISPLAY 'ETATREMI - DECISIONS LUES        : ' W-NBLUS.
           DISPLAY 'ETATREMI - TRESORERIES           : ' W-NBTRESO.
           DISPLAY 'ETATREMI - REMISES DE L''ANNEE    : ' W-NBREMISES.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-REMISE
               THRU 1100-RELACHER-REMISE-EXIT
               UNTIL PL-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-REMISE.
      *---------------------------------------------------------
      * SEULES LES REMISES DECIDEES DANS L'ANNEE SONT RETENUES
           READ PLANREG
               AT END SET PL-FIN TO TRUE
                      GO TO 1100-RELACHER-REMISE-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           IF PL-MREMIS NOT > 0
              OR PL-JDECRM (1:4) NOT = W-ANNEE
               GO TO 1100-RELACHER-REMISE-EXIT
           END-IF.
           MOVE PL-CCPPER TO TR-CCPPER.
           MOVE PL-CLE    TO TR-CLE.
           MOVE PL-CCOIFP TO TR-CCOIFP.
           MOVE PL-JDECRM TO TR-JDECRM.
           MOVE PL-DSIGRM TO TR-DSIGRM.
           MOVE PL-MREMIS TO TR-MREMIS.
           MOVE PL-GETPLN TO TR-GETPLN.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-REMISE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER.
      *---------------------------------------------------------
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3200-CLOTURER-TRESORERIE
               THRU 3200-CLOTURER-TRESORERIE-EXIT.
           WRITE ENR-ETATREM FROM LIGNE-SEPARATION.
           MOVE 'TOTAL GENERAL DES REMISES' TO LG-LIBELLE.
           MOVE W-NBREMISES                 TO LG-NOMBRE.
           WRITE ENR-ETATREM FROM LIGNE-TOTAL.
           MOVE 'MONTANT TOTAL REMIS'       TO LM-LIBELLE.
           MOVE W-MREMIS                    TO LM-MONTANT.
           WRITE ENR-ETATREM FROM LIGNE-MONTANT.
       2000-EDITER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.
           IF TR-CCPPER NOT = W-TRE-CCPPER
               PERFORM 3200-CLOTURER-TRESORERIE
                   THRU 3200-CLOTURER-TRESORERIE-EXIT
               PERFORM 3100-OUVRIR-TRESORERIE
                   THRU 3100-OUVRIR-TRESORERIE-EXIT
           END-IF.
           ADD 1 TO W-TRE-NBREMISES.
           ADD TR-MREMIS TO W-TRE-MREMIS.
           MOVE TR-DAN    TO LD-DAN.
           MOVE TR-AC3DIR TO LD-AC3DIR.
           MOVE TR-CCOCOM TO LD-CCOCOM.
           MOVE TR-DSRPAR TO LD-DSRPAR.
           MOVE TR-ANUPRO TO LD-ANUPRO.
           MOVE TR-CCOBNB TO LD-CCOBNB.
           MOVE TR-CCOIFP TO LD-CCOIFP.
           MOVE TR-JDECRM TO LD-JDECRM.
           MOVE TR-DSIGRM TO LD-DSIGRM.
           MOVE TR-MREMIS TO LD-MREMIS.
           MOVE TR-GETPLN TO LD-GETPLN.
           WRITE ENR-ETATREM FROM LIGNE-DETAIL.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-OUVRIR-TRESORERIE.
      *---------------------------------------------------------
           MOVE TR-CCPPER TO W-TRE-CCPPER.
           MOVE 0 TO W-TRE-NBREMISES W-TRE-MREMIS.
           ADD 1 TO W-NBTRESO.

           MOVE 'T'       TO W-LIB-TYPE.
           MOVE SPACE     TO W-LIB-DIR W-LIB-CODE.
           MOVE TR-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE TR-CCPPER     TO LT-CCPPER.
           MOVE W-LIB-LIBELLE TO LT-LIBTRES.
           WRITE ENR-ETATREM FROM LIGNE-SEPARATION.
           WRITE ENR-ETATREM FROM LIGNE-TRESO.
           WRITE ENR-ETATREM FROM LIGNE-COLONNE.
       3100-OUVRIR-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
           IF W-TRE-CCPPER = HIGH-VALUE
               GO TO 3200-CLOTURER-TRESORERIE-EXIT
           END-IF.
           MOVE 'REMISES ACCORDEES'        TO LG-LIBELLE.
           MOVE W-TRE-NBREMISES            TO LG-NOMBRE.
           WRITE ENR-ETATREM FROM LIGNE-TOTAL.
           MOVE 'MONTANT REMIS'            TO LM-LIBELLE.
           MOVE W-TRE-MREMIS               TO LM-MONTANT.
           WRITE ENR-ETATREM FROM LIGNE-MONTANT.
           ADD W-TRE-NBREMISES TO W-NBREMISES.
           ADD W-TRE-MREMIS    TO W-MREMIS.
       3200-CLOTURER-TRESORERIE-EXIT.
           EXIT.
       END PROGRAM ETATREMI.
