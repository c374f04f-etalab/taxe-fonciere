      *********************************************************
      * PROGRAMME ETATANV                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * RAPPROCHEMENT DES ADMISSIONS EN NON-VALEUR PRONONCEES *
      * PAR LES TRESORERIES ET INTEGREES PAR CHARGANV (ADMNV) *
      * DE LA PROVISION DE NON-VALEUR CONSTITUEE SUR          *
      * L'EXERCICE (FRAIS MFN300 ET MFN800 DE L'EXPORT HELIOS *
      * ECLATE PAR TRESORERIE, HELIOTRI, COMME PROVNV), POUR  *
      * LES ARTICLES DE L'ANNEE D'IMPOSITION DEMANDEE         *
      * (PARMANV). L'ETAT DONNE PAR TRESORERIE PUIS PAR       *
      * COMMUNE LA PROVISION, LE NOMBRE ET LE MONTANT DES     *
      * ADMISSIONS, L'ECART ET LA PART ADMISE POUR MILLE,     *
      * AVEC UN TOTAL PAR TRESORERIE ET UN TOTAL GENERAL. IL  *
      * PERMET DE MESURER LE COUT REEL DES NON-VALEURS FACE A *
      * LA PROVISION ET DE REPERER LES COMMUNES LES PLUS      *
      * TOUCHEES.                                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATANV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMANV     ASSIGN  TO  PARMANV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PM-FS.
           SELECT  HELIOTRI    ASSIGN  TO  HELIOTRI
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HT-FS.
           SELECT  ADMNV       ASSIGN  TO  ADMNV
                               ORGANIZATION INDEXED
                               ACCESS MODE SEQUENTIAL
                               RECORD KEY NV-CLE
                               FILE STATUS NV-FS.
           SELECT  ETATNV      ASSIGN  TO  ETATNV
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS ET-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRINV.

       DATA DIVISION.
       FILE SECTION.
      * ANNEE D'IMPOSITION DES ARTICLES A RAPPROCHER
       FD  PARMANV.
       01  ENR-PARMANV.
           05 PM-ANNEE             PIC 9(4).

      * EXPORT HELIOS ECLATE PAR TRESORERIE (COMME PROVNV)
       FD  HELIOTRI.
       01  ENR-HELIOTRI            PIC X(600).

       FD  ADMNV.
       01  ENR-ADMNV.
           COPY XADMNV REPLACING 'X' BY NV.

       FD  ETATNV.
       01  ENR-ETATNV              PIC X(132).

      * ENREGISTREMENT DE TRI : TRESORERIE, DIRECTION ET COMMUNE,
      * AVEC LA PROVISION D'UN ARTICLE ('P') OU UNE ADMISSION EN
      * NON-VALEUR ('N')
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CCPPER            PIC X(3).
           05 TR-AC3DIR            PIC X(3).
           05 TR-CCOCOM            PIC X(3).
           05 TR-ORIGINE           PIC X(1).
              88 TR-PROVISION           VALUE 'P'.
           05 TR-MPROV             PIC S9(12).
           05 TR-MANV              PIC S9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ETATANV 00 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
           88 PM-OK                     VALUE '00'.
       01  HT-FS                   PIC X(2).
           88 HT-OK                     VALUE '00'.
           88 HT-FIN                    VALUE '10'.
       01  NV-FS                   PIC X(2).
           88 NV-OK                     VALUE '00'.
           88 NV-FIN                    VALUE '10'.
       01  ET-FS                   PIC X(2).

       01  HELIO-VUE.
           COPY XHELIO REPLACING 'X' BY HT.

       01  W-ANNEE                 PIC 9(4).
       01  W-SW-ADMNV              PIC X(1) VALUE 'N'.
           88 W-ADMNV-OUVERT            VALUE 'O'.
       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.

      * CUMULS DE LA COMMUNE EN COURS (RUPTURE SUR DIRECTION ET
      * COMMUNE A L'INTERIEUR DE LA TRESORERIE)
       01  W-COM-AC3DIR            PIC X(3)  VALUE HIGH-VALUE.
       01  W-COM-CCOCOM            PIC X(3)  VALUE HIGH-VALUE.
       01  W-COM-MPROV             PIC S9(14) VALUE 0.
       01  W-COM-NBADM             PIC 9(9)  COMP VALUE 0.
       01  W-COM-MANV              PIC S9(14) VALUE 0.

      * CUMULS DE LA TRESORERIE EN COURS (RUPTURE SUR CCPPER)
       01  W-TRE-CCPPER            PIC X(3)  VALUE HIGH-VALUE.
       01  W-TRE-MPROV             PIC S9(14) VALUE 0.
       01  W-TRE-NBADM             PIC 9(9)  COMP VALUE 0.
       01  W-TRE-MANV              PIC S9(14) VALUE 0.

      * CUMULS DU TRAITEMENT
       01  W-NBARTICLES            PIC 9(9)  COMP VALUE 0.
       01  W-NBLUS                 PIC 9(9)  COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.
       01  W-NBCOMMUNES            PIC 9(7)  COMP VALUE 0.
       01  W-MPROV                 PIC S9(14) VALUE 0.
       01  W-NBADM                 PIC 9(9)  COMP VALUE 0.
       01  W-MANV                  PIC S9(14) VALUE 0.

      * LIGNE DE CUMUL EN COURS D'EDITION
       01  W-IDENT.
           05 W-ID-AC3DIR          PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 W-ID-CCOCOM          PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 W-ID-LIBELLE         PIC X(30).
       01  W-CUM-MPROV             PIC S9(14).
       01  W-CUM-NBADM             PIC 9(9)  COMP.
       01  W-CUM-MANV              PIC S9(14).
       01  W-PARTPM                PIC 9(7).

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : TRESORERIE, TYPE 'C' : COMMUNE)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE.
           05 FILLER               PIC X(50) VALUE
              'ADMISSIONS EN NON-VALEUR ET PROVISION - ARTICLES '.
           05 LE-ANNEE             PIC 9(4).
       01  LIGNE-TRESO.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LT-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-LIBTRES           PIC X(30).
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(39) VALUE
              'DIR COM LIBELLE'.
           05 FILLER               PIC X(15) VALUE
              '      PROVISION'.
           05 FILLER               PIC X(10) VALUE
              ' ADMISSION'.
           05 FILLER               PIC X(15) VALUE
              '  MONTANT ADMIS'.
           05 FILLER               PIC X(15) VALUE
              '          ECART'.
           05 FILLER               PIC X(11) VALUE
              ' PART/1000'.
       01  LIGNE-CUMUL.
           05 LC-IDENT             PIC X(38).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MPROV             PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-NBADM             PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MANV              PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-ECART             PIC -(13)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-PARTPM            PIC Z(6)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMANV.
           IF NOT PM-OK
               DISPLAY 'ETATANV - PARAMETRE PARMANV ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARMANV
               AT END
                   DISPLAY 'ETATANV - PARAMETRE PARMANV VIDE'
                   CLOSE PARMANV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARMANV.
           IF PM-ANNEE NOT NUMERIC OR PM-ANNEE = 0
               DISPLAY 'ETATANV - ANNEE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PM-ANNEE TO W-ANNEE.
           OPEN INPUT HELIOTRI.
           IF NOT HT-OK
               DISPLAY 'ETATANV - FICHIER HELIOTRI ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * SANS ADMISSION ENCORE INTEGREE, L'ETAT RESTITUE LA SEULE
      * PROVISION
           OPEN INPUT ADMNV.
           IF NV-OK
               SET W-ADMNV-OUVERT TO TRUE
           ELSE
               SET NV-FIN TO TRUE
           END-IF.
           OPEN OUTPUT ETATNV.
           MOVE W-ANNEE TO LE-ANNEE.
           WRITE ENR-ETATNV FROM LIGNE-ENTETE.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CCPPER
                                TR-AC3DIR
                                TR-CCOCOM
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-EDITER
                   THRU 2000-EDITER-EXIT.

           CLOSE HELIOTRI ETATNV.
           IF W-ADMNV-OUVERT
               CLOSE ADMNV
           END-IF.
           DISPLAY 'ETATANV - ARTICLES PROVISIONNES  : ' W-NBARTICLES.
           DISPLAY 'ETATANV - ADMISSIONS LUES        : ' W-NBLUS.
           DISPLAY 'ETATANV - ADMISSIONS DE L''ANNEE  : ' W-NBADM.
           DISPLAY 'ETATANV - TRESORERIES            : ' W-NBTRESO.
           DISPLAY 'ETATANV - COMMUNES               : ' W-NBCOMMUNES.
           DISPLAY 'ETATANV - PROVISION              : ' W-MPROV.
           DISPLAY 'ETATANV - MONTANT ADMIS          : ' W-MANV.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-PROVISION
               THRU 1100-RELACHER-PROVISION-EXIT
               UNTIL HT-FIN.
           PERFORM 1200-RELACHER-ADMISSION
               THRU 1200-RELACHER-ADMISSION-EXIT
               UNTIL NV-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-PROVISION.
      *---------------------------------------------------------
      * PROVISION DE L'ARTICLE : FRAIS DE NON-VALEUR MFN300 ET
      * MFN800 PORTES PAR L'EXPORT HELIOS (COMME PROVNV)
           READ HELIOTRI
               AT END SET HT-FIN TO TRUE
                      GO TO 1100-RELACHER-PROVISION-EXIT
           END-READ.
           IF ENR-HELIOTRI (1:1) = '*'
               GO TO 1100-RELACHER-PROVISION-EXIT
           END-IF.
           MOVE ENR-HELIOTRI TO HELIO-VUE.
           IF HT-DAN NOT = W-ANNEE
               GO TO 1100-RELACHER-PROVISION-EXIT
           END-IF.
           ADD 1 TO W-NBARTICLES.
           MOVE HT-CCPPER TO TR-CCPPER.
           MOVE HT-AC3DIR TO TR-AC3DIR.
           MOVE HT-CCOCOM TO TR-CCOCOM.
           MOVE 'P'       TO TR-ORIGINE.
           MOVE 0         TO TR-MPROV TR-MANV.
           IF HT-MFN300 NUMERIC
               ADD HT-MFN300 TO TR-MPROV
           END-IF.
           IF HT-MFN800 NUMERIC
               ADD HT-MFN800 TO TR-MPROV
           END-IF.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-PROVISION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-RELACHER-ADMISSION.
      *---------------------------------------------------------
      * SEULES LES ADMISSIONS EN VIGUEUR SUR LES ARTICLES DE
      * L'ANNEE SONT RAPPROCHEES DE LA PROVISION
           READ ADMNV
               AT END SET NV-FIN TO TRUE
                      GO TO 1200-RELACHER-ADMISSION-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
           IF NOT NV-ADMIS OR NV-DAN NOT = W-ANNEE
               GO TO 1200-RELACHER-ADMISSION-EXIT
           END-IF.
           MOVE NV-CCPPER TO TR-CCPPER.
           MOVE NV-AC3DIR TO TR-AC3DIR.
           MOVE NV-CCOCOM TO TR-CCOCOM.
           MOVE 'N'       TO TR-ORIGINE.
           MOVE 0         TO TR-MPROV.
           MOVE NV-MANV   TO TR-MANV.
           RELEASE ENR-TRAVAIL.
       1200-RELACHER-ADMISSION-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-EDITER.
      *---------------------------------------------------------
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3200-CLOTURER-COMMUNE
               THRU 3200-CLOTURER-COMMUNE-EXIT.
           PERFORM 3400-CLOTURER-TRESORERIE
               THRU 3400-CLOTURER-TRESORERIE-EXIT.
           WRITE ENR-ETATNV FROM LIGNE-SEPARATION.
           MOVE 'TOTAL GENERAL' TO W-IDENT.
           MOVE W-MPROV         TO W-CUM-MPROV.
           MOVE W-NBADM         TO W-CUM-NBADM.
           MOVE W-MANV          TO W-CUM-MANV.
           PERFORM 3500-EDITER-CUMUL
               THRU 3500-EDITER-CUMUL-EXIT.
           MOVE 'TRESORERIES EDITEES' TO LG-LIBELLE.
           MOVE W-NBTRESO             TO LG-NOMBRE.
           WRITE ENR-ETATNV FROM LIGNE-TOTAL.
           MOVE 'COMMUNES EDITEES'    TO LG-LIBELLE.
           MOVE W-NBCOMMUNES          TO LG-NOMBRE.
           WRITE ENR-ETATNV FROM LIGNE-TOTAL.
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
               PERFORM 3200-CLOTURER-COMMUNE
                   THRU 3200-CLOTURER-COMMUNE-EXIT
               PERFORM 3400-CLOTURER-TRESORERIE
                   THRU 3400-CLOTURER-TRESORERIE-EXIT
               PERFORM 3300-OUVRIR-TRESORERIE
                   THRU 3300-OUVRIR-TRESORERIE-EXIT
               PERFORM 3100-OUVRIR-COMMUNE
                   THRU 3100-OUVRIR-COMMUNE-EXIT
           END-IF.
           IF TR-AC3DIR NOT = W-COM-AC3DIR
              OR TR-CCOCOM NOT = W-COM-CCOCOM
               PERFORM 3200-CLOTURER-COMMUNE
                   THRU 3200-CLOTURER-COMMUNE-EXIT
               PERFORM 3100-OUVRIR-COMMUNE
                   THRU 3100-OUVRIR-COMMUNE-EXIT
           END-IF.
           IF TR-PROVISION
               ADD TR-MPROV TO W-COM-MPROV
           ELSE
               ADD 1        TO W-COM-NBADM
               ADD TR-MANV  TO W-COM-MANV
           END-IF.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-OUVRIR-COMMUNE.
      *---------------------------------------------------------
           MOVE TR-AC3DIR TO W-COM-AC3DIR.
           MOVE TR-CCOCOM TO W-COM-CCOCOM.
           MOVE 0 TO W-COM-MPROV W-COM-NBADM W-COM-MANV.
       3100-OUVRIR-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CLOTURER-COMMUNE.
      *---------------------------------------------------------
           IF W-COM-AC3DIR = HIGH-VALUE
               GO TO 3200-CLOTURER-COMMUNE-EXIT
           END-IF.
           ADD 1 TO W-NBCOMMUNES.
      * LIBELLE DE LA COMMUNE DEPUIS L'ARTICLE COMMUNE DU TAUDIS
           MOVE 'C'          TO W-LIB-TYPE.
           MOVE W-COM-AC3DIR TO W-LIB-DIR.
           MOVE SPACE        TO W-LIB-CODE.
           MOVE W-COM-CCOCOM TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE W-COM-AC3DIR  TO W-ID-AC3DIR.
           MOVE W-COM-CCOCOM  TO W-ID-CCOCOM.
           MOVE W-LIB-LIBELLE TO W-ID-LIBELLE.
           MOVE W-COM-MPROV   TO W-CUM-MPROV.
           MOVE W-COM-NBADM   TO W-CUM-NBADM.
           MOVE W-COM-MANV    TO W-CUM-MANV.
           PERFORM 3500-EDITER-CUMUL
               THRU 3500-EDITER-CUMUL-EXIT.
           ADD W-COM-MPROV TO W-TRE-MPROV.
           ADD W-COM-NBADM TO W-TRE-NBADM.
           ADD W-COM-MANV  TO W-TRE-MANV.
           MOVE HIGH-VALUE TO W-COM-AC3DIR W-COM-CCOCOM.
       3200-CLOTURER-COMMUNE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3300-OUVRIR-TRESORERIE.
      *---------------------------------------------------------
           MOVE TR-CCPPER TO W-TRE-CCPPER.
           MOVE 0 TO W-TRE-MPROV W-TRE-NBADM W-TRE-MANV.
           ADD 1 TO W-NBTRESO.

      * LIBELLE DE LA TRESORERIE DEPUIS LE REFERENTIEL REFTRES
           MOVE 'T'       TO W-LIB-TYPE.
           MOVE TR-AC3DIR TO W-LIB-DIR.
           MOVE SPACE     TO W-LIB-CODE.
           MOVE TR-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE TR-CCPPER     TO LT-CCPPER.
           MOVE W-LIB-LIBELLE TO LT-LIBTRES.
           WRITE ENR-ETATNV FROM LIGNE-SEPARATION.
           WRITE ENR-ETATNV FROM LIGNE-TRESO.
           WRITE ENR-ETATNV FROM LIGNE-COLONNE.
       3300-OUVRIR-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3400-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
           IF W-TRE-CCPPER = HIGH-VALUE
               GO TO 3400-CLOTURER-TRESORERIE-EXIT
           END-IF.
           MOVE 'TOTAL TRESORERIE' TO W-IDENT.
           MOVE W-TRE-MPROV        TO W-CUM-MPROV.
           MOVE W-TRE-NBADM        TO W-CUM-NBADM.
           MOVE W-TRE-MANV         TO W-CUM-MANV.
           PERFORM 3500-EDITER-CUMUL
               THRU 3500-EDITER-CUMUL-EXIT.
           ADD W-TRE-MPROV TO W-MPROV.
           ADD W-TRE-NBADM TO W-NBADM.
           ADD W-TRE-MANV  TO W-MANV.
       3400-CLOTURER-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-EDITER-CUMUL.
      *---------------------------------------------------------
      * ADMISSIONS RAPPORTEES A LA PROVISION, ECART (PROVISION
      * NON CONSOMMEE SI POSITIF) ET PART ADMISE POUR MILLE
           MOVE W-IDENT     TO LC-IDENT.
           MOVE W-CUM-MPROV TO LC-MPROV.
           MOVE W-CUM-NBADM TO LC-NBADM.
           MOVE W-CUM-MANV  TO LC-MANV.
           COMPUTE LC-ECART = W-CUM-MPROV - W-CUM-MANV.
           MOVE 0 TO W-PARTPM.
           IF W-CUM-MPROV > 0
               COMPUTE W-PARTPM = W-CUM-MANV * 1000 / W-CUM-MPROV
                   ON SIZE ERROR MOVE 9999999 TO W-PARTPM
               END-COMPUTE
           END-IF.
           MOVE W-PARTPM    TO LC-PARTPM.
           WRITE ENR-ETATNV FROM LIGNE-CUMUL.
       3500-EDITER-CUMUL-EXIT.
           EXIT.
       END PROGRAM ETATANV.
