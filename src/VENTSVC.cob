      * SERVICES GESTIONNAIRES (REFSVC).                      *
      * UNE COMMUNE SANS SERVICE CONNU PART DANS LE PAQUET    *
      * '????' A REDISPATCHER PAR LE BUREAU.                  *
      * LES FOYERS DE RECLAMATIONS SIGNALES PAR ANARECL       *
      * (FICHIER FACULTATIF FOYREC) SONT ADRESSES DE MEME AU  *
      * SERVICE GESTIONNAIRE DE LA COMMUNE.                   *
      *********************************************************

       IDENTIFICATION DIVISION.
           SELECT  RECLAM      ASSIGN  TO  RECLAM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RE-FS.
           SELECT  FOYREC      ASSIGN  TO  FOYREC
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS FO-FS.
           SELECT  SVCPAQ      ASSIGN  TO  SVCPAQ
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SQ-FS.
           05 RE-JDAPAI            PIC 9(8).
           05 RE-ARTICLE           PIC X(600).

      * FOYERS DE RECLAMATIONS, AU TRACE DE SORTIE D'ANARECL
       FD  FOYREC.
       01  ENR-FOYREC.
           05 FO-AC3DIR.
              10 FO-CC2DEP         PIC X(2).
              10 FO-CCODIR         PIC X(1).
           05 FO-CCOCOM            PIC X(3).
           05 FO-MOTIF             PIC X(2).
           05 FO-DAN               PIC 9(4).
           05 FO-NBREC             PIC 9(7).
           05 FO-TAUCOM            PIC 9(4)V99.
           05 FO-TAUDIR            PIC 9(4)V99.

      * PAQUETS PAR SERVICE : UN ENREGISTREMENT PAR DOSSIER A
      * TRAITER, TRIE PAR SERVICE DESTINATAIRE. POUR UN FOYER DE
      * RECLAMATIONS (TYPE 'F'), LA ZONE COMPTE PORTE LE MOTIF
       FD  SVCPAQ.
       01  ENR-SVCPAQ.
           05 SQ-CCOBMJ            PIC X(4).
              88 TR-ANOMALIE           VALUE 'A'.
              88 TR-REJET              VALUE 'R'.
              88 TR-DOSSIER            VALUE 'D'.
              88 TR-FOYER              VALUE 'F'.
           05 TR-CC2DEP            PIC X(2).
           05 TR-CCODIR            PIC X(1).
           05 TR-CCOCOM            PIC X(3).
           05 TR-RC                PIC 9(2).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'VENTSVC 01 DU 15/10/26'.

       01  RS-FS                   PIC X(2).
           88 RS-OK                     VALUE '00'.
           88 RE-OK                     VALUE '00'.
           88 RE-FIN                    VALUE '10'.
           88 RE-INEXISTANT             VALUES '35' '05'.
       01  FO-FS                   PIC X(2).
           88 FO-OK                     VALUE '00'.
           88 FO-FIN                    VALUE '10'.
           88 FO-INEXISTANT             VALUES '35' '05'.
       01  SQ-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).
       01  TAUDIS-FS               PIC X(2).
       01  W-SVC-NBANO             PIC 9(7) VALUE 0.
       01  W-SVC-NBREJ             PIC 9(7) VALUE 0.
       01  W-SVC-NBDOS             PIC 9(7) VALUE 0.
       01  W-SVC-NBFOY             PIC 9(7) VALUE 0.
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-SERVICE             VALUE 'O'.
       01  W-NBVENT                PIC 9(9) COMP VALUE 0.
           05 FILLER               PIC X(16)
              VALUE '  RECLAMATIONS  '.
           05 LT-NBDOS             PIC Z(6)9.
           05 FILLER               PIC X(19)
              VALUE '  FOYERS RECLAM.  '.
           05 LT-NBFOY             PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
                   UNTIL RE-FIN
               CLOSE RECLAM
           END-IF.
      * FOYERS DE RECLAMATIONS D'ANARECL (FICHIER FACULTATIF)
           OPEN INPUT FOYREC.
           IF FO-INEXISTANT
               CLOSE FOYREC
           ELSE
               PERFORM 2400-LIRE-FOYREC
                   THRU 2400-LIRE-FOYREC-EXIT
                   UNTIL FO-FIN
               CLOSE FOYREC
           END-IF.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

       2300-LIRE-RECLAM-EXIT.
           EXIT.

      *---------------------------------------------------------
       2400-LIRE-FOYREC.
      *---------------------------------------------------------
           READ FOYREC
               AT END SET FO-FIN TO TRUE
                      GO TO 2400-LIRE-FOYREC-EXIT
           END-READ.
           MOVE 'F'        TO TR-TYPE.
           MOVE FO-CC2DEP  TO TR-CC2DEP W-CLE-DEP.
           MOVE FO-CCODIR  TO TR-CCODIR W-CLE-DIR.
           MOVE FO-CCOCOM  TO TR-CCOCOM W-CLE-COM.
           MOVE FO-MOTIF   TO TR-ANUPRO.
           MOVE SPACE      TO TR-CCOBNB.
           MOVE 0          TO TR-CR TR-RC.
           PERFORM 3000-RESOUDRE-SERVICE
               THRU 3000-RESOUDRE-SERVICE-EXIT.
           RELEASE ENR-TRAVAIL.
       2400-LIRE-FOYREC-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-RESOUDRE-SERVICE.
      *---------------------------------------------------------
               WHEN TR-ANOMALIE ADD 1 TO W-SVC-NBANO
               WHEN TR-REJET    ADD 1 TO W-SVC-NBREJ
               WHEN TR-DOSSIER  ADD 1 TO W-SVC-NBDOS
               WHEN TR-FOYER    ADD 1 TO W-SVC-NBFOY
           END-EVALUATE.
       5100-EDITER-UN-DOSSIER-EXIT.
           EXIT.
           MOVE W-SVC-NBANO TO LT-NBANO.
           MOVE W-SVC-NBREJ TO LT-NBREJ.
           MOVE W-SVC-NBDOS TO LT-NBDOS.
           MOVE W-SVC-NBFOY TO LT-NBFOY.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAUX.
           MOVE 0 TO W-SVC-NBANO W-SVC-NBREJ W-SVC-NBDOS
                     W-SVC-NBFOY.
       6000-CLOTURER-SERVICE-EXIT.
           EXIT.
       END PROGRAM VENTSVC.
