      *********************************************************
      * PROGRAMME JRNNOM                                      *
      * LANGAGE COBOL                                         *
      *                                                       *
      * MODULE COMMUN DE JOURNALISATION DES CONSULTATIONS DE  *
      * DONNEES NOMINATIVES DU REFERENTIEL DES PROPRIETAIRES, *
      * APPELE PAR LES RESTITUTIONS PAR COMPTE (TCONSPRO,     *
      * CONSPRO, DOSSART) ET PAR LE MODULE D'EDITION DES      *
      * DUPLICATAS D'AVIS EDITDUPL. CHAQUE COMPTE CONSULTE    *
      * DONNE UN ENREGISTREMENT DU JOURNAL CUMULATIF JNLNOM   *
      * (VUE XJRNNOM) : MATRICULE DE L'AGENT, DATE ET HEURE,  *
      * PROGRAMME, DIRECTION ET COMPTE. LE JOURNAL EST        *
      * EXPLOITE CHAQUE MOIS PAR SURVNOM (USAGES              *
      * INHABITUELS). FONCTION 'F' : FERMETURE DU JOURNAL EN  *
      * FIN DE TRAITEMENT APPELANT.                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNNOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  JOURNAL-NOM ASSIGN  TO  JNLNOM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JN-FS.

       DATA DIVISION.
       FILE SECTION.
      * JOURNAL CUMULATIF DES CONSULTATIONS DE DONNEES NOMINATIVES
       FD  JOURNAL-NOM.
       01  ENR-JOURNAL-NOM.
           COPY XJRNNOM REPLACING 'X' BY JN.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'JRNNOM 00 DU 15/10/26'.

       01  JN-FS                   PIC X(2).
           88 JN-OK                     VALUE '00'.
           88 JN-ABSENT                 VALUE '35'.

      * JOURNAL OUVERT AU PREMIER APPEL, FERME SUR LA FONCTION 'F'
      * DE FIN DU TRAITEMENT APPELANT
       01  W-SW-OUVERT             PIC X(1) VALUE 'N'.
           88 W-JOURNAL-OUVERT          VALUE 'O'.

       LINKAGE SECTION.
      * FONCTION : 'E' = ECRIRE UNE CONSULTATION, 'F' = FIN
       01  LK-FONCTION             PIC X(1).
           88 LK-ECRIRE                 VALUE 'E'.
           88 LK-FIN                    VALUE 'F'.
      * AGENT, PROGRAMME, DIRECTION ET COMPTE CONSULTE
       01  LK-MATRIC               PIC X(8).
       01  LK-PROGRA               PIC X(8).
       01  LK-AC3DIR               PIC X(3).
       01  LK-ANUPRO               PIC X(6).
      * CR RENDU : 00 = CONSULTATION JOURNALISEE, 10 = FONCTION
      * INVALIDE, 24 = JOURNAL INDISPONIBLE
       01  LK-CR                   PIC 9(2).

       PROCEDURE DIVISION USING LK-FONCTION LK-MATRIC LK-PROGRA
                                LK-AC3DIR LK-ANUPRO LK-CR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0 TO LK-CR.
           IF LK-FIN
               PERFORM 9000-FERMER
                   THRU 9000-FERMER-EXIT
               GOBACK
           END-IF.
           IF NOT LK-ECRIRE
               MOVE 10 TO LK-CR
               GOBACK
           END-IF.
           IF NOT W-JOURNAL-OUVERT
               PERFORM 1000-OUVRIR
                   THRU 1000-OUVRIR-EXIT
           END-IF.
           IF NOT W-JOURNAL-OUVERT
               MOVE 24 TO LK-CR
               GOBACK
           END-IF.
           PERFORM 2000-JOURNALISER
               THRU 2000-JOURNALISER-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-OUVRIR.
      *---------------------------------------------------------
      * LE JOURNAL EST CUMULATIF : CREE AU PREMIER USAGE
           OPEN EXTEND JOURNAL-NOM.
           IF JN-ABSENT
               OPEN OUTPUT JOURNAL-NOM
           END-IF.
           IF JN-OK
               SET W-JOURNAL-OUVERT TO TRUE
           END-IF.
       1000-OUVRIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-JOURNALISER.
      *---------------------------------------------------------
           MOVE SPACE TO ENR-JOURNAL-NOM.
           ACCEPT JN-DATJOU FROM DATE YYYYMMDD.
           ACCEPT JN-HEUJOU FROM TIME.
           MOVE LK-MATRIC TO JN-MATRIC.
           MOVE LK-PROGRA TO JN-PROGRA.
           MOVE LK-AC3DIR TO JN-AC3DIR.
           MOVE LK-ANUPRO TO JN-ANUPRO.
           WRITE ENR-JOURNAL-NOM.
           IF NOT JN-OK
               MOVE 24 TO LK-CR
           END-IF.
       2000-JOURNALISER-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-FERMER.
      *---------------------------------------------------------
           IF NOT W-JOURNAL-OUVERT
               GO TO 9000-FERMER-EXIT
           END-IF.
           CLOSE JOURNAL-NOM.
           MOVE 'N' TO W-SW-OUVERT.
       9000-FERMER-EXIT.
           EXIT.
       END PROGRAM JRNNOM.
