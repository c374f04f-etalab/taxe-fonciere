      *********************************************************
      * PROGRAMME EXTRPM                                      *
      * LANGAGE COBOL                                         *
      *                                                       *
      * EXTRACTION, POUR UNE DIRECTION (PARAMLST), DES        *
      * COMPTES PROPRIETAIRES PERSONNES MORALES DU            *
      * REFERENTIEL REFPRO (TOP GPMOR) AVEC LEUR SIREN, AU    *
      * FORMAT XCPTPM. LES EXTRAITS DE TOUTES LES DIRECTIONS  *
      * DE LA LISTE MULTI-DIRECTIONS SONT CONCATENES PAR      *
      * L'EXPLOITATION SUR REFPMTOU POUR LA VUE NATIONALE DES *
      * GRANDS PROPRIETAIRES (GRANDPM). LES COMPTES FUSIONNES *
      * SONT ECARTES ; UNE PERSONNE MORALE SANS SIREN EST     *
      * SIGNALEE (RC 4).                                      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRPM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMLST    ASSIGN  TO  PARAMLST
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PL-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.
           SELECT  EXTRAIT     ASSIGN  TO  REFPM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EX-FS.

       DATA DIVISION.
       FILE SECTION.
      * DIRECTION DU REFERENTIEL TRAITE
       FD  PARAMLST.
       01  ENR-PARAMLST.
           05 PL-CODEP             PIC X(2).
           05 PL-CODIR             PIC X(1).

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       FD  EXTRAIT.
       01  ENR-EXTRAIT.
           COPY XCPTPM REPLACING 'X' BY EX.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'EXTRPM 00 DU 15/10/26'.

       01  PL-FS                   PIC X(2).
           88 PL-OK                     VALUE '00'.
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
           88 PR-FIN                    VALUE '10'.
       01  EX-FS                   PIC X(2).

       01  W-AC3DIR                PIC X(3).
       01  W-NBLUS                 PIC 9(7) VALUE 0.
       01  W-NBEXTRAITS            PIC 9(7) VALUE 0.
       01  W-NBSANSIREN            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARAMLST.
           IF NOT PL-OK
               DISPLAY 'EXTRPM - PARAMETRE DIRECTION ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARAMLST
               AT END MOVE SPACE TO ENR-PARAMLST
           END-READ.
           CLOSE PARAMLST.
           IF ENR-PARAMLST = SPACE
               DISPLAY 'EXTRPM - PARAMETRE DIRECTION ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PL-CODEP TO W-AC3DIR (1:2).
           MOVE PL-CODIR TO W-AC3DIR (3:1).

           OPEN INPUT REFPRO.
           IF NOT PR-OK
               DISPLAY 'EXTRPM - REFERENTIEL REFPRO INDISPONIBLE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRAIT.
           PERFORM 1000-EXTRAIRE-COMPTE
               THRU 1000-EXTRAIRE-COMPTE-EXIT
               UNTIL PR-FIN.
           CLOSE REFPRO EXTRAIT.

           DISPLAY 'EXTRPM - DIRECTION              : ' W-AC3DIR.
           DISPLAY 'EXTRPM - COMPTES LUS            : ' W-NBLUS.
           DISPLAY 'EXTRPM - PERSONNES MORALES      : ' W-NBEXTRAITS.
           DISPLAY 'EXTRPM - DONT SIREN NON SERVI   : ' W-NBSANSIREN.
           IF W-NBSANSIREN > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-EXTRAIRE-COMPTE.
      *---------------------------------------------------------
           READ REFPRO NEXT RECORD
               AT END SET PR-FIN TO TRUE
                      GO TO 1000-EXTRAIRE-COMPTE-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
      * SEULES LES PERSONNES MORALES ACTIVES SONT EXTRAITES ; UN
      * COMPTE FUSIONNE EST REPRIS SOUS SON COMPTE CONSERVE
           IF NOT PR-PERS-MORALE OR PR-COMPTE-FUSIONNE
               GO TO 1000-EXTRAIRE-COMPTE-EXIT
           END-IF.
           IF PR-DSIREN = SPACE
               ADD 1 TO W-NBSANSIREN
               DISPLAY 'EXTRPM - PERSONNE MORALE SANS SIREN : '
                       PR-ANUPRO
               GO TO 1000-EXTRAIRE-COMPTE-EXIT
           END-IF.
           MOVE SPACE     TO ENR-EXTRAIT.
           MOVE W-AC3DIR  TO EX-AC3DIR.
           MOVE PR-ANUPRO TO EX-ANUPRO.
           MOVE PR-DSIREN TO EX-DSIREN.
           MOVE PR-DDENOM TO EX-DDENOM.
           WRITE ENR-EXTRAIT.
           ADD 1 TO W-NBEXTRAITS.
       1000-EXTRAIRE-COMPTE-EXIT.
           EXIT.
       END PROGRAM EXTRPM.
