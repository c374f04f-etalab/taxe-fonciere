      *********************************************************
      * PROGRAMME CTLADRES                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * CONTROLE DES ADRESSES DES DESTINATAIRES AVANT         *
      * L'EDITION DES AVIS. SUR LES ARTICLES DU FICHIER DE    *
      * SORTIE DU LOT (SORTLOT) QU'EDITAVIS EDITERA (SANS     *
      * ANOMALIE, NON EXTOURNES, MIS EN RECOUVREMENT), L'ETAT *
      * LISTE PAR COMMUNE LES COMPTES NON REFERENCES DANS     *
      * REFPRO, A L'ADRESSE ABSENTE OU INCOMPLETE (CODE       *
      * POSTAL CPOSTA OU BUREAU DISTRIBUTEUR DLIPOS NON       *
      * SERVI) OU MARQUES NPAI PAR RETNPAI, AVEC LA DATE ET   *
      * LE MOTIF DU DERNIER RETOUR. CES AVIS SONT RETENUS PAR *
      * EDITAVIS POUR SUIVI SEPARE ; LES ADRESSES PEUVENT     *
      * ETRE CORRIGEES PAR CHARGPRO AVANT L'EDITION. CODE     *
      * RETOUR 4 SI UN AVIS EST RETENU. LES COMPTES ADHERENTS *
      * A L'AVIS DEMATERIALISE NE SONT PAS CONTROLES.         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLADRES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SORTIE-LOT  ASSIGN  TO  SORTLOT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS SL-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTIE-LOT.
       01  ENR-SORTIE-LOT.
           COPY XSORTLOT REPLACING 'X' BY SL.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'CTLADRES 00 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
           88 SL-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).
       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.

      * VUE DU RETOUR CALCULETTE PORTE PAR SORTLOT
       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.

       01  W-COM-CLE.
           05 W-COM-DEP            PIC X(2)  VALUE SPACE.
           05 W-COM-DIR            PIC X(1)  VALUE SPACE.
           05 W-COM-COM            PIC X(3)  VALUE SPACE.

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  W-MOTIF                 PIC X(30).
       01  W-NBLUS                 PIC 9(9) COMP VALUE 0.
       01  W-NBAVIS                PIC 9(9) COMP VALUE 0.
       01  W-NBABSENTS             PIC 9(9) COMP VALUE 0.
       01  W-NBINCOMPLETS          PIC 9(9) COMP VALUE 0.
       01  W-NBNPAI                PIC 9(9) COMP VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'CONTROLE DES ADRESSES AVANT EDITION DES AVIS - AVIS RETE
      -    'NUS'.
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-COMMUNE.
           05 FILLER               PIC X(8)  VALUE 'COMMUNE '.
           05 LO-DIR               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-COM               PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LO-LIBCOM            PIC X(30).
       01  LIGNE-COMPTE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LC-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-NATURE            PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-DDENOM            PIC X(38).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-MOTIF             PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-JNPAI             PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-CNPAI             PIC X(2).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT SORTIE-LOT.
           OPEN INPUT REFPRO.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           PERFORM 1000-TRAITER-ARTICLE
               THRU 1000-TRAITER-ARTICLE-EXIT
               UNTIL SL-FIN.

           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'AVIS A EDITER'                TO LG-LIBELLE.
           MOVE W-NBAVIS                       TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'COMPTES NON REFERENCES'       TO LG-LIBELLE.
           MOVE W-NBABSENTS                    TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ADRESSES INCOMPLETES'         TO LG-LIBELLE.
           MOVE W-NBINCOMPLETS                 TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'ADRESSES NPAI'                TO LG-LIBELLE.
           MOVE W-NBNPAI                       TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.

           CLOSE SORTIE-LOT REFPRO RAPPORT.
           DISPLAY 'CTLADRES - ARTICLES LUS        : ' W-NBLUS.
           DISPLAY 'CTLADRES - AVIS A EDITER       : ' W-NBAVIS.
           DISPLAY 'CTLADRES - COMPTES NON REFER.  : ' W-NBABSENTS.
           DISPLAY 'CTLADRES - ADRESSES INCOMPLETES: ' W-NBINCOMPLETS.
           DISPLAY 'CTLADRES - ADRESSES NPAI       : ' W-NBNPAI.
           IF W-NBABSENTS > 0 OR W-NBINCOMPLETS > 0 OR W-NBNPAI > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-ARTICLE.
      *---------------------------------------------------------
           READ SORTIE-LOT
               AT END SET SL-FIN TO TRUE
                      GO TO 1000-TRAITER-ARTICLE-EXIT
           END-READ.
           IF ENR-SORTIE-LOT (1:1) = '*'
               GO TO 1000-TRAITER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBLUS.
           MOVE SL-RETOUR TO RETB-VUE.

      * MEME SELECTION QU'EDITAVIS : ARTICLES SANS ANOMALIE, NON
      * EXTOURNES ET MIS EN RECOUVREMENT
           IF SL-CR NOT = 0 OR SL-EXTOURNE OR SL-SOUS-SEUIL
               GO TO 1000-TRAITER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBAVIS.

      * MEMES REGLES QUE LA RETENUE DES AVIS PAR EDITAVIS
           MOVE SPACE TO W-MOTIF LC-JNPAI LC-CNPAI LC-DDENOM.
           MOVE RETB-ANUPRO TO PR-ANUPRO.
           READ REFPRO
               INVALID KEY
                   MOVE 'COMPTE NON REFERENCE' TO W-MOTIF
                   ADD 1 TO W-NBABSENTS
           END-READ.
           IF W-MOTIF NOT = SPACE
               GO TO 1100-LISTER
           END-IF.
           MOVE PR-DDENOM TO LC-DDENOM.
      * AVIS DEMATERIALISE : L'ADRESSE POSTALE N'EST PAS UTILISEE
           IF PR-AVIS-DEMAT
               GO TO 1000-TRAITER-ARTICLE-EXIT
           END-IF.
           IF PR-NPAI
               MOVE 'ADRESSE NPAI' TO W-MOTIF
               MOVE PR-JNPAI TO LC-JNPAI
               MOVE PR-CNPAI TO LC-CNPAI
               ADD 1 TO W-NBNPAI
               GO TO 1100-LISTER
           END-IF.
           IF PR-CPOSTA = SPACE AND PR-DLIPOS = SPACE
              AND PR-DADRL1 = SPACE AND PR-DADRL2 = SPACE
               MOVE 'ADRESSE ABSENTE' TO W-MOTIF
               ADD 1 TO W-NBINCOMPLETS
               GO TO 1100-LISTER
           END-IF.
           IF PR-CPOSTA = SPACE
               MOVE 'CODE POSTAL NON SERVI' TO W-MOTIF
               ADD 1 TO W-NBINCOMPLETS
               GO TO 1100-LISTER
           END-IF.
           IF PR-DLIPOS = SPACE
               MOVE 'BUREAU DISTRIBUTEUR NON SERVI' TO W-MOTIF
               ADD 1 TO W-NBINCOMPLETS
               GO TO 1100-LISTER
           END-IF.
           GO TO 1000-TRAITER-ARTICLE-EXIT.

       1100-LISTER.
           IF RETB-CC2DEP NOT = W-COM-DEP
              OR RETB-CCODIR NOT = W-COM-DIR
              OR RETB-CCOCOM NOT = W-COM-COM
               PERFORM 2000-ENTETE-COMMUNE
                   THRU 2000-ENTETE-COMMUNE-EXIT
           END-IF.
           MOVE RETB-ANUPRO TO LC-ANUPRO.
           IF RETB-CCOBNB = '2'
               MOVE 'B ' TO LC-NATURE
           ELSE
               MOVE 'NB' TO LC-NATURE
           END-IF.
           MOVE W-MOTIF TO LC-MOTIF.
           WRITE ENR-RAPPORT FROM LIGNE-COMPTE.
       1000-TRAITER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ENTETE-COMMUNE.
      *---------------------------------------------------------
           MOVE RETB-CC2DEP TO W-COM-DEP.
           MOVE RETB-CCODIR TO W-COM-DIR.
           MOVE RETB-CCOCOM TO W-COM-COM.
           MOVE 'C' TO W-LIB-TYPE.
           MOVE W-COM-DEP TO W-LIB-DIR (1:2).
           MOVE W-COM-DIR TO W-LIB-DIR (3:1).
           MOVE SPACE TO W-LIB-CODE.
           MOVE W-COM-COM TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE W-LIB-DIR     TO LO-DIR.
           MOVE W-COM-COM     TO LO-COM.
           MOVE W-LIB-LIBELLE TO LO-LIBCOM.
           WRITE ENR-RAPPORT FROM LIGNE-COMMUNE.
       2000-ENTETE-COMMUNE-EXIT.
           EXIT.
       END PROGRAM CTLADRES.
