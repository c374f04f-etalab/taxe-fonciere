      * COMPTE SONT RESTITUEES EN SEQUENCE PROPRIETAIRE SANS  *
      * BALAYAGE COMPLET DES DEUX VSAM. LES COMPTES DEMANDES  *
      * SONT FOURNIS DANS UN FICHIER PARAMETRE (UN COMPTE     *
      * PAR ENREGISTREMENT : CGROUP + NNUPRO, SUIVI DU        *
      * MATRICULE DE L'AGENT DEMANDEUR). CHAQUE COMPTE        *
      * RESTITUE EST JOURNALISE SUR JNLNOM (MODULE JRNNOM)    *
      * AU NOM DE CET AGENT.                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       FD  PARAMCPT.
       01  ENR-PARAMCPT.
           05 PC-ANUPRO            PIC X(6).
           05 PC-MATRIC            PIC X(8).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).
           COPY XREFPRO REPLACING 'X' BY PR.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CONSPRO 01 DU 15/10/26'.

       01  PC-FS                   PIC X(2).
           88 PC-OK                     VALUE '00'.
           88 W-FIN-COMPTE              VALUE 'O'.
       01  W-NBLIQ                 PIC 9(7).

      * JOURNALISATION DES CONSULTATIONS (MODULE JRNNOM)
       01  W-JRN-FONCTION          PIC X(1).
       01  W-JRN-PROGRA            PIC X(8) VALUE 'CONSPRO'.
       01  W-JRN-AC3DIR            PIC X(3).
       01  W-JRN-CR                PIC 9(2).

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'CONSULTATION PAR COMPTE PROPRIETAIRE'.
       01  LIGNE-COMPTE.
               UNTIL PC-FIN.

           CLOSE PARAMCPT HISTOB HISTONB REFPRO RAPPORT.
           MOVE 'F' TO W-JRN-FONCTION.
           CALL 'JRNNOM' USING W-JRN-FONCTION PC-MATRIC W-JRN-PROGRA
                               W-JRN-AC3DIR PC-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
           GOBACK.

      *---------------------------------------------------------
                      GO TO 1000-TRAITER-COMPTE-EXIT
           END-READ.
           MOVE PC-ANUPRO TO LC-ANUPRO.
           MOVE SPACE TO W-JRN-AC3DIR.
           PERFORM 1500-SERVIR-TITULAIRE
               THRU 1500-SERVIR-TITULAIRE-EXIT.
           MOVE 0 TO W-NBLIQ.
                   TO ENR-RAPPORT (1:31)
               WRITE ENR-RAPPORT
           END-IF.

      * CONSULTATION JOURNALISEE AVEC LA DIRECTION DE LA PREMIERE
      * LIQUIDATION RESTITUEE
           MOVE 'E' TO W-JRN-FONCTION.
           CALL 'JRNNOM' USING W-JRN-FONCTION PC-MATRIC W-JRN-PROGRA
                               W-JRN-AC3DIR PC-ANUPRO W-JRN-CR
               ON EXCEPTION CONTINUE
           END-CALL.
       1000-TRAITER-COMPTE-EXIT.
           EXIT.

               GO TO 2000-LISTER-UN-HISTOB-EXIT
           END-IF.
           MOVE HB-RETOUR TO RETB-VUE.
           IF W-JRN-AC3DIR = SPACE
               MOVE HB-ACODIR TO W-JRN-AC3DIR
           END-IF.
           MOVE HB-JANIPT TO LD-JANIPT.
           MOVE HB-ACODIR TO LD-DIR.
           MOVE HB-CCOCOM TO LD-COM.
               GO TO 2100-LISTER-UN-HISTONB-EXIT
           END-IF.
           MOVE HNB-RETOUR TO RETNB-VUE.
           IF W-JRN-AC3DIR = SPACE
               MOVE HNB-ACODIR TO W-JRN-AC3DIR
           END-IF.
           MOVE HNB-JANIPT TO LD-JANIPT.
           MOVE HNB-ACODIR TO LD-DIR.
           MOVE HNB-CCOCOM TO LD-COM.
