      * PTBGEM/PNBGEM, PTBTSN/PNBTSN). UN ETAT DE CHARGEMENT  *
      * PAR DIRECTION LISTE TAUX REPRIS, TAUX RECONDUITS      *
      * D'OFFICE (ARTICLES R SANS AUCUNE DELIBERATION) ET     *
      * REJETS. LES TAUX D'UNE COMMUNE DONT LE ROLE EST       *
      * HOMOLOGUE SONT GELES (MODULE GELTAUD) : LA            *
      * DELIBERATION EST ALORS REJETEE, SAUF DEGEL PREALABLE. *
      *********************************************************

       IDENTIFICATION DIVISION.
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CHARGDEL 01 DU 15/10/26'.

       01  DB-FS                PIC X(2).
           88 DB-OK                  VALUE '00'.
       01  W-MOTIF              PIC X(40).
       01  IND-TSE              PIC 9(1).

      * GEL DU TAUDIS APRES HOMOLOGATION DU ROLE (GELTAUD)
       01  W-FONCTION-GEL       PIC X(1).
       01  W-CR-GEL             PIC 9(2).
       01  GEL.
           COPY XGELTAU REPLACING 'X' BY GL.

      * ARTICLES R TOUCHES PAR AU MOINS UNE DELIBERATION, POUR
      * COMPTER LES TAUX RECONDUITS D'OFFICE EN FIN DE CHARGEMENT
       01  W-MAXTOUCH           PIC 9(5) COMP VALUE 10000.
               THRU 6000-EDITER-ETAT-EXIT
               VARYING IY FROM 1 BY 1
               UNTIL IY > W-NBDIR.
           MOVE 'F' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION CONTINUE
           END-CALL.
           CLOSE DELIB TAUDIS RAPPORT.
           GOBACK.

                   GO TO 2000-TRAITER-DELIBERATION-EXIT
           END-EVALUATE.

      * GEL DES TAUX D'UNE COMMUNE DONT LE ROLE EST HOMOLOGUE
           PERFORM 2200-CONTROLER-GEL
               THRU 2200-CONTROLER-GEL-EXIT.
           IF W-MOTIF NOT = SPACE
               PERFORM 8000-REJETER
                   THRU 8000-REJETER-EXIT
               GO TO 2000-TRAITER-DELIBERATION-EXIT
           END-IF.

           MOVE TAUDIS-IFP TO ENR-TAUDIS.
           REWRITE ENR-TAUDIS
               INVALID KEY
       2110-TESTER-DIR-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CONTROLER-GEL.
      *---------------------------------------------------------
      * NOM DE LA ZONE DE TAUX AU SENS DE MAJTAUD (TBTS1 DONNE
      * PTBTSN1) ; LE MODULE RESTITUE L'ENREGISTREMENT TAUDIS LU
           INITIALIZE GEL.
           MOVE DL-DIR TO GL-DIR.
           MOVE DL-COM TO GL-COM.
           IF DL-TAXE (3:2) = 'TS'
               STRING 'P' DL-TAXE (1:4) 'N' DL-TAXE (5:1)
                   DELIMITED BY SIZE INTO GL-ZONE
           ELSE
               STRING 'P' DL-TAXE
                   DELIMITED BY SIZE INTO GL-ZONE
           END-IF.
           MOVE DL-TAUX (1:10) TO GL-NOUVEAU (1:10).
           MOVE 'CHARGDEL' TO GL-PROGRA.
           MOVE 'C' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION MOVE 99 TO W-CR-GEL
           END-CALL.
           EVALUATE W-CR-GEL
               WHEN 30
                   MOVE 'COMMUNE HOMOLOGUEE : TAUX GELES' TO W-MOTIF
               WHEN 99
                   MOVE 'CONTROLE DU GEL INDISPONIBLE' TO W-MOTIF
           END-EVALUATE.
       2200-CONTROLER-GEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-MARQUER-TOUCHE.
      *---------------------------------------------------------
