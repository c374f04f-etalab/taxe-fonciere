      *    VALIDE L'INSTANCE : LE MOUVEMENT EST ALORS GENERE  *
      *    SUR LE FICHIER MVTAUD, APPLIQUE ET JOURNALISE PAR  *
      *    MAJTAUD COMME TOUTE RETOUCHE DE CAMPAGNE ;         *
      *    UNE MODIFICATION DE TAUX EST D'ABORD CHIFFREE PAR  *
      *    LE MODULE CHIFTAUX SUR LES BASES ARCHIVEES DE LA   *
      *    COMMUNE (ECART DE PRODUIT DE LA COLLECTIVITE,      *
      *    EFFET MOYEN PAR ARTICLE) ET DOIT ETRE CONFIRMEE ;  *
      *    AU-DELA DES SEUILS DE PARMCHIF, LE CODE DE         *
      *    CONFIRMATION DU SERVICE EST EXIGE, FAUTE DE QUOI   *
      *    L'INSTANCE RESTE EN ATTENTE ;                      *
      *    LES TAUX ET REFERENCES DU ROLE D'UNE COMMUNE       *
      *    HOMOLOGUEE SONT GELES (MODULE GELTAUD) : LEUR      *
      *    PREPARATION EST REFUSEE TANT QU'UN DEGEL N'A PAS   *
      *    ETE APPLIQUE. LE DEGEL SE PREPARE ET SE VALIDE     *
      *    COMME UNE MODIFICATION : ZONE 'DEGEL' SUR          *
      *    L'ARTICLE COMMUNE OU DIRECTION, MATRICULE DE       *
      *    L'AGENT AUTORISANT EN ANCIENNE VALEUR, MOTIF EN    *
      *    NOUVELLE VALEUR ;                                  *
      *  - MODE 'L' : LISTE DES INSTANCES EN ATTENTE.         *
      *********************************************************

           05 MV-NOUVEAU           PIC X(20).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'TMAJTAUD 01 DU 15/10/26'.

       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.
       01  W-SW-FININS             PIC X(1).
           88 W-FIN-INSTANCE            VALUE 'O'.

      * CHIFFRAGE D'IMPACT DES MODIFICATIONS DE TAUX (CHIFTAUX)
       01  W-FONCTION-CHIF         PIC X(1).
       01  W-CR-CHIF               PIC 9(2).
       01  W-SW-CONF               PIC X(1).
           88 W-CODE-EXIGE              VALUE 'O'.
       01  W-REPONSE               PIC X(1).
       01  CHIFFRAGE.
           COPY XCHIFTAU REPLACING 'X' BY CF.
       01  W-ED-MONTANT            PIC -(13)9.
       01  W-ED-MONTANT2           PIC -(13)9.
       01  W-ED-NBART              PIC Z(8)9.
       01  W-ED-MOYEN              PIC -(9)9.99.
       01  W-ED-PCT                PIC -(4)9.99.
       01  W-ED-SEUPCT             PIC ZZ9.99.
       01  W-ED-SEUMNT             PIC Z(11)9.

      * GEL DU TAUDIS APRES HOMOLOGATION DU ROLE (GELTAUD)
       01  W-FONCTION-GEL          PIC X(1).
       01  W-CR-GEL                PIC 9(2).
       01  GEL.
           COPY XGELTAU REPLACING 'X' BY GL.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
               THRU 2000-TRAITER-COMMANDE-EXIT
               UNTIL W-FIN-TRANSACTION.

           MOVE 'F' TO W-FONCTION-CHIF.
           CALL 'CHIFTAUX' USING W-FONCTION-CHIF CHIFFRAGE W-CR-CHIF
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE 'F' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION CONTINUE
           END-CALL.
           CLOSE TAUDIS INSTMAJ.
           DISPLAY 'TMAJTAUD - FIN DE LA TRANSACTION'.
           GOBACK.
               GO TO 3000-PREPARER-EXIT
           END-IF.

      * GEL DES TAUX ET DES REFERENCES DU ROLE APRES HOMOLOGATION
           IF W-SA-ZONE NOT = 'DEGEL   '
               PERFORM 3200-CONTROLER-GEL
                   THRU 3200-CONTROLER-GEL-EXIT
           END-IF.
           IF W-MOTIF NOT = SPACE
               DISPLAY 'PREPARATION REFUSEE : ' W-MOTIF
               DISPLAY 'UN DEGEL (ZONE DEGEL) DOIT ETRE VALIDE ET '
                       'APPLIQUE AU PREALABLE'
               GO TO 3000-PREPARER-EXIT
           END-IF.

      * MISE EN INSTANCE, DANS L'ATTENTE DU VALIDEUR
           ADD 1 TO W-DERNUM.
           MOVE W-DERNUM     TO IM-NUMERO.
               WHEN 'C' ALSO 'PMJTC   '
               WHEN 'C' ALSO 'NBIFTR  '
               WHEN 'C' ALSO 'PCFIDF  '
               WHEN 'C' ALSO 'PCOCOR  '
               WHEN 'C' ALSO 'JDBICN  '
               WHEN 'D' ALSO 'NBCOM1  '
               WHEN 'D' ALSO 'JANROL  '
                   IF W-SA-NOUVEAU (1:7) NOT NUMERIC
                       MOVE 'NOUVELLE VALEUR NON NUMERIQUE'
                           TO W-MOTIF
                   END-IF
               WHEN 'C' ALSO 'NBAICN  '
                   IF W-SA-NOUVEAU (1:2) NOT NUMERIC
                       MOVE 'NOUVELLE VALEUR NON NUMERIQUE'
                           TO W-MOTIF
                   ELSE
                       IF W-SA-NOUVEAU (1:2) > '12'
                           MOVE
                             'DUREE D''INTEGRATION SUPERIEURE A 12 ANS'
                               TO W-MOTIF
                       END-IF
                   END-IF
               WHEN 'C' ALSO 'RFEPCI  '
                   IF W-SA-NOUVEAU (1:3) NOT = 'FPA'
                      AND W-SA-NOUVEAU (1:3) NOT = 'FPU'
                      AND W-SA-NOUVEAU (1:3) NOT = SPACE
                       MOVE 'REGIME FISCAL EPCI AUTRE QUE FPA OU FPU'
                           TO W-MOTIF
                   END-IF
               WHEN 'R' ALSO 'PTBCOM  '
               WHEN 'R' ALSO 'PNBCOM  '
               WHEN 'R' ALSO 'PTBSYN  '
               WHEN 'R' ALSO 'PNBCAA  '
               WHEN 'R' ALSO 'PTBTSN1 '
               WHEN 'R' ALSO 'PNBTSN1 '
               WHEN 'R' ALSO 'PTBANC  '
               WHEN 'R' ALSO 'PNBANC  '
               WHEN 'D' ALSO 'PNBAGR  '
                   IF W-SA-NOUVEAU (1:10) NOT NUMERIC
                       MOVE 'NOUVEAU TAUX NON NUMERIQUE'
               WHEN 'C' ALSO 'GOKCU   '
               WHEN 'C' ALSO 'DNULTF  '
               WHEN 'C' ALSO 'GMJTC   '
               WHEN 'C' ALSO 'GZHSUP  '
               WHEN 'C' ALSO 'ACOGC   '
               WHEN 'R' ALSO 'GDEBIO  '
               WHEN 'D' ALSO 'JBAROL  '
                   CONTINUE
               WHEN 'C' ALSO 'DEGEL   '
               WHEN 'D' ALSO 'DEGEL   '
                   IF W-SA-ANCIEN (1:8) = SPACE
                      OR W-SA-NOUVEAU = SPACE
                       MOVE 'DEGEL SANS AUTORISANT OU SANS MOTIF'
                           TO W-MOTIF
                   END-IF
               WHEN OTHER
                   MOVE 'ZONE INCONNUE POUR CETTE LETTRE D''ARTICLE'
                       TO W-MOTIF
       3100-CONTROLER-ZONE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CONTROLER-GEL.
      *---------------------------------------------------------
      * LE MODULE RESTITUE L'ENREGISTREMENT TAUDIS LU
           INITIALIZE GEL.
           MOVE T-DIR        TO GL-DIR.
           MOVE T-COM        TO GL-COM.
           MOVE W-SA-ZONE    TO GL-ZONE.
           MOVE W-SA-NOUVEAU TO GL-NOUVEAU.
           MOVE 'TMAJTAUD'   TO GL-PROGRA.
           MOVE 'C' TO W-FONCTION-GEL.
           CALL 'GELTAUD' USING W-FONCTION-GEL GEL W-CR-GEL
               ON EXCEPTION MOVE 99 TO W-CR-GEL
           END-CALL.
           EVALUATE W-CR-GEL
               WHEN 30
                   MOVE 'COMMUNE HOMOLOGUEE : TAUDIS GELE' TO W-MOTIF
               WHEN 99
                   MOVE 'CONTROLE DU GEL INDISPONIBLE' TO W-MOTIF
           END-EVALUATE.
       3200-CONTROLER-GEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-VALIDER.
      *---------------------------------------------------------
               GO TO 4000-VALIDER-EXIT
           END-IF.

      * UNE MODIFICATION DE TAUX EST CHIFFREE ET CONFIRMEE AVANT
      * VALIDATION ; A DEFAUT L'INSTANCE RESTE EN ATTENTE
           PERFORM 4200-CHIFFRER-INSTANCE
               THRU 4200-CHIFFRER-INSTANCE-EXIT.
           IF W-MOTIF NOT = SPACE
               DISPLAY 'VALIDATION REFUSEE : ' W-MOTIF
               GO TO 4000-VALIDER-EXIT
           END-IF.

           MOVE 'V' TO IM-ETAT.
           MOVE W-MATRICULE TO IM-VALIDEUR.
           REWRITE ENR-INSTMAJ
       4100-TESTER-HABILITATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       4200-CHIFFRER-INSTANCE.
      *---------------------------------------------------------
      * IMPACT DE LA MODIFICATION SUR LES BASES ARCHIVEES DE LA
      * COMMUNE, SUR L'ANNEE DU ROLE DE LA DIRECTION
           MOVE SPACE TO W-MOTIF.
           MOVE 'N' TO W-SW-CONF.
           INITIALIZE CHIFFRAGE.
           MOVE IM-DIR TO T-DIR.
           MOVE LOW-VALUE TO T-COM T-CCOIFP T-CCPPER.
           READ TAUDIS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ENR-TAUDIS TO TAUDIS-DIR
                   IF T-D-JANROL NUMERIC
                       MOVE T-D-JANROL TO CF-JAN
                   END-IF
           END-READ.
           MOVE IM-DIR     TO CF-DIR.
           MOVE IM-COM     TO CF-COM.
           MOVE IM-ZONE    TO CF-ZONE.
           MOVE IM-ANCIEN  TO CF-ANCIEN.
           MOVE IM-NOUVEAU TO CF-NOUVEAU.
           MOVE 'C' TO W-FONCTION-CHIF.
           CALL 'CHIFTAUX' USING W-FONCTION-CHIF CHIFFRAGE W-CR-CHIF
               ON EXCEPTION MOVE 24 TO W-CR-CHIF
           END-CALL.

           EVALUATE W-CR-CHIF
               WHEN 0
                   PERFORM 4210-AFFICHER-CHIFFRAGE
                       THRU 4210-AFFICHER-CHIFFRAGE-EXIT
                   IF CF-A-CONFIRMER
                       SET W-CODE-EXIGE TO TRUE
                   END-IF
               WHEN 10
      * ZONE HORS TAUX : PAS DE CHIFFRAGE NI DE CONFIRMATION,
      * SAUF POUR LES TAUX D'AVANT FUSION NON CHIFFRABLES
                   IF IM-ZONE NOT = 'PTBANC  '
                      AND IM-ZONE NOT = 'PNBANC  '
                       GO TO 4200-CHIFFRER-INSTANCE-EXIT
                   END-IF
                   DISPLAY 'TAUX D''AVANT FUSION : IMPACT NON '
                           'CHIFFRABLE SUR LES BASES'
               WHEN OTHER
      * CHIFFRAGE IMPOSSIBLE : LA VALIDATION EXIGE LE CODE
                   DISPLAY 'CHIFFRAGE IMPOSSIBLE (CR ' W-CR-CHIF
                           ') : BASES ARCHIVEES ABSENTES OU '
                           'INDISPONIBLES'
                   SET W-CODE-EXIGE TO TRUE
           END-EVALUATE.

           DISPLAY 'CONFIRMEZ-VOUS LA VALIDATION (O/N) :'.
           MOVE SPACE TO W-REPONSE.
           ACCEPT W-REPONSE.
           IF W-REPONSE NOT = 'O'
               MOVE 'VALIDATION NON CONFIRMEE PAR LE VALIDEUR'
                   TO W-MOTIF
               GO TO 4200-CHIFFRER-INSTANCE-EXIT
           END-IF.
           IF NOT W-CODE-EXIGE
               GO TO 4200-CHIFFRER-INSTANCE-EXIT
           END-IF.

      * AU-DELA DES SEUILS, CODE DE CONFIRMATION DU SERVICE
           MOVE CF-SEUMNT TO W-ED-SEUMNT.
           MOVE CF-SEUPCT TO W-ED-SEUPCT.
           DISPLAY 'MODIFICATION AU-DELA DES SEUILS (ECART '
                   W-ED-SEUMNT ' EUROS OU VARIATION ' W-ED-SEUPCT
                   ' %)'.
           DISPLAY 'CODE DE CONFIRMATION :'.
           MOVE SPACE TO CF-CODSAI.
           ACCEPT CF-CODSAI.
           MOVE 'V' TO W-FONCTION-CHIF.
           CALL 'CHIFTAUX' USING W-FONCTION-CHIF CHIFFRAGE W-CR-CHIF
               ON EXCEPTION MOVE 41 TO W-CR-CHIF
           END-CALL.
           EVALUATE W-CR-CHIF
               WHEN 0
                   CONTINUE
               WHEN 40
                   MOVE 'CODE DE CONFIRMATION ERRONE' TO W-MOTIF
               WHEN OTHER
                   MOVE 'CODE DE CONFIRMATION NON PARAMETRE'
                       TO W-MOTIF
           END-EVALUATE.
       4200-CHIFFRER-INSTANCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4210-AFFICHER-CHIFFRAGE.
      *---------------------------------------------------------
           DISPLAY 'CHIFFRAGE ' CF-ZONE ' - ' CF-LIBCOL
                   ' - BASES ' CF-JANBAS.
           MOVE CF-BASE  TO W-ED-MONTANT.
           MOVE CF-NBART TO W-ED-NBART.
           DISPLAY '  BASES             : ' W-ED-MONTANT
                   '   ARTICLES : ' W-ED-NBART.
           MOVE CF-PRDANC TO W-ED-MONTANT.
           MOVE CF-PRDNOU TO W-ED-MONTANT2.
           DISPLAY '  PRODUIT ANCIEN    : ' W-ED-MONTANT
                   '   NOUVEAU  : ' W-ED-MONTANT2.
           MOVE CF-ECART  TO W-ED-MONTANT.
           MOVE CF-VARPCT TO W-ED-PCT.
           DISPLAY '  ECART DE PRODUIT  : ' W-ED-MONTANT
                   '   VARIATION DU TAUX : ' W-ED-PCT ' %'.
           MOVE CF-ECAMOY TO W-ED-MOYEN.
           DISPLAY '  EFFET MOYEN PAR ARTICLE : ' W-ED-MOYEN.
       4210-AFFICHER-CHIFFRAGE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-LISTER-INSTANCES.
      *---------------------------------------------------------
