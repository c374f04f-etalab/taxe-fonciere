      *********************************************************
      * PROGRAMME COMPEXO                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ETAT DES ALLOCATIONS COMPENSATRICES D'EXONERATIONS,   *
      * EN FIN DE CAMPAGNE : LES BASES EXONEREES CONSERVEES   *
      * PAR ARCHBASE (RETENB/RETENNB) SONT CUMULEES PAR       *
      * COLLECTIVITE (COMMUNE, SYNDICATS DE LA COMMUNE, EPCI, *
      * DEPARTEMENT) ET PAR TYPE D'EXONERATION. LE TAUX DE    *
      * REFERENCE LEGAL ET LE COEFFICIENT DE L'ANNEE (FICHIER *
      * PARCOMP) LEUR SONT APPLIQUES ; A DEFAUT DE TAUX DE    *
      * REFERENCE, LE TAUX VOTE DE L'ARTICLE EST RETENU. UNE  *
      * COLLECTIVITE NE PERCEVANT PAS LA TAXE SUR L'ARTICLE   *
      * (TAUX VOTE NUL) N'EST PAS COMPENSEE.                  *
      * L'ETAT DE COMPENSATION EST EDITE PAR COLLECTIVITE ET  *
      * LE FICHIER NATIONAL CPSNAT (COPY XCPSNAT) EST PRODUIT *
      * POUR LA DIRECTION DU BUDGET ; IL EST REPRIS PAR       *
      * NOTIFBAS ET NOTIFTAX.                                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPEXO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARCOMP     ASSIGN  TO  PARCOMP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PC-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  CPSNAT      ASSIGN  TO  CPSNAT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CN-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRICOMP.
           SELECT  RETENB      ASSIGN  TO  RETENB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  RETENNB     ASSIGN  TO  RETENNB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRES DE LA CAMPAGNE : UN ENREGISTREMENT PAR TYPE
      * D'EXONERATION, PORTANT LE COEFFICIENT DE COMPENSATION ET
      * LES TAUX DE REFERENCE PAR COLLECTIVITE (1 COMMUNE,
      * 2 SYNDICAT, 3 EPCI, 4 DEPARTEMENT). TAUX NUL = TAUX VOTE
      * DE L'ARTICLE. TOUS LES ENREGISTREMENTS PORTENT L'ANNEE DE
      * LA CAMPAGNE TRAITEE
       FD  PARCOMP.
       01  ENR-PARCOMP.
           05 PC-DAN               PIC 9(4).
           05 PC-CTYEXO            PIC X(2).
           05 PC-COEF              PIC 9V9(6).
           05 PC-TXREF             PIC 9(3)V9(6) OCCURS 4.

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  CPSNAT.
       01  ENR-CPSNAT.
           COPY XCPSNAT REPLACING 'X' BY CN.

       FD  RETENB.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  RETENNB.
       01  ENR-RETENNB.
           02 RNB-CLETOT.
              10 RNB-JANIPT            PIC 9(4).
              10 RNB-ACODIR.
                 15 RNB-CCODEP         PIC X(2).
                 15 RNB-CCODIR         PIC X(1).
              10 RNB-CCOCOM            PIC X(3).
              10 RNB-DLETSR            PIC X(1).
              10 RNB-ANUPRO.
                 15 RNB-CGROUP         PIC X(1).
                 15 RNB-DNUMCP         PIC 9(5).
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

       FD  TAUDIS.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE.
              05 T-DIR        PIC X(3).
              05 T-COM        PIC X(3).
              05 T-CCOIFP     PIC X(3).
              05 T-CCPPER     PIC X(3).
           02 TAUDIS-SUITE    PIC X(2988).

      * ENREGISTREMENT DE TRI : COLLECTIVITE, TYPE D'EXONERATION,
      * BASE EXONEREE ET ALLOCATION DE L'ARTICLE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-RGCOL             PIC 9(1).
           05 TR-CODCOL            PIC X(9).
           05 TR-RGEXO             PIC 9(1).
           05 TR-BASE              PIC S9(10).
           05 TR-MONTANT           PIC S9(12).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'COMPEXO 00 DU 15/10/26'.

       01  PC-FS                   PIC X(2).
           88 PC-OK                     VALUE '00'.
           88 PC-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).
       01  CN-FS                   PIC X(2).
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  TAUDIS-FS               PIC X(2).
           88 TAUDIS-OK                 VALUE '00'.

       01  TAUDIS-COMMUNE.
           COPY T800 REPLACING 'X' BY T-C.
           COPY T84C REPLACING 'X' BY T-C.

       01  W-SW-FIN                PIC X(1).
           88 W-FIN-FICHIER             VALUE 'O'.
       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-COMMUNE-TROUVEE         VALUE 'O'.

       01  W-DAN                   PIC 9(4) VALUE 0.
       01  IND                     PIC 9(1) COMP.
       01  IX-EXO                  PIC 9(1) COMP.
       01  IX-COL                  PIC 9(1) COMP.

      * TYPES D'EXONERATION COMPENSES (RANG DANS LES TABLES)
       01  W-EXO-TABLE.
           05 FILLER               PIC X(28) VALUE
              'CNCONSTRUCTIONS NOUVELLES   '.
           05 FILLER               PIC X(28) VALUE
              'QPABATTEMENT QPV            '.
           05 FILLER               PIC X(28) VALUE
              'BIAGRICULTURE BIOLOGIQUE    '.
           05 FILLER               PIC X(28) VALUE
              'NZNATURA 2000               '.
           05 FILLER               PIC X(28) VALUE
              'ZHZONES HUMIDES             '.
           05 FILLER               PIC X(28) VALUE
              'DMARTICLES DOM SOUS SEUIL   '.
       01  W-EXO REDEFINES W-EXO-TABLE.
           05 W-EXO-ENTREE OCCURS 6.
              10 W-EXO-CODE        PIC X(2).
              10 W-EXO-LIBELLE     PIC X(26).

      * PARAMETRES DE L'ANNEE PAR TYPE D'EXONERATION ; SANS
      * PARAMETRE, COEFFICIENT 1 ET TAUX VOTES DES ARTICLES
       01  W-PARAMETRES.
           05 W-PAR-ENTREE OCCURS 6.
              10 W-PAR-SERVI       PIC X(1).
              10 W-PAR-COEF        PIC 9V9(6).
              10 W-PAR-TXREF       PIC 9(3)V9(6) OCCURS 4.

      * COLLECTIVITES (RANG DE TRI ET LIBELLE)
       01  W-COL-TABLE.
           05 FILLER               PIC X(15) VALUE 'COMCOMMUNE     '.
           05 FILLER               PIC X(15) VALUE 'SYNSYNDICATS   '.
           05 FILLER               PIC X(15) VALUE 'EPCEPCI        '.
           05 FILLER               PIC X(15) VALUE 'DEPDEPARTEMENT '.
       01  W-COL REDEFINES W-COL-TABLE.
           05 W-COL-ENTREE OCCURS 4.
              10 W-COL-TYPE        PIC X(3).
              10 W-COL-LIBELLE     PIC X(12).

      * ARTICLE EN COURS : BASE EXONEREE ET TAUX VOTE D'UNE
      * COLLECTIVITE POUR UN TYPE D'EXONERATION
       01  W-BASE-EXO              PIC S9(10).
       01  W-TAUX-VOTE             PIC S9(4)V9(6).
       01  W-TAUX-APPLIQUE         PIC 9(4)V9(6).

      * GROUPEMENT DE LA COMMUNE EN COURS (ARTICLE C DU TAUDIS)
       01  W-COM-LUE.
           05 W-LUE-AC3DIR         PIC X(3).
           05 W-LUE-CCOCOM         PIC X(3).
       01  W-CODE-EPCI.
           05 W-EPCI-AC3DIR        PIC X(3).
           05 W-EPCI-ACOGC         PIC X(4).
       01  W-CODE-COM.
           05 W-CCOM-AC3DIR        PIC X(3).
           05 W-CCOM-CCOCOM        PIC X(3).
       01  W-NBSANSGC              PIC 9(7) VALUE 0.
       01  W-NBARTB                PIC 9(7) VALUE 0.
       01  W-NBARTNB               PIC 9(7) VALUE 0.

      * RUPTURES : COLLECTIVITE PUIS TYPE D'EXONERATION
       01  W-COL-RGCOL             PIC 9(1).
       01  W-COL-CODCOL            PIC X(9).
       01  W-EXO-RGEXO             PIC 9(1).
       01  W-PREMIER               PIC X(1) VALUE 'O'.
           88 W-1ER-ENREG               VALUE 'O'.

       01  W-CUMUL-EXO.
           05 W-EXO-NBART          PIC 9(7).
           05 W-EXO-BASE           PIC S9(12).
           05 W-EXO-MONTANT        PIC S9(12).
       01  W-CUMUL-COL.
           05 W-CUM-BASE           PIC S9(12).
           05 W-CUM-MONTANT        PIC S9(12).
      * RECAPITULATIF PAR COLLECTIVITE ET TYPE D'EXONERATION
       01  W-RECAP.
           05 W-REC-COL OCCURS 4.
              10 W-REC-EXO OCCURS 6.
                 15 W-REC-NBCOL    PIC 9(7).
                 15 W-REC-BASE     PIC S9(14).
                 15 W-REC-MONTANT  PIC S9(14).
       01  W-GEN-MONTANT           PIC S9(14) VALUE 0.

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(53) VALUE
              'ETAT DES ALLOCATIONS COMPENSATRICES D''EXONERATIONS - '.
           05 FILLER               PIC X(6)  VALUE 'ANNEE '.
           05 LE-DAN               PIC 9(4).
       01  LIGNE-TITRES.
           05 FILLER               PIC X(31) VALUE '  EXONERATION'.
           05 FILLER               PIC X(7)  VALUE '   ART.'.
           05 FILLER               PIC X(15) VALUE '  BASE EXONEREE'.
           05 FILLER               PIC X(9)  VALUE '    COEF.'.
           05 FILLER               PIC X(15) VALUE '     ALLOCATION'.
       01  LIGNE-COLLECTIVITE.
           05 LC-LIBELLE           PIC X(12).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LC-CODCOL            PIC X(9).
       01  LIGNE-DETAIL.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-CTYEXO            PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-LIBELLE           PIC X(26).
           05 LD-NBART             PIC Z(6)9.
           05 LD-BASE              PIC -(14)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-COEF              PIC 9,9(6).
           05 LD-MONTANT           PIC -(14)9.
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LT-LIBELLE           PIC X(36).
           05 LT-BASE              PIC -(14)9.
           05 FILLER               PIC X(9)  VALUE SPACE.
           05 LT-MONTANT           PIC -(14)9.
       01  LIGNE-RECAP-TITRE.
           05 FILLER               PIC X(48) VALUE
              'RECAPITULATIF NATIONAL PAR TYPE DE COLLECTIVITE '.
           05 FILLER               PIC X(20) VALUE
              'ET D''EXONERATION'.
       01  LIGNE-RECAP.
           05 LR-LIBCOL            PIC X(12).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LR-CTYEXO            PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LR-LIBEXO            PIC X(26).
           05 LR-NBCOL             PIC Z(6)9.
           05 LR-BASE              PIC -(14)9.
           05 FILLER               PIC X(8)  VALUE SPACE.
           05 LR-MONTANT           PIC -(14)9.
       01  LIGNE-TOTGEN.
           05 FILLER               PIC X(62) VALUE
              '  TOTAL GENERAL DES ALLOCATIONS'.
           05 LG-MONTANT           PIC -(14)9.
       01  LIGNE-SANSGC.
           05 FILLER               PIC X(38) VALUE
              'ARTICLES SANS GROUPEMENT AU TAUDIS    '.
           05 LS-NBSANSGC          PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-CHARGER-PARAMETRES
               THRU 1000-CHARGER-PARAMETRES-EXIT.
           IF W-DAN = 0
               DISPLAY 'COMPEXO - PARAMETRE ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE W-RECAP.
      * BASES CONSERVEES ET TAUDIS SONT INDISPENSABLES A L'ETAT
           OPEN INPUT RETENB.
           IF NOT RB-OK
               DISPLAY 'COMPEXO - RETENB INACCESSIBLE (FS ' RB-FS
                       ') : ARRET'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RETENNB.
           IF NOT RNB-OK
               DISPLAY 'COMPEXO - RETENNB INACCESSIBLE (FS ' RNB-FS
                       ') : ARRET'
               CLOSE RETENB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TAUDIS.
           IF NOT TAUDIS-OK
               DISPLAY 'COMPEXO - TAUDIS INACCESSIBLE (FS ' TAUDIS-FS
                       ') : ARRET'
               CLOSE RETENB RETENNB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RAPPORT CPSNAT.
           MOVE W-DAN TO LE-DAN.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRES.

           SORT TRAVAIL
               ON ASCENDING KEY TR-RGCOL
                                TR-CODCOL
                                TR-RGEXO
               INPUT  PROCEDURE 2000-ALIMENTER-TRI
                   THRU 2000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 3000-EDITER-ETAT
                   THRU 3000-EDITER-ETAT-EXIT.

           PERFORM 4000-EDITER-RECAPITULATIF
               THRU 4000-EDITER-RECAPITULATIF-EXIT.

           CLOSE RETENB RETENNB TAUDIS RAPPORT CPSNAT.
           DISPLAY 'COMPEXO - ARTICLES BATIS LUS     : ' W-NBARTB.
           DISPLAY 'COMPEXO - ARTICLES NON BATIS LUS : ' W-NBARTNB.
           DISPLAY 'COMPEXO - ARTICLES SANS GROUPEMENT : '
                   W-NBSANSGC.
           GOBACK.

      *---------------------------------------------------------
       1000-CHARGER-PARAMETRES.
      *---------------------------------------------------------
           PERFORM 1050-PARAMETRE-DEFAUT
               THRU 1050-PARAMETRE-DEFAUT-EXIT
               VARYING IX-EXO FROM 1 BY 1
               UNTIL IX-EXO > 6.
      * PARCOMP ABSENT : LES VALEURS PAR DEFAUT RESTENT EN PLACE,
      * MAIS SANS ANNEE DE CAMPAGNE L'ETAT N'EST PAS PRODUIT
           OPEN INPUT PARCOMP.
           IF NOT PC-OK
               DISPLAY 'COMPEXO - PARCOMP ABSENT (FS ' PC-FS ')'
               GO TO 1000-CHARGER-PARAMETRES-EXIT
           END-IF.
           PERFORM 1100-LIRE-PARAMETRE
               THRU 1100-LIRE-PARAMETRE-EXIT
               UNTIL NOT PC-OK.
           CLOSE PARCOMP.
           IF W-DAN NOT = 0
               PERFORM 1060-CONTROLER-PARAMETRE
                   THRU 1060-CONTROLER-PARAMETRE-EXIT
                   VARYING IX-EXO FROM 1 BY 1
                   UNTIL IX-EXO > 6
           END-IF.
       1000-CHARGER-PARAMETRES-EXIT.
           EXIT.

      *---------------------------------------------------------
       1050-PARAMETRE-DEFAUT.
      *---------------------------------------------------------
           MOVE 'N' TO W-PAR-SERVI (IX-EXO).
           MOVE 1   TO W-PAR-COEF (IX-EXO).
           MOVE 0   TO W-PAR-TXREF (IX-EXO 1) W-PAR-TXREF (IX-EXO 2)
                       W-PAR-TXREF (IX-EXO 3) W-PAR-TXREF (IX-EXO 4).
       1050-PARAMETRE-DEFAUT-EXIT.
           EXIT.

      *---------------------------------------------------------
       1060-CONTROLER-PARAMETRE.
      *---------------------------------------------------------
           IF W-PAR-SERVI (IX-EXO) NOT = 'O'
               DISPLAY 'COMPEXO - SANS PARAMETRE POUR '
                       W-EXO-CODE (IX-EXO)
                       ' : COEFFICIENT 1 ET TAUX VOTES'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1060-CONTROLER-PARAMETRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-PARAMETRE.
      *---------------------------------------------------------
           READ PARCOMP
               AT END SET PC-FIN TO TRUE
                      GO TO 1100-LIRE-PARAMETRE-EXIT
           END-READ.
      * L'ANNEE DE LA CAMPAGNE EST CELLE DU PREMIER ENREGISTREMENT
           IF W-DAN = 0
               MOVE PC-DAN TO W-DAN
           END-IF.
           IF PC-DAN NOT = W-DAN
               DISPLAY 'COMPEXO - PARAMETRE HORS CAMPAGNE IGNORE : '
                       PC-DAN ' ' PC-CTYEXO
               GO TO 1100-LIRE-PARAMETRE-EXIT
           END-IF.
           MOVE 0 TO IX-EXO.
           PERFORM 1110-CHERCHER-EXONERATION
               THRU 1110-CHERCHER-EXONERATION-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 6.
           IF IX-EXO = 0 OR PC-COEF NOT NUMERIC
               DISPLAY 'COMPEXO - PARAMETRE INVALIDE IGNORE : '
                       PC-CTYEXO
               GO TO 1100-LIRE-PARAMETRE-EXIT
           END-IF.
           MOVE 'O'     TO W-PAR-SERVI (IX-EXO).
           MOVE PC-COEF TO W-PAR-COEF (IX-EXO).
           PERFORM 1120-CHARGER-TAUX-REF
               THRU 1120-CHARGER-TAUX-REF-EXIT
               VARYING IX-COL FROM 1 BY 1
               UNTIL IX-COL > 4.
       1100-LIRE-PARAMETRE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1110-CHERCHER-EXONERATION.
      *---------------------------------------------------------
           IF W-EXO-CODE (IND) = PC-CTYEXO
               MOVE IND TO IX-EXO
           END-IF.
       1110-CHERCHER-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1120-CHARGER-TAUX-REF.
      *---------------------------------------------------------
           IF PC-TXREF (IX-COL) NUMERIC
               MOVE PC-TXREF (IX-COL) TO W-PAR-TXREF (IX-EXO IX-COL)
           END-IF.
       1120-CHARGER-TAUX-REF-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-ALIMENTER-TRI.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FIN.
           MOVE W-DAN TO RB-JANIPT.
           MOVE LOW-VALUE TO RB-ACODIR RB-CCOCOM RB-DLETSR.
           START RETENB KEY NOT < RB-CLE
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2100-TRAITER-UN-BATI
               THRU 2100-TRAITER-UN-BATI-EXIT
               UNTIL W-FIN-FICHIER.

           MOVE 'N' TO W-SW-FIN.
           MOVE W-DAN TO RNB-JANIPT.
           MOVE LOW-VALUE TO RNB-ACODIR RNB-CCOCOM RNB-DLETSR
                             RNB-ANUPRO.
           START RETENNB KEY NOT < RNB-CLETOT
               INVALID KEY SET W-FIN-FICHIER TO TRUE
           END-START.
           PERFORM 2200-TRAITER-UN-NONBATI
               THRU 2200-TRAITER-UN-NONBATI-EXIT
               UNTIL W-FIN-FICHIER.
       2000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-BATI.
      *---------------------------------------------------------
           READ RETENB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2100-TRAITER-UN-BATI-EXIT
           END-READ.
           IF RB-JANIPT NOT = W-DAN
               SET W-FIN-FICHIER TO TRUE
               GO TO 2100-TRAITER-UN-BATI-EXIT
           END-IF.
           ADD 1 TO W-NBARTB.
           MOVE RB-ACODIR TO W-CCOM-AC3DIR.
           MOVE RB-CCOCOM TO W-CCOM-CCOCOM.
           PERFORM 2500-LIRE-GROUPEMENT
               THRU 2500-LIRE-GROUPEMENT-EXIT.

      * CONSTRUCTIONS NOUVELLES : LES QUATRE COLLECTIVITES
           MOVE 1 TO IX-EXO.
           IF RB-BEXCOM NUMERIC
               MOVE 1          TO IX-COL
               MOVE RB-BEXCOM  TO W-BASE-EXO
               MOVE RB-TAUCOM  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 2          TO IX-COL
               MOVE RB-BEXSYN  TO W-BASE-EXO
               MOVE RB-TAUSYN  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 3          TO IX-COL
               MOVE RB-BEXCU   TO W-BASE-EXO
               MOVE RB-TAUCU   TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 4          TO IX-COL
               MOVE RB-BEXDEP  TO W-BASE-EXO
               MOVE RB-TAUDEP  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
           END-IF.

      * ABATTEMENT QPV : MEME BASE POUR LA COMMUNE, LE SYNDICAT ET
      * L'EPCI (LE DEPARTEMENT N'EST PAS VISE)
           MOVE 2 TO IX-EXO.
           IF RB-BQPV NUMERIC
               MOVE RB-BQPV    TO W-BASE-EXO
               MOVE 1          TO IX-COL
               MOVE RB-TAUCOM  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 2          TO IX-COL
               MOVE RB-TAUSYN  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 3          TO IX-COL
               MOVE RB-TAUCU   TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
           END-IF.
       2100-TRAITER-UN-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-TRAITER-UN-NONBATI.
      *---------------------------------------------------------
           READ RETENNB NEXT
               AT END SET W-FIN-FICHIER TO TRUE
                      GO TO 2200-TRAITER-UN-NONBATI-EXIT
           END-READ.
           IF RNB-JANIPT NOT = W-DAN
               SET W-FIN-FICHIER TO TRUE
               GO TO 2200-TRAITER-UN-NONBATI-EXIT
           END-IF.
           ADD 1 TO W-NBARTNB.
           MOVE RNB-ACODIR TO W-CCOM-AC3DIR.
           MOVE RNB-CCOCOM TO W-CCOM-CCOCOM.
           PERFORM 2500-LIRE-GROUPEMENT
               THRU 2500-LIRE-GROUPEMENT-EXIT.

      * AGRICULTURE BIOLOGIQUE : BASES DU POSTE 3, TAUX DU POSTE 1
           MOVE 3 TO IX-EXO.
           IF RNB-DETAIL-BNBCOM (3) NUMERIC
               MOVE 1 TO IX-COL
               MOVE RNB-DETAIL-BNBCOM (3) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCOM (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 2 TO IX-COL
               MOVE RNB-DETAIL-BNBSYN (3) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUSYN (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 3 TO IX-COL
               MOVE RNB-DETAIL-BNBCU (3)  TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCU (1)  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
           END-IF.

      * NATURA 2000 ET ZONES HUMIDES : COMMUNE ET EPCI
           IF RNB-DETAIL-BNZCOM (1) NUMERIC
              AND RNB-DETAIL-BZHCOM (1) NUMERIC
               MOVE 4 TO IX-EXO
               MOVE 1 TO IX-COL
               MOVE RNB-DETAIL-BNZCOM (1) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCOM (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 3 TO IX-COL
               MOVE RNB-DETAIL-BNZCU (1)  TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCU (1)  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 5 TO IX-EXO
               MOVE 1 TO IX-COL
               MOVE RNB-DETAIL-BZHCOM (1) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCOM (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 3 TO IX-COL
               MOVE RNB-DETAIL-BZHCU (1)  TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCU (1)  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
           END-IF.

      * ARTICLES DOM SOUS SEUIL : BASES AVANT MISE A ZERO
           MOVE 6 TO IX-EXO.
           IF RNB-DETAIL-BDMCOM (1) NUMERIC
               MOVE 1 TO IX-COL
               MOVE RNB-DETAIL-BDMCOM (1) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCOM (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 2 TO IX-COL
               MOVE RNB-DETAIL-BDMSYN (1) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUSYN (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 3 TO IX-COL
               MOVE RNB-DETAIL-BDMCU (1)  TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUCU (1)  TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
               MOVE 4 TO IX-COL
               MOVE RNB-DETAIL-BDMDEP (1) TO W-BASE-EXO
               MOVE RNB-DETAIL-TAUDEP (1) TO W-TAUX-VOTE
               PERFORM 2800-RELACHER-BASE
                   THRU 2800-RELACHER-BASE-EXIT
           END-IF.
       2200-TRAITER-UN-NONBATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-LIRE-GROUPEMENT.
      *---------------------------------------------------------
      * CODE GROUPEMENT DE LA COMMUNE : ARTICLE C DU TAUDIS, LU
      * UNE FOIS PAR COMMUNE (LES ARCHIVES SONT DANS L'ORDRE DES
      * COMMUNES)
           IF W-CODE-COM = W-COM-LUE
               GO TO 2500-LIRE-GROUPEMENT-EXIT
           END-IF.
           MOVE W-CODE-COM    TO W-COM-LUE.
           MOVE W-CCOM-AC3DIR TO W-EPCI-AC3DIR.
           MOVE SPACE         TO W-EPCI-ACOGC.
           MOVE 'N'           TO W-SW-TROUVE.
           MOVE W-CCOM-AC3DIR TO T-DIR.
           MOVE W-CCOM-CCOCOM TO T-COM.
           MOVE LOW-VALUE     TO T-CCOIFP T-CCPPER.
           START TAUDIS KEY NOT < TAUDIS-CLE
               INVALID KEY GO TO 2500-LIRE-GROUPEMENT-EXIT
           END-START.
           PERFORM 2510-LIRE-UN-ARTICLE
               THRU 2510-LIRE-UN-ARTICLE-EXIT
               UNTIL W-COMMUNE-TROUVEE.
       2500-LIRE-GROUPEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2510-LIRE-UN-ARTICLE.
      *---------------------------------------------------------
           READ TAUDIS NEXT RECORD
               AT END SET W-COMMUNE-TROUVEE TO TRUE
                      GO TO 2510-LIRE-UN-ARTICLE-EXIT
           END-READ.
           IF T-DIR NOT = W-CCOM-AC3DIR
              OR T-COM NOT = W-CCOM-CCOCOM
               SET W-COMMUNE-TROUVEE TO TRUE
               GO TO 2510-LIRE-UN-ARTICLE-EXIT
           END-IF.
           IF TAUDIS-SUITE (2:1) = 'C'
               MOVE ENR-TAUDIS TO TAUDIS-COMMUNE
               MOVE T-C-ACOGC  TO W-EPCI-ACOGC
               SET W-COMMUNE-TROUVEE TO TRUE
           END-IF.
       2510-LIRE-UN-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2800-RELACHER-BASE.
      *---------------------------------------------------------
      * UNE COLLECTIVITE SANS TAUX VOTE SUR L'ARTICLE NE PERCOIT
      * PAS LA TAXE ET N'EST DONC PAS COMPENSEE
           IF W-BASE-EXO NOT NUMERIC OR W-BASE-EXO = 0
               GO TO 2800-RELACHER-BASE-EXIT
           END-IF.
           IF W-TAUX-VOTE NOT NUMERIC OR W-TAUX-VOTE NOT > 0
               GO TO 2800-RELACHER-BASE-EXIT
           END-IF.
           IF W-PAR-TXREF (IX-EXO IX-COL) > 0
               MOVE W-PAR-TXREF (IX-EXO IX-COL) TO W-TAUX-APPLIQUE
           ELSE
               MOVE W-TAUX-VOTE TO W-TAUX-APPLIQUE
           END-IF.

           MOVE IX-COL TO TR-RGCOL.
           MOVE IX-EXO TO TR-RGEXO.
           MOVE SPACE  TO TR-CODCOL.
           EVALUATE IX-COL
               WHEN 1
               WHEN 2
                   MOVE W-CODE-COM    TO TR-CODCOL
               WHEN 3
                   IF W-EPCI-ACOGC = SPACE
                       ADD 1 TO W-NBSANSGC
                       GO TO 2800-RELACHER-BASE-EXIT
                   END-IF
                   MOVE W-CODE-EPCI   TO TR-CODCOL
               WHEN 4
                   MOVE W-CCOM-AC3DIR (1:2) TO TR-CODCOL
           END-EVALUATE.
           MOVE W-BASE-EXO TO TR-BASE.
           COMPUTE TR-MONTANT ROUNDED =
               W-BASE-EXO * W-TAUX-APPLIQUE / 100
                          * W-PAR-COEF (IX-EXO).
           RELEASE ENR-TRAVAIL.
       2800-RELACHER-BASE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-EDITER-ETAT.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 3100-TRAITER-UNE-BASE
               THRU 3100-TRAITER-UNE-BASE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3500-CLOTURER-EXONERATION
               THRU 3500-CLOTURER-EXONERATION-EXIT.
           PERFORM 3600-CLOTURER-COLLECTIVITE
               THRU 3600-CLOTURER-COLLECTIVITE-EXIT.
       3000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-TRAITER-UNE-BASE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 3100-TRAITER-UNE-BASE-EXIT
           END-RETURN.

           IF W-1ER-ENREG
              OR TR-RGCOL  NOT = W-COL-RGCOL
              OR TR-CODCOL NOT = W-COL-CODCOL
               PERFORM 3500-CLOTURER-EXONERATION
                   THRU 3500-CLOTURER-EXONERATION-EXIT
               PERFORM 3600-CLOTURER-COLLECTIVITE
                   THRU 3600-CLOTURER-COLLECTIVITE-EXIT
               MOVE 'N'        TO W-PREMIER
               MOVE TR-RGCOL   TO W-COL-RGCOL
               MOVE TR-CODCOL  TO W-COL-CODCOL LC-CODCOL
               MOVE W-COL-LIBELLE (TR-RGCOL) TO LC-LIBELLE
               WRITE ENR-RAPPORT FROM LIGNE-COLLECTIVITE
               MOVE TR-RGEXO   TO W-EXO-RGEXO
           END-IF.
           IF TR-RGEXO NOT = W-EXO-RGEXO
               PERFORM 3500-CLOTURER-EXONERATION
                   THRU 3500-CLOTURER-EXONERATION-EXIT
               MOVE TR-RGEXO   TO W-EXO-RGEXO
           END-IF.

           ADD 1          TO W-EXO-NBART.
           ADD TR-BASE    TO W-EXO-BASE.
           ADD TR-MONTANT TO W-EXO-MONTANT.
       3100-TRAITER-UNE-BASE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-CLOTURER-EXONERATION.
      *---------------------------------------------------------
      * LIGNE DU TYPE D'EXONERATION SUR L'ETAT ET ENREGISTREMENT
      * DU FICHIER NATIONAL, PUIS REPORT SUR LA COLLECTIVITE ET
      * SUR LE RECAPITULATIF
           IF W-1ER-ENREG OR W-EXO-NBART = 0
               GO TO 3500-CLOTURER-EXONERATION-EXIT
           END-IF.
           MOVE W-EXO-CODE (W-EXO-RGEXO)    TO LD-CTYEXO.
           MOVE W-EXO-LIBELLE (W-EXO-RGEXO) TO LD-LIBELLE.
           MOVE W-EXO-NBART                 TO LD-NBART.
           MOVE W-EXO-BASE                  TO LD-BASE.
           MOVE W-PAR-COEF (W-EXO-RGEXO)    TO LD-COEF.
           MOVE W-EXO-MONTANT               TO LD-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.

           MOVE W-DAN                       TO CN-DAN.
           MOVE W-COL-TYPE (W-COL-RGCOL)    TO CN-TYPCOL.
           MOVE W-COL-CODCOL                TO CN-CODCOL.
           MOVE W-EXO-CODE (W-EXO-RGEXO)    TO CN-CTYEXO.
           MOVE W-EXO-NBART                 TO CN-NBART.
           MOVE W-EXO-BASE                  TO CN-BASE.
           MOVE W-PAR-COEF (W-EXO-RGEXO)    TO CN-COEF.
           MOVE W-EXO-MONTANT               TO CN-MONTANT.
           WRITE ENR-CPSNAT.

           ADD W-EXO-BASE    TO W-CUM-BASE.
           ADD W-EXO-MONTANT TO W-CUM-MONTANT.
           ADD 1             TO W-REC-NBCOL (W-COL-RGCOL W-EXO-RGEXO).
           ADD W-EXO-BASE    TO W-REC-BASE (W-COL-RGCOL W-EXO-RGEXO).
           ADD W-EXO-MONTANT
               TO W-REC-MONTANT (W-COL-RGCOL W-EXO-RGEXO).
           INITIALIZE W-CUMUL-EXO.
       3500-CLOTURER-EXONERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       3600-CLOTURER-COLLECTIVITE.
      *---------------------------------------------------------
           IF W-1ER-ENREG
               INITIALIZE W-CUMUL-EXO W-CUMUL-COL
               GO TO 3600-CLOTURER-COLLECTIVITE-EXIT
           END-IF.
           MOVE 'TOTAL COLLECTIVITE' TO LT-LIBELLE.
           MOVE W-CUM-BASE           TO LT-BASE.
           MOVE W-CUM-MONTANT        TO LT-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           ADD W-CUM-MONTANT TO W-GEN-MONTANT.
           INITIALIZE W-CUMUL-COL.
       3600-CLOTURER-COLLECTIVITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EDITER-RECAPITULATIF.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-RECAP-TITRE.
           PERFORM 4100-EDITER-LIGNE-RECAP
               THRU 4100-EDITER-LIGNE-RECAP-EXIT
               VARYING IX-COL FROM 1 BY 1 UNTIL IX-COL > 4
                 AFTER IX-EXO FROM 1 BY 1 UNTIL IX-EXO > 6.
           MOVE W-GEN-MONTANT TO LG-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-TOTGEN.
           MOVE W-NBSANSGC    TO LS-NBSANSGC.
           WRITE ENR-RAPPORT FROM LIGNE-SANSGC.
       4000-EDITER-RECAPITULATIF-EXIT.
           EXIT.

      *---------------------------------------------------------
       4100-EDITER-LIGNE-RECAP.
      *---------------------------------------------------------
           IF W-REC-NBCOL (IX-COL IX-EXO) = 0
               GO TO 4100-EDITER-LIGNE-RECAP-EXIT
           END-IF.
           MOVE W-COL-LIBELLE (IX-COL)        TO LR-LIBCOL.
           MOVE W-EXO-CODE (IX-EXO)           TO LR-CTYEXO.
           MOVE W-EXO-LIBELLE (IX-EXO)        TO LR-LIBEXO.
           MOVE W-REC-NBCOL (IX-COL IX-EXO)   TO LR-NBCOL.
           MOVE W-REC-BASE (IX-COL IX-EXO)    TO LR-BASE.
           MOVE W-REC-MONTANT (IX-COL IX-EXO) TO LR-MONTANT.
           WRITE ENR-RAPPORT FROM LIGNE-RECAP.
       4100-EDITER-LIGNE-RECAP-EXIT.
           EXIT.
       END PROGRAM COMPEXO.
