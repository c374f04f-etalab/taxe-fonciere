      *********************************************************
      * PROGRAMME DOUBLPRO                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * DETECTION DES COMPTES PROPRIETAIRES PRESUMES EN       *
      * DOUBLON DANS LE REFERENTIEL REFPRO : LES COMPTES NON  *
      * FUSIONNES SONT RAPPROCHES PAR SIREN (PERSONNES        *
      * MORALES) ET PAR DESIGNATION, ADRESSE ET CODE POSTAL   *
      * IDENTIQUES. CHAQUE GROUPE D'AU MOINS DEUX COMPTES EST *
      * EDITE ; LE PLUS PETIT NUMERO EST PROPOSE COMME COMPTE *
      * CONSERVE ET LES AUTRES SONT ECRITS SUR FUSCAND AU     *
      * FORMAT DU FICHIER DES COUPLES DE FUSIPRO. LES         *
      * SUGGESTIONS SONT INSTRUITES PAR LE SIP AVANT TOUTE    *
      * FUSION.                                               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLPRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PR-ANUPRO
                               FILE STATUS PR-FS.
           SELECT  CANDIDATS   ASSIGN  TO  FUSCAND
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS FC-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRIDOUPR.

       DATA DIVISION.
       FILE SECTION.
       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

      * COUPLES SUGGERES, AU FORMAT DU FICHIER D'ENTREE DE FUSIPRO
       FD  CANDIDATS.
       01  ENR-CANDIDATS.
           05 FC-ANUCON            PIC X(6).
           05 FC-ANUSUP            PIC X(6).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

      * ENREGISTREMENT DE TRI : CRITERE DE RAPPROCHEMENT (SIREN OU
      * DESIGNATION + ADRESSE) PUIS COMPTE ; LES COMPTES D'UN MEME
      * CRITERE SORTENT ADJACENTS, LE PLUS ANCIEN EN TETE
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CRITERE.
              10 TR-TYPE           PIC X(1).
                 88 TR-PAR-SIREN        VALUE '1'.
                 88 TR-PAR-ADRESSE      VALUE '2'.
              10 TR-VALEUR         PIC X(75).
           05 TR-ANUPRO            PIC X(6).
           05 TR-DDENOM            PIC X(38).
           05 TR-CPOSTA            PIC X(5).
           05 TR-DLIPOS            PIC X(26).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'DOUBLPRO 00 DU 15/10/26'.

       01  PR-FS                   PIC X(2).
           88 PR-OK                     VALUE '00'.
           88 PR-FIN                    VALUE '10'.
       01  FC-FS                   PIC X(2).
       01  RP-FS                   PIC X(2).

       01  W-SW-FINTRI             PIC X(1).
           88 W-FIN-TRI                 VALUE 'O'.
       01  W-SW-TROUVE             PIC X(1).
           88 W-DEJA-PROPOSE            VALUE 'O'.
       01  W-CRITERE-PREC          PIC X(76) VALUE HIGH-VALUE.
       01  W-VALEUR-ADR.
           05 W-VA-DDENOM          PIC X(38).
           05 W-VA-DADRL2          PIC X(32).
           05 W-VA-CPOSTA          PIC X(5).

      * COMPTES DU GROUPE EN COURS (MEME CRITERE)
       01  W-MAXGRP                PIC 9(4) COMP VALUE 50.
       01  W-NBGRP                 PIC 9(4) COMP VALUE 0.
       01  TABLE-GRP.
           05 GRP-ENTREE OCCURS 50.
              10 GRP-ANUPRO        PIC X(6).
              10 GRP-DDENOM        PIC X(38).
              10 GRP-CPOSTA        PIC X(5).
              10 GRP-DLIPOS        PIC X(26).
       01  W-TYPE-GRP              PIC X(1).
       01  W-VALEUR-GRP            PIC X(75).
       01  IXG                     PIC 9(4) COMP.

      * COMPTES DEJA PROPOSES A LA SUPPRESSION : UN COMPTE PRESENT
      * DANS UN GROUPE SIREN ET DANS UN GROUPE ADRESSE N'EST
      * SUGGERE QU'UNE FOIS
       01  W-MAXSUP                PIC 9(5) COMP VALUE 5000.
       01  W-NBSUP                 PIC 9(5) COMP VALUE 0.
       01  TABLE-SUP.
           05 SUP-ANUPRO           PIC X(6) OCCURS 5000.
       01  IXS                     PIC 9(5) COMP.

       01  W-NBLUS                 PIC 9(7) VALUE 0.
       01  W-NBFUSIONNES           PIC 9(7) VALUE 0.
       01  W-NBGROUPES             PIC 9(7) VALUE 0.
       01  W-NBCOUPLES             PIC 9(7) VALUE 0.

       01  LIGNE-ENTETE            PIC X(132) VALUE
           'COMPTES PROPRIETAIRES PRESUMES EN DOUBLON - SUGGESTIONS
      -    'DE FUSION A INSTRUIRE PAR LE SIP'.
       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-GROUPE.
           05 FILLER               PIC X(12) VALUE 'RAPPROCHES '.
           05 LR-CRITERE           PIC X(22).
           05 LR-VALEUR            PIC X(75).
       01  LIGNE-COMPTE.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LD-ANUPRO            PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DDENOM            PIC X(38).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CPOSTA            PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DLIPOS            PIC X(26).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-SUGGESTION        PIC X(30).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT REFPRO.
           IF NOT PR-OK
               DISPLAY 'DOUBLPRO - REFERENTIEL REFPRO INDISPONIBLE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CANDIDATS RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.

           SORT TRAVAIL
               ON ASCENDING KEY TR-CRITERE
               ON ASCENDING KEY TR-ANUPRO
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-RAPPROCHER
                   THRU 2000-RAPPROCHER-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-TERMINAISON-EXIT.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-LIRE-REFPRO
               THRU 1100-LIRE-REFPRO-EXIT
               UNTIL PR-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-REFPRO.
      *---------------------------------------------------------
           READ REFPRO NEXT RECORD
               AT END SET PR-FIN TO TRUE
                      GO TO 1100-LIRE-REFPRO-EXIT
           END-READ.
           ADD 1 TO W-NBLUS.
      * UN COMPTE DEJA RETIRE PAR FUSION N'EST PLUS RAPPROCHE
           IF PR-COMPTE-FUSIONNE
               ADD 1 TO W-NBFUSIONNES
               GO TO 1100-LIRE-REFPRO-EXIT
           END-IF.
           MOVE PR-ANUPRO TO TR-ANUPRO.
           MOVE PR-DDENOM TO TR-DDENOM.
           MOVE PR-CPOSTA TO TR-CPOSTA.
           MOVE PR-DLIPOS TO TR-DLIPOS.
           IF PR-DSIREN NOT = SPACE
               MOVE '1'       TO TR-TYPE
               MOVE PR-DSIREN TO TR-VALEUR
               RELEASE ENR-TRAVAIL
           END-IF.
           IF PR-DDENOM NOT = SPACE
               MOVE PR-DDENOM TO W-VA-DDENOM
               MOVE PR-DADRL2 TO W-VA-DADRL2
               MOVE PR-CPOSTA TO W-VA-CPOSTA
               MOVE '2'          TO TR-TYPE
               MOVE W-VALEUR-ADR TO TR-VALEUR
               RELEASE ENR-TRAVAIL
           END-IF.
       1100-LIRE-REFPRO-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-RAPPROCHER.
      *---------------------------------------------------------
           MOVE 'N' TO W-SW-FINTRI.
           PERFORM 2100-RAPPROCHER-UN-COMPTE
               THRU 2100-RAPPROCHER-UN-COMPTE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 2200-CLORE-GROUPE
               THRU 2200-CLORE-GROUPE-EXIT.
       2000-RAPPROCHER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-RAPPROCHER-UN-COMPTE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-RAPPROCHER-UN-COMPTE-EXIT
           END-RETURN.
           IF TR-CRITERE NOT = W-CRITERE-PREC
               PERFORM 2200-CLORE-GROUPE
                   THRU 2200-CLORE-GROUPE-EXIT
               MOVE TR-CRITERE TO W-CRITERE-PREC
               MOVE TR-TYPE    TO W-TYPE-GRP
               MOVE TR-VALEUR  TO W-VALEUR-GRP
           END-IF.
      * AU-DELA DE LA TAILLE DE LA TABLE, LES COMPTES DU GROUPE NE
      * SONT PAS EDITES (CRITERE TROP PEU DISCRIMINANT)
           IF W-NBGRP >= W-MAXGRP
               GO TO 2100-RAPPROCHER-UN-COMPTE-EXIT
           END-IF.
           ADD 1 TO W-NBGRP.
           MOVE TR-ANUPRO TO GRP-ANUPRO (W-NBGRP).
           MOVE TR-DDENOM TO GRP-DDENOM (W-NBGRP).
           MOVE TR-CPOSTA TO GRP-CPOSTA (W-NBGRP).
           MOVE TR-DLIPOS TO GRP-DLIPOS (W-NBGRP).
       2100-RAPPROCHER-UN-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2200-CLORE-GROUPE.
      *---------------------------------------------------------
           IF W-NBGRP < 2
               MOVE 0 TO W-NBGRP
               GO TO 2200-CLORE-GROUPE-EXIT
           END-IF.
           ADD 1 TO W-NBGROUPES.
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           IF W-TYPE-GRP = '1'
               MOVE 'PAR SIREN :'           TO LR-CRITERE
               MOVE W-VALEUR-GRP (1:9)      TO LR-VALEUR
           ELSE
               MOVE 'PAR NOM ET ADRESSE :'  TO LR-CRITERE
               MOVE W-VALEUR-GRP            TO LR-VALEUR
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-GROUPE.
           PERFORM 2210-EDITER-COMPTE
               THRU 2210-EDITER-COMPTE-EXIT
               VARYING IXG FROM 1 BY 1 UNTIL IXG > W-NBGRP.
           MOVE 0 TO W-NBGRP.
       2200-CLORE-GROUPE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2210-EDITER-COMPTE.
      *---------------------------------------------------------
      * LE PREMIER COMPTE DU GROUPE EST PROPOSE COMME CONSERVE,
      * LES SUIVANTS COMME SUPPRIMES
           MOVE GRP-ANUPRO (IXG) TO LD-ANUPRO.
           MOVE GRP-DDENOM (IXG) TO LD-DDENOM.
           MOVE GRP-CPOSTA (IXG) TO LD-CPOSTA.
           MOVE GRP-DLIPOS (IXG) TO LD-DLIPOS.
           IF IXG = 1
               MOVE 'COMPTE A CONSERVER'       TO LD-SUGGESTION
               WRITE ENR-RAPPORT FROM LIGNE-COMPTE
               GO TO 2210-EDITER-COMPTE-EXIT
           END-IF.
           MOVE 'N' TO W-SW-TROUVE.
           PERFORM 2220-CHERCHER-PROPOSE
               THRU 2220-CHERCHER-PROPOSE-EXIT
               VARYING IXS FROM 1 BY 1
               UNTIL IXS > W-NBSUP OR W-DEJA-PROPOSE.
           IF W-DEJA-PROPOSE
               MOVE 'DEJA PROPOSE A LA FUSION'  TO LD-SUGGESTION
               WRITE ENR-RAPPORT FROM LIGNE-COMPTE
               GO TO 2210-EDITER-COMPTE-EXIT
           END-IF.
           MOVE 'A FUSIONNER DANS LE PREMIER'  TO LD-SUGGESTION.
           WRITE ENR-RAPPORT FROM LIGNE-COMPTE.
           MOVE GRP-ANUPRO (1)   TO FC-ANUCON.
           MOVE GRP-ANUPRO (IXG) TO FC-ANUSUP.
           WRITE ENR-CANDIDATS.
           ADD 1 TO W-NBCOUPLES.
           IF W-NBSUP < W-MAXSUP
               ADD 1 TO W-NBSUP
               MOVE GRP-ANUPRO (IXG) TO SUP-ANUPRO (W-NBSUP)
           END-IF.
       2210-EDITER-COMPTE-EXIT.
           EXIT.

      *---------------------------------------------------------
       2220-CHERCHER-PROPOSE.
      *---------------------------------------------------------
           IF SUP-ANUPRO (IXS) = GRP-ANUPRO (IXG)
              OR SUP-ANUPRO (IXS) = GRP-ANUPRO (1)
               SET W-DEJA-PROPOSE TO TRUE
           END-IF.
       2220-CHERCHER-PROPOSE-EXIT.
           EXIT.

      *---------------------------------------------------------
       9000-TERMINAISON.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-SEPARATION.
           MOVE 'COMPTES LUS'                   TO LG-LIBELLE.
           MOVE W-NBLUS                         TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'COMPTES DEJA FUSIONNES'        TO LG-LIBELLE.
           MOVE W-NBFUSIONNES                   TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'GROUPES DE COMPTES RAPPROCHES' TO LG-LIBELLE.
           MOVE W-NBGROUPES                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'COUPLES DE FUSION SUGGERES'    TO LG-LIBELLE.
           MOVE W-NBCOUPLES                     TO LG-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           CLOSE REFPRO CANDIDATS RAPPORT.
           DISPLAY 'DOUBLPRO - COMPTES LUS          : ' W-NBLUS.
           DISPLAY 'DOUBLPRO - GROUPES RAPPROCHES   : ' W-NBGROUPES.
           DISPLAY 'DOUBLPRO - COUPLES SUGGERES     : ' W-NBCOUPLES.
       9000-TERMINAISON-EXIT.
           EXIT.
       END PROGRAM DOUBLPRO.
