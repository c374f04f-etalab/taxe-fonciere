      -    'VARS START: DATEUPD TIMEUPD PROGRAMMERNAME MODNAME LVNO UPNO
      -    ' DATA-SET-NAME-FOR-THE-LIBRARIAN-MASTER-FILESLAT VARS END'.

       01 VERSION PIC X(23) VALUE 'CTXTA3N 03 DU 15/10/26'.
       01 PARM          PIC X .

      * MODE ANNEE HISTORIQUE (CR = 98 EN ENTREE) : UN ARTICLE DONT
      * L'ANNEE D'IMPOSITION EST ANTERIEURE A L'ANNEE DE CAMPAGNE
      * EST LIQUIDE AVEC LES TAUX DE SON MILLESIME, LUS PAR EFITAUX2
      * DANS LE TAUDIS HISTORISE (TAUHIST) ; MILLESIME ABSENT = CR 28
      * SANS REPLI SUR LES TAUX COURANTS. LA SOURCE EST RESTITUEE
      * DANS RT-GVOIE ('H')
      *--- SOURCE DES TAUX, LUE PAR EFITAUX2 ----
      *    'H' = REFERENTIEL TAUDIS HISTORISE DU MILLESIME (TAUHIST)
      *    AUTRE VALEUR = TAUDIS COURANT
       01 TAUDIS-SOURCE            PIC X EXTERNAL.
          88 TAUDIS-HISTORISE          VALUE 'H'.
       01 W-SW-HISTO               PIC X VALUE 'N'.
          88 W-HISTO-DEMANDE           VALUE 'O'.
       01 RT-VUE.
          COPY XRETNB REPLACING 'X' BY RT.

      * CONTROLE DE PRESCRIPTION DES CONTEXTES 'S' ET 'C' : UN
      * ARTICLE DONT L'ANNEE D'IMPOSITION EST ANTERIEURE AU DELAI
      * DE REPRISE LEGAL (EN ANNEES, PAR RAPPORT A L'ANNEE DE

       PROCEDURE DIVISION   USING   ENTREE SORTIE CR RC BASES.
       TRAIT.
               MOVE 'N' TO W-SW-HISTO
               MOVE SPACE TO TAUDIS-SOURCE
               IF CR  = 99
                   MOVE 'M' TO PARM
               ELSE
                   MOVE ' ' TO PARM
                   IF CR = 98
                       MOVE 'O' TO W-SW-HISTO
                   END-IF
               END-IF
               MOVE 00      TO CR

               GOBACK
           END-IF

      * MODE ANNEE HISTORIQUE : CHOIX DE LA SOURCE DES TAUX
           IF W-HISTO-DEMANDE
               PERFORM CHOISIR-SOURCE-TAUX
                   THRU CHOISIR-SOURCE-TAUX-FIN
           END-IF

           EVALUATE ANNEE
             WHEN 2010
               CALL  'EFITA3N0' USING ENTREE SORTIE CR RC PARM BASES
               MOVE 90 TO CR
               MOVE 01 TO RC
           END-EVALUATE
           IF TAUDIS-HISTORISE
               IF CR NOT = 90
                   MOVE SORTIE TO RT-VUE
                   MOVE 'H'    TO RT-GVOIE
                   MOVE RT-VUE TO SORTIE
               END-IF
               MOVE SPACE TO TAUDIS-SOURCE
           END-IF
           GOBACK.

      * UN MILLESIME ANTERIEUR A L'ANNEE DE CAMPAGNE EST AIGUILLE
      * VERS EFITAUX2 (PARM 'M') EN LECTURE DU TAUDIS HISTORISE
       CHOISIR-SOURCE-TAUX.
           IF ANNEE NOT NUMERIC
               GO TO CHOISIR-SOURCE-TAUX-FIN
           END-IF.
           MOVE ANNEE TO W-ANNEE-N.
           IF W-ANNEE-N < W-ANCAMP
               MOVE 'M' TO PARM
               MOVE 'H' TO TAUDIS-SOURCE
           END-IF.
       CHOISIR-SOURCE-TAUX-FIN.
           EXIT.

      * REJET CR 93 DES ARTICLES 'S'/'C' DONT L'ANNEE D'IMPOSITION
      * EST ANTERIEURE AU DELAI DE REPRISE, SAUF DEROGATION
      * JUDICIAIRE SUR LES CONTEXTES CONTENTIEUX
              GO TO CONTROLER-PRESCRIPTION-FIN
           END-IF.
           MOVE ANNEE TO W-ANNEE-N.
      * ROLE SUPPLEMENTAIRE : LE DELAI DE REPRISE COURT A COMPTER
      * DE L'ANNEE D'ORIGINE DE L'IMPOSITION ELUDEE SI ELLE EST
      * SERVIE ET ANTERIEURE A L'ANNEE D'IMPOSITION
           IF EN-JANORI NUMERIC AND EN-JANORI > 0
              AND EN-JANORI < W-ANNEE-N
              MOVE EN-JANORI TO W-ANNEE-N
           END-IF.
           COMPUTE W-ANLIMITE = W-ANCAMP - W-DELAI-REPRISE.
           IF W-ANNEE-N < W-ANLIMITE
              INITIALIZE SORTIE
