      *                  EFITA3B7 POUR 2017             *
      *                  EFITA3B8 POUR 2018             *
      *                  EFITA3B9 POUR 2019             *
      *                  EFITA3B0 POUR 2020             *
      ***************************************************
       ID DIVISION.
       PROGRAM-ID. CTXTA3B.
      -    'VARS START:18/12/0608:39:01BEPARDI        CTXTA3B 0000200002
      -    'EFI.TST.PGM                                 SLAT VARS END'.

       01 VERSION     PIC X(23) VALUE 'CTXTA3B  07 DU 15/10/26'.

       01 PARM                     PIC X.

      * MODE ANNEE HISTORIQUE (CRM = 98 EN ENTREE) : UN ARTICLE DONT
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
          COPY XRETB REPLACING 'X' BY RT.

      * CONTROLE DE PRESCRIPTION DES CONTEXTES 'S' ET 'C' : UN
      * ARTICLE DONT L'ANNEE D'IMPOSITION EST ANTERIEURE AU DELAI
      * DE REPRISE LEGAL (EN ANNEES, PAR RAPPORT A L'ANNEE DE
          COPY XBASEB REPLACING 'X' BY BASES.
       PROCEDURE DIVISION USING ENTREE SORTIE CRM RCM BASES.
       TRAIT.
           MOVE 'N' TO W-SW-HISTO
           MOVE SPACE TO TAUDIS-SOURCE
           IF CRM = 99
              MOVE 'M' TO PARM
           ELSE
              MOVE ' ' TO PARM
              IF CRM = 98
                 MOVE 'O' TO W-SW-HISTO
              END-IF
           END-IF
           MOVE 00     TO CRM

              GOBACK
           END-IF

      * MODE ANNEE HISTORIQUE : CHOIX DE LA SOURCE DES TAUX
           IF W-HISTO-DEMANDE
              PERFORM CHOISIR-SOURCE-TAUX
                  THRU CHOISIR-SOURCE-TAUX-FIN
           END-IF

           EVALUATE E-ANNEE
              WHEN '2006'
                 CALL 'EFITA3B6' USING ENTREE SORTIE CRM RCM PARM
              WHEN '2019'
                 CALL 'EFITA3B9' USING ENTREE SORTIE CRM RCM PARM
                                       BASES
              WHEN '2020'
                 CALL 'EFITA3B0' USING ENTREE SORTIE CRM RCM PARM
                                       BASES
              WHEN OTHER
      * ANNEE D'IMPOSITION NON PRISE EN CHARGE PAR L'AIGUILLAGE
                 INITIALIZE SORTIE
                 MOVE 90 TO CRM
                 MOVE 01 TO RCM
           END-EVALUATE
           IF TAUDIS-HISTORISE
              IF CRM NOT = 90
                 MOVE SORTIE TO RT-VUE
                 MOVE 'H'    TO RT-GVOIE
                 MOVE RT-VUE TO SORTIE
              END-IF
              MOVE SPACE TO TAUDIS-SOURCE
           END-IF
           GOBACK
           .

      * UN MILLESIME ANTERIEUR A L'ANNEE DE CAMPAGNE EST AIGUILLE
      * VERS EFITAUX2 (PARM 'M') EN LECTURE DU TAUDIS HISTORISE
       CHOISIR-SOURCE-TAUX.
           IF E-ANNEE NOT NUMERIC
              GO TO CHOISIR-SOURCE-TAUX-FIN
           END-IF.
           MOVE E-ANNEE TO W-ANNEE-N.
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
           MOVE E-ANNEE TO W-ANNEE-N.
      * ROLE SUPPLEMENTAIRE : LE DELAI DE REPRISE COURT A COMPTER
      * DE L'ANNEE D'ORIGINE DE L'IMPOSITION ELUDEE SI ELLE EST
      * SERVIE ET ANTERIEURE A L'ANNEE D'IMPOSITION
           IF EB-JANORI NUMERIC AND EB-JANORI > 0
              AND EB-JANORI < W-ANNEE-N
              MOVE EB-JANORI TO W-ANNEE-N
           END-IF.
           COMPUTE W-ANLIMITE = W-ANCAMP - W-DELAI-REPRISE.
           IF W-ANNEE-N < W-ANLIMITE
              INITIALIZE SORTIE
