      * NUMERO DE ROLE SUPPLEMENTAIRE ATTRIBUE PAR L'EMISSION *
      * (COMPTEURS DHMRD DE L'ARTICLE DIRECTION DU TAUDIS),   *
      * LES COTISATIONS, LE TOTAL DU ET LES CODES CR/RC,      *
      * AINSI QUE L'INTERET DE RETARD ET LA MAJORATION        *
      * D'ASSIETTE DES ROLES SUPPLEMENTAIRES,                 *
      * POUR QUE LES GESTIONNAIRES SOLDENT LEURS DOSSIERS     *
      * SANS RESSAISIE. LE FICHIER EST ENCADRE PAR DES        *
      * ENREGISTREMENTS DE SERVICE XSERVIC COMME LES AUTRES   *
           02 TAUDIS-SUITE    PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'RETMAJIC 01 DU 15/10/26'.

       01  SS-FS                   PIC X(2).
           88 SS-OK                     VALUE '00'.
           05 RM-TCTDU             PIC S9(12).
           05 RM-CR                PIC 9(2).
           05 RM-RC                PIC 9(2).
      * PENALITES D'ASSIETTE D'UN ROLE SUPPLEMENTAIRE (ANNEE
      * D'ORIGINE, NATURE DU MANQUEMENT, INTERET DE RETARD ET
      * MAJORATION), EN SUS DU TOTAL DU
           05 RM-JANORI            PIC 9(4).
           05 RM-CMANQU            PIC X(1).
           05 RM-MINTRE            PIC S9(10).
           05 RM-MMAJAS            PIC S9(10).
           05 RM-FILLER            PIC X(12).

      * NUMERO DE ROLE SUPPLEMENTAIRE DE L'EMISSION, RELEVE SUR
      * L'ARTICLE DIRECTION AU PREMIER ARTICLE DE DONNEES
           END-IF.
           MOVE SS-CR TO RM-CR.
           MOVE SS-RC TO RM-RC.
           IF SS-MINTRE NUMERIC AND SS-MMAJAS NUMERIC
               MOVE SS-JANORI TO RM-JANORI
               MOVE SS-CMANQU TO RM-CMANQU
               MOVE SS-MINTRE TO RM-MINTRE
               MOVE SS-MMAJAS TO RM-MMAJAS
           ELSE
               MOVE 0     TO RM-JANORI RM-MINTRE RM-MMAJAS
               MOVE SPACE TO RM-CMANQU
           END-IF.
           MOVE SPACE TO RM-FILLER.
           WRITE ENR-RETMAJIC FROM RM-VUE.
           ADD 1 TO W-NBENR.
