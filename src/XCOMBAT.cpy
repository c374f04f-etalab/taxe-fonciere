                 15 'X'-MBXDEP           PIC S9(10).
                 15 'X'-MBXSYN           PIC S9(10).
                 15 'X'-MBXCU            PIC S9(10).
              10 'X'-ARESSO.
      * SITUATION DU FOYER POUR LES ALLEGEMENTS SOUS CONDITION DE
      * RESSOURCES DE L'HABITATION PRINCIPALE : REVENU FISCAL DE
      * REFERENCE, NOMBRE DE PARTS ET STATUT D'ELIGIBILITE
                 15 'X'-MRFR             PIC 9(9).
                 15 'X'-NBPART           PIC 9(2)V99.
                 15 'X'-GCDRES           PIC X.
      * 'D' = REDEVABLE DE PLUS DE 65 ANS ET DE MOINS DE 75 ANS
      *       (DEGREVEMENT FORFAITAIRE ET PLAFONNEMENT)
      * 'E' = REDEVABLE DE PLUS DE 75 ANS, TITULAIRE DE L'ASPA OU
      *       DE L'AAH (EXONERATION)
      * 'P' = AUTRE REDEVABLE (PLAFONNEMENT EN FONCTION DU REVENU)
      * ESPACE = ARTICLE NON CONCERNE
                    88 'X'-RES-NEANT         VALUE ' '.
                    88 'X'-RES-DEGR-65       VALUE 'D'.
                    88 'X'-RES-EXO-75        VALUE 'E'.
                    88 'X'-RES-PLAF          VALUE 'P'.
                    88 'X'-GCDRES-OK         VALUE ' ' 'D' 'E' 'P'.
              10 'X'-AQPV.
      * LOGEMENTS SOCIAUX SITUES EN QUARTIER PRIORITAIRE DE LA
      * POLITIQUE DE LA VILLE : INDICATEUR ET BASE NON ABATTUE DES
      * LOCAUX CONCERNES (COMPRISE DANS LES BASES DE MBABA)
                 15 'X'-GQPV             PIC X.
      * 'Q' = ABATTEMENT DE 30% A APPLIQUER, ESPACE = NON CONCERNE
                    88 'X'-LOGT-QPV          VALUE 'Q'.
                    88 'X'-GQPV-OK           VALUE ' ' 'Q'.
                 15 'X'-MBAQPV           PIC S9(10).
              10 'X'-ALISSA.
      * LOCAUX PROFESSIONNELS REVISES : BASE DU LOCAL SUR L'ANCIENNE
      * VALEUR LOCATIVE, BASE SUR LA VALEUR LOCATIVE REVISEE
      * (COMPRISE DANS LES BASES DE MBABA) ET ANNEE DE DEBUT DU
      * LISSAGE. MVLREV NUL OU NON SERVI = ARTICLE NON CONCERNE
                 15 'X'-MVLANC           PIC S9(10).
                 15 'X'-MVLREV           PIC S9(10).
                 15 'X'-JDBLIS           PIC 9(4).
              10 'X'-APENAL.
      * ROLE SUPPLEMENTAIRE (CONTEXTE 'S') : ANNEE D'ORIGINE DE
      * L'IMPOSITION ELUDEE (NON SERVIE = ANNEE D'IMPOSITION) ET
      * NATURE DU MANQUEMENT, DONT DEPENDENT L'INTERET DE RETARD ET
      * LA MAJORATION D'ASSIETTE LIQUIDES PAR EFIBAT3
                 15 'X'-JANORI           PIC 9(4).
                 15 'X'-CMANQU           PIC X.
      * ESPACE = INTERET DE RETARD SEUL, 'D' = DEFAUT OU RETARD DE
      * DECLARATION (10%), 'M' = MANQUEMENT DELIBERE (40%),
      * 'F' = MANOEUVRES FRAUDULEUSES (80%)
                    88 'X'-MANQ-AUCUN        VALUE ' '.
                    88 'X'-MANQ-DECLARATION  VALUE 'D'.
                    88 'X'-MANQ-DELIBERE     VALUE 'M'.
                    88 'X'-MANQ-FRAUDE       VALUE 'F'.
                    88 'X'-CMANQU-OK         VALUE ' ' 'D' 'M' 'F'.
              10 'X'-FILLER           PIC X(41).
