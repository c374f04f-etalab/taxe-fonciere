      * VOIE DE RECUPERATION DES TAUX EFFECTIVEMENT EMPRUNTEE :
      * 'T' = TAUDIS (EFITAUX2), 'B' = BASE TAUX (FMSTAU2), ESPACE =
      * AUCUNE RECHERCHE (TAUX REPRIS DE L'ARTICLE BATI/NON BATI
      * JUMEAU DEJA TRAITE), 'H' = TAUDIS HISTORISE DU MILLESIME
      * (TAUHIST, MODE ANNEE HISTORIQUE DE CTXTA3B)
           10 'X'-GCTXTA    PIC X(1).
      * CONTEXTE DE TAXATION DE L'ARTICLE, REPRIS DE COMBAT-GCTXTA :
      * 'G' = ROLE GENERAL, 'S' = ROLE SUPPLEMENTAIRE, 'C' = CONTENTIEUX
      * ECARTTAU VERIFIE A POSTERIORI LA CONCORDANCE DES DEUX
      * SOURCES SUR CES ARTICLES
              88 'X'-SERVI-SECOURS  VALUE 'S'.
           10 'X'-MDG65A    PIC S9(8).
      * DEGREVEMENT FORFAITAIRE DES REDEVABLES DE PLUS DE 65 ANS
      * SOUS CONDITION DE RESSOURCES (A LA CHARGE DE L'ETAT)
           10 'X'-MEXRES    PIC S9(8).
      * EXONERATION DES REDEVABLES DE PLUS DE 75 ANS, TITULAIRES DE
      * L'ASPA OU DE L'AAH SOUS CONDITION DE RESSOURCES (A LA CHARGE
      * DE L'ETAT)
           10 'X'-MPLRFR    PIC S9(8).
      * DEGREVEMENT AU TITRE DU PLAFONNEMENT DE LA COTISATION EN
      * FONCTION DU REVENU FISCAL DE REFERENCE (A LA CHARGE DE L'ETAT)
           10 'X'-MFRRES    PIC S9(8).
      * DONT FRAIS DE GESTION COMPRIS DANS LES TROIS ALLEGEMENTS
      * CI-DESSUS. TCTDU RESTE LE MONTANT BRUT DE L'ARTICLE ; LE NET
      * A PAYER EST TCTDU - MDG65A - MEXRES - MPLRFR
           10 'X'-GCDRES    PIC X(1).
      * STATUT DU FOYER RETENU PAR LA CALCULETTE (VOIR COMBAT-GCDRES)
      * QUAND UN ALLEGEMENT SOUS CONDITION DE RESSOURCES A ETE ACCORDE,
      * ESPACE SINON
           10 'X'-MAQCOM    PIC S9(10).
      * ABATTEMENT DE 30% DES LOGEMENTS SOCIAUX EN QUARTIER
      * PRIORITAIRE - PART COMMUNE (COTISATION NON PERCUE, COMPENSEE
      * PAR L'ETAT)
           10 'X'-MAQSYN    PIC S9(10).
      * ABATTEMENT QPV - PART SYNDICAT
           10 'X'-MAQCU     PIC S9(10).
      * ABATTEMENT QPV - PART EPCI
           10 'X'-MAQTSE    PIC S9(10).
      * ABATTEMENT QPV - PART TSE (CUMUL DES 3 TSE)
           10 'X'-MCOCOR    PIC S9(10).
      * EFFET DU COEFFICIENT CORRECTEUR SUR LA COTISATION COMMUNALE
      * (A PARTIR DE 2020) : POSITIF = SUPPLEMENT VERSE A LA
      * COMMUNE, NEGATIF = PRELEVEMENT. NON COMPRIS DANS TCTDU, LE
      * REDEVABLE N'EST PAS CONCERNE
           10 'X'-MBLIRE    PIC S9(10).
      * LOCAUX PROFESSIONNELS REVISES : BASE RESTANT A LISSER (ECART
      * ENTRE LA BASE PLANCHONNEE ET LA BASE LISSEE DE L'ANNEE)
           10 'X'-NALIRE    PIC 9(2).
      * NOMBRE D'ANNEES DE LISSAGE RESTANT APRES L'ANNEE D'IMPOSITION
           10 'X'-FILLER    PIC X(36).
