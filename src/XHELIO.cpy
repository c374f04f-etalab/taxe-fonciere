      * INTERETS MORATOIRES DUS AU CONTRIBUABLE SUR UN
      * DEGREVEMENT (SERVI PAR EFIRECL3 SUR LES CORRECTIONS
      * GEXTOU = 'C' A DIFFERENTIEL NEGATIF, ZERO SINON)
           10 'X'-MDG65A    PIC S9(8).
      * DEGREVEMENT DES PLUS DE 65 ANS SOUS CONDITION DE RESSOURCES,
      * A LA CHARGE DE L'ETAT (BATI UNIQUEMENT, ZERO SINON)
           10 'X'-MEXRES    PIC S9(8).
      * EXONERATION PLUS DE 75 ANS / ASPA / AAH, A LA CHARGE DE
      * L'ETAT (BATI UNIQUEMENT, ZERO SINON)
           10 'X'-MPLRFR    PIC S9(8).
      * PLAFONNEMENT EN FONCTION DU REVENU FISCAL DE REFERENCE, A LA
      * CHARGE DE L'ETAT (BATI UNIQUEMENT, ZERO SINON)
           10 'X'-MCOCOR    PIC S9(10).
      * EFFET DU COEFFICIENT CORRECTEUR DE LA COMMUNE (SUPPLEMENT SI
      * POSITIF, PRELEVEMENT SI NEGATIF), PRODUIT DISTINCT DE LA
      * COTISATION (BATI A PARTIR DE 2020 UNIQUEMENT, ZERO SINON)
           10 'X'-MDGVAC    PIC S9(10).
      * DEGREVEMENT POUR VACANCE DE LOCAUX, A LA CHARGE DE L'ETAT
      * (SERVI PAR EFIRECL3 SUR LA CORRECTION D'UNE RECLAMATION DE
      * MOTIF 'VL', LES COTISATIONS DES COLLECTIVITES RESTANT
      * INCHANGEES ; ZERO SINON)
           10 'X'-REFPAI    PIC X(27).
      * REFERENCE DE PAIEMENT DE L'ARTICLE (DECOMPOSITION XREFPAI),
      * IMPRIMEE SUR L'AVIS ET RAPPELEE PAR LES ENCAISSEMENTS ;
      * ESPACES SUR LES CORRECTIONS REFERENCEES (GEXTOU = 'C')
           10 'X'-MREMAJ    PIC S9(10).
      * REMISE GRACIEUSE DE MAJORATION ACCORDEE PAR LA TRESORERIE
      * (NEGATIVE ; SERVIE PAR CHARGPLN SUR UNE CORRECTION
      * REFERENCEE GEXTOU = 'C', ZERO SINON)
           10 'X'-JANORI    PIC 9(4).
      * ROLE SUPPLEMENTAIRE : ANNEE D'ORIGINE DE L'IMPOSITION ELUDEE
      * (ZERO HORS CONTEXTE 'S')
           10 'X'-CMANQU    PIC X(1).
      * NATURE DU MANQUEMENT (ESPACE, 'D', 'M' OU 'F', VOIR XCOMBAT)
           10 'X'-MINTRE    PIC S9(10).
      * INTERET DE RETARD, PRODUIT DISTINCT DU TOTAL DU (ZERO HORS
      * CONTEXTE 'S')
           10 'X'-MMAJAS    PIC S9(10).
      * MAJORATION D'ASSIETTE DE 10, 40 OU 80 %, PRODUIT DISTINCT DU
      * TOTAL DU (ZERO HORS CONTEXTE 'S')
