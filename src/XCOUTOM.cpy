      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCOUTOM                  *
      *    COUT DU SERVICE D'ENLEVEMENT DES ORDURES MENAGERES     *
      *    PAR MILLESIME ET PAR BENEFICIAIRE DE LA TEOM (CCOBOM : *
      *    COMMUNE, EPCI OU SYNDICAT OM). LE COUT EST DECLARE     *
      *    CHAQUE ANNEE PAR LE BENEFICIAIRE ET CHARGE PAR         *
      *    CHARGCOU DANS LE FICHIER PLURIANNUEL INDEXE COUTOM ;   *
      *    TEOMCOUV Y PORTE LE PRODUIT DE TEOM LIQUIDE ET LE      *
      *    TAUX DE COUVERTURE DU MILLESIME, CE QUI CONSTITUE      *
      *    L'HISTORIQUE CONSULTE SUR TROIS ANS.                   *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-JAN       PIC 9(4).
      * MILLESIME D'IMPOSITION
              10 'X'-BENEF.
                 15 'X'-GTYBEN PIC X(1).
                    88 'X'-BENEF-COMMUNE     VALUE 'C'.
                    88 'X'-BENEF-EPCI        VALUE 'E'.
                    88 'X'-BENEF-SYNDICAT    VALUE 'O'.
      * 'C' = COMMUNE (CCOBOM 22), 'E' = EPCI (CCOBOM 23),
      * 'O' = SYNDICAT OM (CCOBOM 34)
                 15 'X'-AC3DIR PIC X(3).
                 15 'X'-CIDBEN PIC X(7).
      * CODE COMMUNE (3 POSITIONS) OU CODE DU GROUPEMENT ACOGC
      * (4 POSITIONS), CADRE A GAUCHE
           05 'X'-MCHSER    PIC S9(12).
      * CHARGES DU SERVICE DE COLLECTE ET DE TRAITEMENT, EN EUROS
           05 'X'-MRESER    PIC S9(12).
      * AUTRES RECETTES DU SERVICE (SOUTIENS DES ECO-ORGANISMES,
      * VENTE DE MATERIAUX, REDEVANCE SPECIALE...), EN EUROS
           05 'X'-MCOUNET   PIC S9(12).
      * COUT NET DU SERVICE (CHARGES - AUTRES RECETTES), CALCULE
      * AU CHARGEMENT
           05 'X'-GCOUT     PIC X(1).
              88 'X'-COUT-DECLARE      VALUE 'O'.
      * 'O' = COUT DECLARE PAR LE BENEFICIAIRE, ESPACE = SEUL LE
      * PRODUIT A ETE HISTORISE (COUT NON FOURNI)
           05 'X'-JDACHG    PIC 9(8).
      * DATE DU DERNIER CHARGEMENT DU COUT
           05 'X'-MPRTEO    PIC S9(12).
      * PRODUIT DE TEOM LIQUIDE (ZONES OM + TEOMI), PORTE PAR
      * TEOMCOUV
           05 'X'-PCOUV     PIC 9(4)V9(2).
      * TAUX DE COUVERTURE DU COUT NET PAR LE PRODUIT, EN POUR
      * CENT (ZERO SI COUT NON DECLARE)
           05 'X'-GALERTE   PIC X(1).
      * 'A' = TAUX DE COUVERTURE AU-DELA DU SEUIL, ESPACE SINON
           05 'X'-JDAEDI    PIC 9(8).
      * DATE DE LA DERNIERE EDITION PAR TEOMCOUV
           05 'X'-FILLER    PIC X(20).
