      *-----------------------------------------------------------*
      *    NOM COPY                   :  XVAGUE                   *
      *    PLAN DES VAGUES D'EMISSION DES ROLES GENERAUX : UN     *
      *    ENREGISTREMENT PAR COMMUNE DE LA DIRECTION, PRODUIT    *
      *    PAR PLANVAG DANS L'ORDRE DU TAUDIS (DIRECTION PUIS     *
      *    COMMUNE). IL DONNE LA VAGUE DE LA COMMUNE ET SES       *
      *    DATES DE MISE EN RECOUVREMENT ET DE MAJORATION, ET     *
      *    SERT A EFIBAT3, EDITAVIS ET ECLAHELI POUR TRAITER ET   *
      *    LIBERER UNE VAGUE (FICHIER PARMVAG) AU LIEU DE LA      *
      *    DIRECTION ENTIERE.                                     *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-JAN       PIC 9(4).
      * MILLESIME DU ROLE GENERAL
              10 'X'-AC3DIR    PIC X(3).
              10 'X'-CCOCOM    PIC X(3).
           05 'X'-NUMVAG    PIC 9(2).
      * NUMERO DE LA VAGUE D'EMISSION (1 = PREMIERE)
           05 'X'-JDAMI1    PIC 9(8).
      * DATE DE MISE EN RECOUVREMENT DE LA VAGUE (AAAAMMJJ)
           05 'X'-JDAMJO    PIC 9(8).
      * DATE DE MAJORATION DE LA VAGUE (AAAAMMJJ)
           05 'X'-CCOBMJ    PIC X(4).
      * SERVICE DES IMPOTS GESTIONNAIRE DE LA COMMUNE
           05 'X'-NBAVIS    PIC 9(7).
      * NOMBRE D'AVIS ATTENDUS (ARTICLES DU ROLE GENERAL
      * PRECEDENT, SYNTHESE SYNTCOM)
           05 'X'-GETAT     PIC X(1).
              88 'X'-PLANIFIEE         VALUE 'P'.
              88 'X'-SURCHARGE         VALUE 'S'.
      * 'P' = COMMUNE PLACEE DANS LA CAPACITE DE SA VAGUE,
      * 'S' = PLACEE EN DERNIERE VAGUE AU-DELA DE LA CAPACITE
           05 'X'-GGEL      PIC X(1).
              88 'X'-GELEE             VALUE 'O'.
      * 'O' = COMMUNE GELEE (ROLE HOMOLOGUE) : LES MOUVEMENTS DE
      * DATES EXIGENT UN DEGEL PREALABLE DANS MAJTAUD
           05 'X'-FILLER    PIC X(19).
