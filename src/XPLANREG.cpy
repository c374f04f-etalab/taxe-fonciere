      *-----------------------------------------------------------*
      *    NOM COPY                   :  XPLANREG                 *
      *    PLANS DE REGLEMENT ET REMISES GRACIEUSES DE MAJORATION *
      *    ACCORDES PAR LES TRESORERIES, UN ENREGISTREMENT PAR    *
      *    ARTICLE (FICHIER PLANREG CHARGE PAR CHARGPLN) :        *
      *    ECHEANCIER DU PLAN AVEC SA DECISION, ET MONTANT DE     *
      *    MAJORATION REMIS AVEC SA DECISION. LU PAR LE MODULE    *
      *    LIRPLAN POUR RETRAR ET EDITRELA, ET PAR ETATREMI.      *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-DAN    PIC 9(4).
              10 'X'-AC3DIR PIC X(3).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
              10 'X'-ANUPRO PIC X(6).
              10 'X'-CCOBNB PIC X(1).
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE DESTINATAIRE DE L'ARTICLE
           05 'X'-CCOIFP    PIC X(3).
      * CODE COMMUNE ABSORBEE DE L'ARTICLE
           05 'X'-GETPLN    PIC X(1).
      * ETAT DU PLAN DE REGLEMENT (ESPACE = AUCUN PLAN)
              88 'X'-PLAN-ACTIF       VALUE 'A'.
              88 'X'-PLAN-CLOS        VALUE 'C'.
           05 'X'-JDECPL    PIC 9(8).
      * DATE DE LA DECISION D'OCTROI DU PLAN
           05 'X'-DSIGPL    PIC X(30).
      * SIGNATAIRE DE LA DECISION D'OCTROI DU PLAN
           05 'X'-MTPLAN    PIC S9(12).
      * MONTANT COUVERT PAR LE PLAN (RESTE A RECOUVRER A L'OCTROI)
           05 'X'-NBECH     PIC 9(2).
      * NOMBRE D'ECHEANCES SERVIES (1 A 12)
           05 'X'-TAB-ECH OCCURS 12.
              10 'X'-JECHEA PIC 9(8).
      * DATE DE L'ECHEANCE
              10 'X'-MECHEA PIC S9(10).
      * MONTANT DE L'ECHEANCE
           05 'X'-MREMIS    PIC S9(10).
      * MONTANT DE MAJORATION REMIS (ZERO SANS REMISE)
           05 'X'-JDECRM    PIC 9(8).
      * DATE DE LA DECISION DE REMISE
           05 'X'-DSIGRM    PIC X(30).
      * SIGNATAIRE DE LA DECISION DE REMISE
           05 'X'-FILLER    PIC X(40).
