      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCTRMEN                  *
      *    CONTRAT DE PRELEVEMENT DE LA TAXE FONCIERE PAR COMPTE  *
      *    PROPRIETAIRE (CLE = COMPTE DU REFERENTIEL REFPRO) :    *
      *    COORDONNEES BANCAIRES ET MANDAT, CHOIX DU PRELEVEMENT  *
      *    MENSUEL OU A L'ECHEANCE, ECHEANCIER DE L'ANNEE EN      *
      *    COURS. ALIMENTE PAR CHARGMEN, ECHEANCE PAR PRELMENS,   *
      *    REGULARISE PAR REGUMENS, CONSULTE PAR EDITAVIS         *
      *-----------------------------------------------------------*
           05 'X'-ANUPRO.
      * NUM COMPTE PROPRIETAIRE (CLE DU CONTRAT)
              10 'X'-CGROUP    PIC X(1).
              10 'X'-NNUPRO    PIC 9(5).
           05 'X'-GMODPR    PIC X(1).
      * MODE DE PRELEVEMENT : 'M' = DIX MENSUALITES DE JANVIER A
      * OCTOBRE, 'E' = PRELEVEMENT UNIQUE A LA DATE LIMITE
              88 'X'-PREL-MENSUEL     VALUE 'M'.
              88 'X'-PREL-ECHEANCE    VALUE 'E'.
           05 'X'-GETCTR    PIC X(1).
      * ETAT DU CONTRAT : 'A' = ACTIF, 'R' = RESILIE (LES
      * PRELEVEMENTS RESTANT A EMETTRE SONT ANNULES)
              88 'X'-CTR-ACTIF        VALUE 'A'.
              88 'X'-CTR-RESILIE      VALUE 'R'.
           05 'X'-JDSIGN    PIC 9(8).
      * DATE DE SIGNATURE DU MANDAT (AAAAMMJJ)
           05 'X'-DRUMAN    PIC X(35).
      * REFERENCE UNIQUE DU MANDAT DE PRELEVEMENT SEPA
           05 'X'-DTITUL    PIC X(38).
      * TITULAIRE DU COMPTE BANCAIRE
           05 'X'-DIBAN     PIC X(34).
           05 'X'-DBIC      PIC X(11).
      * COORDONNEES DU COMPTE BANCAIRE A PRELEVER
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE GESTIONNAIRE (CELLE DES ARTICLES DU COMPTE,
      * SERVIE A L'ECHEANCEMENT)
           05 'X'-JANECH    PIC 9(4).
      * ANNEE DE L'ECHEANCIER EN COURS (ZERO = AUCUN)
           05 'X'-MTCREF    PIC S9(12).
      * MONTANT DE REFERENCE DES MENSUALITES : COTISATIONS N-1 DU
      * COMPTE, NETTES DES ALLEGEMENTS A LA CHARGE DE L'ETAT
           05 'X'-TAB-ECH OCCURS 12.
      * ECHEANCIER PAR MOIS DE L'ANNEE JANECH
              10 'X'-MPRELV    PIC S9(10).
              10 'X'-GETPRE    PIC X(1).
      * 'P' = PRELEVEMENT TRANSMIS, 'A' = ANNULE, ESPACE = AUCUN
                 88 'X'-PRE-TRANSMIS  VALUE 'P'.
           05 'X'-JANLIQ    PIC 9(4).
      * ANNEE DU MONTANT LIQUIDE MTCTDU
           05 'X'-MTCTDU    PIC S9(12).
      * NET A PAYER DES ARTICLES DU COMPTE AU ROLE DE L'ANNEE JANLIQ
           05 'X'-GREGUL    PIC X(1).
      * 'O' = ECHEANCIER DE L'ANNEE JANLIQ REGULARISE SUR LE ROLE
              88 'X'-REGULARISE       VALUE 'O'.
           05 'X'-MSOLDE    PIC S9(12).
      * SOLDE DE LA REGULARISATION : NET A PAYER MOINS PRELEVEMENTS
      * DEJA PASSES (NEGATIF = EXCEDENT REMBOURSE)
           05 'X'-FILLER    PIC X(30).
