      *    DU FICHIER DE RECLAMATIONS (CHARRECL), MIS A JOUR PAR  *
      *    EFIRECL3 A LA LIQUIDATION DU DIFFERENTIEL PUIS PAR     *
      *    ACQHELIO A L'ACQUITTEMENT OU AU REJET COMPTABLE.       *
      *    EXPLOITE PAR LA BALANCE AGEE (BALRECL) ET, POUR LE     *
      *    MOTIF VACANCE, PAR L'ETAT DES DEGREVEMENTS A LA CHARGE *
      *    DE L'ETAT (ETATDEGR). UN DEGREVEMENT ACQUITTE SUR UN   *
      *    ARTICLE DEJA PAYE EST REMBOURSE AU PROPRIETAIRE PAR    *
      *    LA CHAINE REMBDEG / VIRREMB, QUI PASSE LE DOSSIER EN   *
      *    ETAT REMBOURSE. LES FOYERS DE RECLAMATIONS PAR COMMUNE *
      *    ET PAR MOTIF SONT ANALYSES PAR ANARECL.                *
      *-----------------------------------------------------------*
           05 'X'-REFDOS    PIC X(10).
      * REFERENCE DU DOSSIER DE RECLAMATION (CLE PRIMAIRE)
              10 'X'-CCOBNB PIC X(1).
           05 'X'-MOTIF     PIC X(2).
      * MOTIF DE LA RECLAMATION
              88 'X'-MOTIF-VACANCE VALUE 'VL'.
      * 'VL' = DEGREVEMENT POUR VACANCE DE LOCAUX (A LA CHARGE DE
      *        L'ETAT, LIQUIDE AU PRORATA PAR EFIRECL3)
           05 'X'-ETAT      PIC X(1).
      * CYCLE DE VIE DU DOSSIER
              88 'X'-RECU          VALUE 'R'.
              88 'X'-LIQUIDE       VALUE 'L'.
              88 'X'-ACQUITTE      VALUE 'A'.
              88 'X'-REJETE        VALUE 'J'.
              88 'X'-REMBOURSE     VALUE 'B'.
           05 'X'-DATREC    PIC 9(8).
      * DATE DE RECEPTION DU DOSSIER
           05 'X'-DATLIQ    PIC 9(8).
      * DATE D'ACQUITTEMENT OU DE REJET COMPTABLE (0 SINON)
           05 'X'-MDIFF     PIC S9(12).
      * DIFFERENTIEL LIQUIDE (NEGATIF = DEGREVEMENT)
           05 'X'-MFRDIF    PIC S9(10).
      * DONT FRAIS DE GESTION COMPRIS DANS LE DIFFERENTIEL
           05 'X'-MINTMO    PIC S9(8).
      * INTERETS MORATOIRES LIQUIDES SUR LE DEGREVEMENT
           05 'X'-DATRMB    PIC 9(8).
      * DATE D'EMISSION DU VIREMENT DE REMBOURSEMENT (0 SINON)
           05 'X'-MRMB      PIC S9(12).
      * PART DU DEGREVEMENT REMBOURSEE AU PROPRIETAIRE, HORS
      * INTERETS MORATOIRES (0 SI NON REMBOURSE)
