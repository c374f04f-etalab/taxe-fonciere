      *-----------------------------------------------------------*
      *    NOM COPY                   :  XAVANCE                  *
      *    ECHEANCIER DES AVANCES MENSUELLES AUX COLLECTIVITES    *
      *    (PRODUIT PAR AVANMENS, REPRIS PAR REGUAVAN) : UN       *
      *    ENREGISTREMENT PAR TRESORERIE, BENEFICIAIRE,           *
      *    COLLECTIVITE ET COMMUNE, DANS CET ORDRE DE TRI         *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * ANNEE DE LA CAMPAGNE DES AVANCES (N)
           10 'X'-DIR       PIC X(3).
           10 'X'-CCPPER    PIC X(3).
      * TRESORERIE DE LA COMMUNE (PREMIER ARTICLE R DU TAUDIS)
           10 'X'-BENEF-TYPE PIC X(1).
      * BENEFICIAIRE : 'C' COMMUNE, 'S' SYNDICAT (SIREN LISTSY),
      * 'E' EPCI, 'O' SYNDICAT OM (GROUPEMENT ACOGC)
           10 'X'-BENEF-IDENT PIC X(9).
           10 'X'-RANG      PIC 9(1).
      * COLLECTIVITE : 1 COMMUNE, 2 SYNDICATS, 3 EPCI, 4 GEMAPI,
      * 5 TEOM
           10 'X'-CCOCOM    PIC X(3).
           10 'X'-BENEF-LIB PIC X(30).
           10 'X'-PRODATT   PIC S9(12).
      * PRODUIT ATTENDU DE L'ANNEE (BASES N-1 AUX TAUX VOTES)
           10 'X'-MENSU     PIC S9(12) OCCURS 12.
      * AVANCES DE JANVIER A DECEMBRE : UN DOUZIEME DU PRODUIT
      * ATTENDU, DECEMBRE RECEVANT LE RELIQUAT D'ARRONDI
