      *-----------------------------------------------------------*
      *    NOM COPY                   :  XBALHEL                  *
      *    BALANCE COMPTABLE MENSUELLE TRANSMISE PAR HELIOS : UN  *
      *    ENREGISTREMENT PAR TRESORERIE ET PAR COMPTE DE PRODUIT,*
      *    SOLDE CUMULE DE L'EXERCICE A LA DATE D'ARRETE. LA      *
      *    NATURE DE PRODUIT DU COMPTE REPREND LES CODES DES      *
      *    ECRITURES DE PRISE EN CHARGE D'ECRICOMP. RAPPROCHEE    *
      *    PAR RAPPCOMP.                                          *
      *-----------------------------------------------------------*
           05 'X'-JARRET    PIC 9(8).
      * DATE D'ARRETE DE LA BALANCE (FIN DE MOIS)
           05 'X'-AC3DIR    PIC X(3).
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE TENANT LE COMPTE
           05 'X'-COMPTE    PIC X(10).
      * NUMERO DE COMPTE HELIOS
           05 'X'-NATURE    PIC X(2).
      * NATURE DE PRODUIT DU COMPTE
           05 'X'-MSOLDE    PIC S9(14).
      * SOLDE DU COMPTE A LA DATE D'ARRETE
           05 'X'-FILLER    PIC X(20).
