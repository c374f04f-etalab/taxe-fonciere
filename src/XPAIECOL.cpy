      *-----------------------------------------------------------*
      *    NOM COPY                   :  XPAIECOL                 *
      *    FICHIER DE PAIEMENT AUX COLLECTIVITES (AVANCES         *
      *    MENSUELLES D'AVANMENS, REGULARISATION DE REGUAVAN) :   *
      *    UN ENREGISTREMENT PAR TRESORERIE, BENEFICIAIRE,        *
      *    COLLECTIVITE ET ECHEANCE                               *
      *-----------------------------------------------------------*
           10 'X'-DATJOU    PIC 9(8).
           10 'X'-DAN       PIC 9(4).
           10 'X'-DIR       PIC X(3).
           10 'X'-CCPPER    PIC X(3).
           10 'X'-NATURE    PIC X(1).
      * 'A' AVANCE MENSUELLE, 'R' REGULARISATION DE FIN DE CAMPAGNE
           10 'X'-MOIS      PIC 9(2).
      * MOIS D'ECHEANCE DE L'AVANCE (01 A 12), 00 POUR LA
      * REGULARISATION
           10 'X'-BENEF-TYPE PIC X(1).
           10 'X'-BENEF-IDENT PIC X(9).
           10 'X'-RANG      PIC 9(1).
           10 'X'-MONTANT   PIC S9(12).
      * MONTANT NEGATIF : REPRISE D'AVANCES VERSEES EN TROP
