      *-----------------------------------------------------------*
      *    NOM COPY                   :  XENCAIS                  *
      *    ENCAISSEMENT RESTITUE PAR HELIOS : UN ENREGISTREMENT   *
      *    PAR PAIEMENT RECU, RAPPELANT LA REFERENCE DE PAIEMENT  *
      *    DE L'AVIS (DECOMPOSITION XREFPAI). LES ENREGISTREMENTS *
      *    DE SERVICE ('*' EN TETE, XSERVIC) SONT IGNORES.        *
      *-----------------------------------------------------------*
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE AYANT ENCAISSE LE PAIEMENT
           05 'X'-REFPAI    PIC X(27).
      * REFERENCE DE PAIEMENT SAISIE OU LUE SUR LA LIGNE OPTIQUE
           05 'X'-MTENC     PIC S9(12).
      * MONTANT ENCAISSE
           05 'X'-JENCAI    PIC 9(8).
      * DATE D'ENCAISSEMENT (SSAAMMJJ)
           05 'X'-CMODPA    PIC X(1).
      * MODE DE PAIEMENT
              88 'X'-PAR-CHEQUE       VALUE 'C'.
              88 'X'-PAR-VIREMENT     VALUE 'V'.
              88 'X'-PAR-PRELEVEMENT  VALUE 'P'.
              88 'X'-PAR-ESPECES      VALUE 'E'.
              88 'X'-PAR-INTERNET     VALUE 'I'.
           05 'X'-NUMOPE    PIC X(12).
      * NUMERO D'OPERATION HELIOS
           05 'X'-FILLER    PIC X(37).
