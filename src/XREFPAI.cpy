      *-----------------------------------------------------------*
      *    NOM COPY                   :  XREFPAI                  *
      *    REFERENCE DE PAIEMENT D'UN ARTICLE (27 CARACTERES) :   *
      *    IDENTIFIANT DE L'ARTICLE, NUMERO ET ANNEE DU ROLE,     *
      *    SUIVIS DE LA CLE MODULO 97 RENDUE PAR LE MODULE CLEREF *
      *    SUR LES 25 PREMIERS CARACTERES. IMPRIMEE SUR L'AVIS    *
      *    (EDITAVIS), PORTEE PAR L'EXPORT HELIOS (EFIBAT3) ET    *
      *    RAPPELEE PAR LES ENCAISSEMENTS LETTRES PAR LETTENC.    *
      *-----------------------------------------------------------*
           05 'X'-BASE.
              10 'X'-DAN    PIC 9(4).
      * ANNEE IMPOSITION
              10 'X'-AC3DIR PIC X(3).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
              10 'X'-ANUPRO PIC X(6).
              10 'X'-CCOBNB PIC X(1).
              10 'X'-DNURO  PIC 9(3).
      * NUMERO DE ROLE (ANCIEN NUMERO SUR UNE EXTOURNE)
              10 'X'-JANROL PIC 9(4).
      * ANNEE DE ROLE
           05 'X'-CLE       PIC 9(2).
      * CLE DE CONTROLE MODULO 97 (02 A 98)
