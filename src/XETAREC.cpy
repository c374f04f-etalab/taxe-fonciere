      *-----------------------------------------------------------*
      *    NOM COPY                   :  XETAREC                  *
      *    ETAPES DE RECOUVREMENT AMIABLE PAR ARTICLE IMPAYE,     *
      *    TENUES PAR EDITRELA : DATE ET RESTE DE LA LETTRE DE    *
      *    RELANCE, PUIS DE LA MISE EN DEMEURE. UNE ETAPE         *
      *    ENREGISTREE N'EST JAMAIS REEMISE.                      *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-DAN    PIC 9(4).
              10 'X'-AC3DIR PIC X(3).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
              10 'X'-ANUPRO PIC X(6).
              10 'X'-CCOBNB PIC X(1).
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE EMETTRICE DES LETTRES
           05 'X'-GETAPE    PIC X(1).
      * DERNIERE ETAPE EMISE
              88 'X'-ETAPE-RELANCE    VALUE 'R'.
              88 'X'-ETAPE-DEMEURE    VALUE 'M'.
           05 'X'-JRELAN    PIC 9(8).
      * DATE DE LA LETTRE DE RELANCE (SSAAMMJJ)
           05 'X'-MRAREL    PIC S9(12).
      * RESTE A RECOUVRER RELANCE
           05 'X'-JDEMEU    PIC 9(8).
      * DATE DE LA MISE EN DEMEURE (ZERO TANT QU'ELLE N'EST PAS
      * EMISE)
           05 'X'-MRADEM    PIC S9(12).
      * RESTE A RECOUVRER MIS EN DEMEURE
           05 'X'-MMAJO     PIC S9(12).
      * MAJORATION DE 10 POUR CENT NOTIFIEE
           05 'X'-FILLER    PIC X(30).
