      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCORLOC                  *
      *    CORRESPONDANCE ARTICLE / LOCAL (PRODUITE PAR CONSLOT   *
      *    A LA CONSTITUTION DE L'ENTRLOT) : UN ENREGISTREMENT    *
      *    PAR LOCAL BATI OU SUF NON BATIE, INDEXE PAR LA CLE DE  *
      *    L'ARTICLE SUIVIE DE L'IDENTIFIANT DU LOCAL. PERMET A   *
      *    DOSSART ET A EFIRECL3 DE DETAILLER PAR LOCAL LA BASE   *
      *    D'UN ARTICLE CONTESTE.                                 *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-DAN    PIC 9(4).
              10 'X'-AC3DIR PIC X(3).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
              10 'X'-ANUPRO PIC X(6).
              10 'X'-CCOBNB PIC X(1).
              10 'X'-IDLOC  PIC X(10).
      * INVARIANT DU LOCAL (BATI) OU SECTION/PLAN/SUF (NON BATI)
           05 'X'-MBACOM    PIC S9(10).
           05 'X'-MBADEP    PIC S9(10).
           05 'X'-MBASYN    PIC S9(10).
           05 'X'-MBACU     PIC S9(10).
      * BASES DU LOCAL COMPRISES DANS CELLES DE L'ARTICLE
           05 'X'-GTAUOM    PIC X(2).
           05 'X'-MBAOM     PIC S9(10).
      * ZONE ET BASE OM DU LOCAL (BATI)
           05 'X'-MBXCOM    PIC S9(10).
      * BASE COMMUNALE EXONEREE DU LOCAL
           05 'X'-FILLER    PIC X(20).
