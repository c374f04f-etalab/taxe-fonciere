      *-----------------------------------------------------------*
      *    NOM COPY                   :  XLOCMAJ                  *
      *    EXTRACTION MAJIC PAR LOCAL (LOCAL BATI, IDENTIFIE PAR  *
      *    SON INVARIANT) OU PAR SUBDIVISION FISCALE (SUF NON     *
      *    BATIE, IDENTIFIEE PAR SECTION/PLAN/SUF) : CLE DE       *
      *    L'ARTICLE DE RATTACHEMENT (MEMES POSITIONS QUE         *
      *    XCOMBAT/XCOMNBA), BASES DU LOCAL PAR COLLECTIVITE,     *
      *    ZONE ET BASE OM, BASES EXONEREES ET INDICATEURS DE     *
      *    TAUX SERVI. CUMULE PAR ARTICLE PAR CONSLOT POUR        *
      *    CONSTITUER LE FICHIER D'ENTREE DU LOT (ENTRLOT).       *
      *-----------------------------------------------------------*
           05 'X'-CCOBNB    PIC X(1).
      * CODE BATI / NON-BATI
              88 'X'-LOCAL-BATI       VALUE '2'.
              88 'X'-SUF-NONBATIE     VALUE '1'.
           05 'X'-AIDFIC.
              10 'X'-DAN    PIC 9(4).
      * ANNEE IMPOSITION
              10 'X'-AC3DIR.
                 15 'X'-CC2DEP PIC X(2).
                 15 'X'-CCODIR PIC X(1).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
           05 'X'-ANUPRO.
              10 'X'-CGROUP PIC X(1).
              10 'X'-NNUPRO PIC 9(5).
           05 'X'-IDLOC     PIC X(10).
      * IDENTIFIANT DU LOCAL : INVARIANT EN BATI
           05 'X'-IDSUF REDEFINES 'X'-IDLOC.
      * IDENTIFIANT DE LA SUF EN NON BATI
              10 'X'-CCOSEC PIC X(2).
              10 'X'-DNUPLA PIC X(4).
              10 'X'-CCOSUF PIC X(2).
              10 'X'-FILLER PIC X(2).
           05 'X'-CCOIFP    PIC X(3).
           05 'X'-CCPPER    PIC X(3).
           05 'X'-GTOTAU    PIC X(1) OCCURS 11.
      * INDICATEUR DE TAUX SERVI PAR POSTE ('O' = SERVI), REPORTE
      * SUR L'ARTICLE (8 POSTES EN BATI, 11 EN NON BATI)
           05 'X'-ABALOC.
      * BASES DU LOCAL PAR COLLECTIVITE
              10 'X'-MBACOM PIC S9(10).
              10 'X'-MBADEP PIC S9(10).
              10 'X'-MBAREG PIC S9(10).
              10 'X'-MBASYN PIC S9(10).
              10 'X'-MBACU  PIC S9(10).
              10 'X'-MBATSE PIC S9(10).
              10 'X'-MBAT13 PIC S9(10) OCCURS 3.
      * BASE TSE PAR ETABLISSEMENT (RANG 1 A 3)
              10 'X'-MBAGE3 PIC S9(10).
      * BASE GEMAPI
              10 'X'-MBATA3 PIC S9(10).
      * BASE TASA (BATI UNIQUEMENT)
           05 'X'-ABANBL.
      * BASES PROPRES AU NON BATI (A ZERO EN BATI)
              10 'X'-MBACA  PIC S9(10).
              10 'X'-MBABAP PIC S9(10).
              10 'X'-MBACAA PIC S9(10).
              10 'X'-MBAPOS PIC S9(10).
           05 'X'-GTAUOM    PIC X(2).
      * ZONE OM DU LOCAL (BATI UNIQUEMENT, ESPACES = HORS ZONE)
              88 'X'-GTAUOM-OK VALUE
                     '  ' ' P' 'P ' 'RA' 'RB' 'RC' 'RD' 'RE' 'RF'.
           05 'X'-MBAOM     PIC S9(10).
      * BASE OM DU LOCAL DANS SA ZONE
           05 'X'-ABAEXO.
      * BASES EXONEREES DU LOCAL (CONSTRUCTION NOUVELLE, 2 ANS)
              10 'X'-MBXCOM PIC S9(10).
              10 'X'-MBXDEP PIC S9(10).
              10 'X'-MBXSYN PIC S9(10).
              10 'X'-MBXCU  PIC S9(10).
           05 'X'-FILLER    PIC X(53).
