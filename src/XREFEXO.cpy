      *-----------------------------------------------------------*
      *    NOM COPY                   :  XREFEXO                  *
      *    REFERENTIEL DES EXONERATIONS DE LONGUE DUREE : UNE     *
      *    ENTREE PAR ARTICLE (CCOBNB/AIDFIC HORS ANNEE/ANUPRO),  *
      *    PAR TYPE D'EXONERATION ET PAR ANNEE DE DEBUT,          *
      *    ALIMENTE PAR LE CHARGEUR CONTROLE CHARGEXO, CONTROLE   *
      *    ET MIS A JOUR PAR EFIBAT3 (BASE EXONEREE DE L'ANNEE),  *
      *    EDITE PAR ECHEXO (EXONERATIONS ARRIVANT A ECHEANCE)    *
      *-----------------------------------------------------------*
           05 'X'-CLEEXO.
      * CLE DU REFERENTIEL : L'ANNEE D'IMPOSITION N'Y FIGURE PAS,
      * UNE MEME ENTREE COUVRANT PLUSIEURS CAMPAGNES
              10 'X'-CCOBNB    PIC X(1).
      * CODE BATI / NON-BATI
                 88 'X'-ART-BATI        VALUE '2'.
                 88 'X'-ART-NONBATI     VALUE '1'.
              10 'X'-AC3DIR.
      * CODE DEPARTEMENT DIRECTION
                 15 'X'-CC2DEP PIC X(2).
      * CODE DEPARTEMENT
                 15 'X'-CCODIR PIC X(1).
      * CODE DIRECTION
              10 'X'-CCOCOM    PIC X(3).
      * CODE COMMUNE MAJIC2
              10 'X'-DSRPAR    PIC X(1).
      * SERIE ROLE PARCELLE
              10 'X'-ANUPRO.
      * NUM COMPTE PROPRIETAIRE
                 15 'X'-CGROUP PIC X(1).
      * CODE GROUPE PROPRIETAIRE
                 15 'X'-NNUPRO PIC 9(5).
      * NUM COMPTE PROPRIETAIRE
              10 'X'-CTYEXL    PIC X(2).
      * TYPE D'EXONERATION DE LONGUE DUREE
      * 'CN' = CONSTRUCTIONS NOUVELLES (BATI, 2 ANS)
      * 'LS' = LOGEMENTS SOCIAUX (BATI, 15, 25 OU 30 ANS)
      * 'EE' = LOGEMENTS ECONOMES EN ENERGIE (BATI, 5 ANS AU PLUS)
      * 'JA' = JEUNES AGRICULTEURS (NON BATI, 5 ANS AU PLUS)
      * 'AB' = AGRICULTURE BIOLOGIQUE (NON BATI, 5 ANS AU PLUS)
                 88 'X'-EXO-CONSTR      VALUE 'CN'.
                 88 'X'-EXO-LOGSOC      VALUE 'LS'.
                 88 'X'-EXO-ENERGIE     VALUE 'EE'.
                 88 'X'-EXO-JEUNAGRI    VALUE 'JA'.
                 88 'X'-EXO-AGRIBIO     VALUE 'AB'.
                 88 'X'-EXO-BATI        VALUES 'CN' 'LS' 'EE'.
                 88 'X'-EXO-NONBATI     VALUES 'JA' 'AB'.
              10 'X'-JDBEXO    PIC 9(4).
      * PREMIERE ANNEE D'IMPOSITION EXONEREE
           05 'X'-NBANEX    PIC 9(2).
      * DUREE DE L'EXONERATION EN ANNEES
           05 'X'-JFNEXO    PIC 9(4).
      * DERNIERE ANNEE D'IMPOSITION EXONEREE (JDBEXO + NBANEX - 1),
      * CALCULEE PAR LE CHARGEUR
           05 'X'-DREFEX    PIC X(30).
      * REFERENCE DE LA DECISION (DEMANDE, AGREMENT, CONVENTION)
           05 'X'-MBXDER    PIC S9(10).
      * DERNIERE BASE COMMUNALE EXONEREE RELEVEE PAR LE LOT
           05 'X'-JANDER    PIC 9(4).
      * ANNEE D'IMPOSITION DE CE RELEVE (ZERO : JAMAIS RELEVEE)
           05 'X'-FILLER    PIC X(20).
