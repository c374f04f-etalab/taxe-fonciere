      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCPSNAT                  *
      *    FICHIER NATIONAL DES ALLOCATIONS COMPENSATRICES        *
      *    D'EXONERATIONS (PRODUIT PAR COMPEXO) : UN              *
      *    ENREGISTREMENT PAR COLLECTIVITE ET PAR TYPE            *
      *    D'EXONERATION                                          *
      *-----------------------------------------------------------*
           10 'X'-DAN       PIC 9(4).
      * ANNEE DE LA CAMPAGNE
           10 'X'-TYPCOL    PIC X(3).
      * TYPE DE COLLECTIVITE
              88 'X'-COL-COMMUNE      VALUE 'COM'.
              88 'X'-COL-SYNDICAT     VALUE 'SYN'.
              88 'X'-COL-EPCI         VALUE 'EPC'.
              88 'X'-COL-DEPARTEMENT  VALUE 'DEP'.
           10 'X'-CODCOL    PIC X(9).
      * CODE DE LA COLLECTIVITE : DIRECTION + COMMUNE (COMMUNE ET
      * SYNDICATS DE LA COMMUNE), DIRECTION + CODE GROUPEMENT DU
      * TAUDIS (EPCI), CODE DEPARTEMENT (DEPARTEMENT)
           10 'X'-CTYEXO    PIC X(2).
      * TYPE D'EXONERATION
      * 'CN' = CONSTRUCTIONS NOUVELLES (BATI)
      * 'QP' = ABATTEMENT DES LOGEMENTS SOCIAUX EN QPV (BATI)
      * 'BI' = AGRICULTURE BIOLOGIQUE (NON BATI)
      * 'NZ' = NATURA 2000 (NON BATI)
      * 'ZH' = ZONES HUMIDES (NON BATI)
      * 'DM' = ARTICLES DOM SOUS LE SEUIL DE RECOUVREMENT (NON BATI)
           10 'X'-NBART     PIC 9(7).
      * NOMBRE D'ARTICLES CONCERNES
           10 'X'-BASE      PIC S9(12).
      * BASES EXONEREES CUMULEES
           10 'X'-COEF      PIC 9V9(6).
      * COEFFICIENT DE COMPENSATION APPLIQUE
           10 'X'-MONTANT   PIC S9(12).
      * ALLOCATION COMPENSATRICE DUE PAR L'ETAT
