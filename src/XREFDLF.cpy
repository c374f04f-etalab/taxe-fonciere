      *-----------------------------------------------------------*
      *    NOM COPY                   :  XREFDLF                  *
      *    REFERENTIEL DES DELIBERATIONS FACULTATIVES             *
      *    D'EXONERATION : UNE ENTREE PAR COLLECTIVITE (COMMUNE,  *
      *    EPCI, SYNDICAT), PAR TYPE D'EXONERATION ET PAR ANNEE   *
      *    DE PREMIERE APPLICATION, ALIMENTE PAR LE CHARGEUR      *
      *    CONTROLE CHARGDLF, CONSULTE PAR LES CALCULETTES VIA    *
      *    LA PRIMITIVE LIRDLF, EDITE PAR ETATDLF                 *
      *-----------------------------------------------------------*
           05 'X'-CLEDLF.
              10 'X'-TYPCOL    PIC X(3).
      * TYPE DE COLLECTIVITE AYANT DELIBERE
                 88 'X'-COL-COMMUNE     VALUE 'COM'.
                 88 'X'-COL-EPCI        VALUE 'EPC'.
                 88 'X'-COL-SYNDICAT    VALUE 'SYN'.
              10 'X'-CODCOL    PIC X(9).
      * CODE DE LA COLLECTIVITE : DIRECTION + COMMUNE (COMMUNE),
      * DIRECTION + CODE GROUPEMENT ACOGC DU TAUDIS (EPCI), SIREN
      * DE LA LISTSY DE L'ARTICLE COMMUNE (SYNDICAT)
              10 'X'-CTYDLF    PIC X(2).
      * TYPE DE DELIBERATION
      * 'CN' = SUPPRESSION DE L'EXONERATION DE DEUX ANS DES
      *        CONSTRUCTIONS NOUVELLES (BATI)
      * 'BI' = INSTITUTION DE L'EXONERATION AGRICULTURE BIOLOGIQUE
      *        (NON BATI)
      * 'ZH' = SUPPRESSION DE L'EXONERATION ZONES HUMIDES (NON
      *        BATI, COMMUNE ET EPCI SEULEMENT)
                 88 'X'-DLF-CONSTR      VALUE 'CN'.
                 88 'X'-DLF-AGRIBIO     VALUE 'BI'.
                 88 'X'-DLF-ZONHUM      VALUE 'ZH'.
              10 'X'-JDBDLF    PIC 9(4).
      * PREMIERE ANNEE D'IMPOSITION A LAQUELLE S'APPLIQUE LA
      * DELIBERATION
           05 'X'-JFNDLF    PIC 9(4).
      * DERNIERE ANNEE D'APPLICATION (9999 : JUSQU'A RAPPORT)
           05 'X'-AC3DIR    PIC X(3).
      * DIRECTION QUI A CHARGE LA DELIBERATION
           05 'X'-DATDEL    PIC 9(8).
      * DATE DE LA DELIBERATION (AAAAMMJJ)
           05 'X'-DREFDL    PIC X(30).
      * REFERENCE DE LA DELIBERATION
           05 'X'-FILLER    PIC X(20).
