      * LIQUIDER :                                            *
      *  - PLAFOND : LE TAUX COMMUNAL (BATI ET NON BATI) NE   *
      *    PEUT EXCEDER LE MULTIPLE VOTE DE LA MOYENNE        *
      *    NATIONALE FOURNIE EN PARAMETRE (PARMMOY, CALCULE   *
      *    PAR POTFISC SUR LES BASES ET TAUX DE L'ANNEE) ;    *
      *  - LIEN : LE TAUX NON BATI NE PEUT AUGMENTER PLUS     *
      *    VITE QUE LE TAUX BATI COMMUNAL PAR RAPPORT A       *
      *    L'ANNEE PRECEDENTE (EXTRACTION N-1 EN ENTREE).     *
       01  ENR-RAPPORT         PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CTLLIEN 01 DU 15/10/26'.

       01  TAUDIS-FS            PIC X(2).
           88 TAUDIS-OK              VALUE '00'.
