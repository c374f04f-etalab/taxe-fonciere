      *-----------------------------------------------------------*
      *    NOM COPY                   :  XJRNNOM                  *
      *    JOURNAL DES CONSULTATIONS DE DONNEES NOMINATIVES :     *
      *    UN ENREGISTREMENT PAR COMPTE PROPRIETAIRE CONSULTE     *
      *    (AGENT, DATE ET HEURE, PROGRAMME, DIRECTION ET COMPTE) *
      *    ECRIT PAR LE MODULE JRNNOM A LA DEMANDE DE TCONSPRO,   *
      *    CONSPRO, DOSSART ET EDITDUPL. FICHIER CUMULATIF,       *
      *    EXPLOITE CHAQUE MOIS PAR SURVNOM.                      *
      *-----------------------------------------------------------*
           05 'X'-DATJOU    PIC 9(8).
      * DATE DE LA CONSULTATION (AAAAMMJJ)
           05 'X'-HEUJOU    PIC 9(8).
      * HEURE DE LA CONSULTATION (HHMMSSCC)
           05 'X'-MATRIC    PIC X(8).
      * MATRICULE DE L'AGENT (ESPACES = DEMANDEUR NON IDENTIFIE)
           05 'X'-PROGRA    PIC X(8).
      * PROGRAMME AYANT RESTITUE LES DONNEES
           05 'X'-AC3DIR    PIC X(3).
      * DIRECTION DE L'ARTICLE OU DU COMPTE CONSULTE (ESPACES SI
      * LE COMPTE N'A AUCUNE LIQUIDATION HISTORISEE)
           05 'X'-ANUPRO    PIC X(6).
      * COMPTE PROPRIETAIRE CONSULTE
           05 'X'-FILLER    PIC X(9).
