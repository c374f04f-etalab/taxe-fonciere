      *-----------------------------------------------------------*
      *    NOM COPY                   :  XADMNV                   *
      *    ADMISSIONS EN NON-VALEUR PRONONCEES PAR LES            *
      *    TRESORERIES, UN ENREGISTREMENT PAR ARTICLE (FICHIER    *
      *    ADMNV CHARGE PAR CHARGANV) : DECISION D'ADMISSION AVEC *
      *    SON MOTIF, ET LIQUIDATION ET RESTE A RECOUVRER DE      *
      *    L'ARTICLE RELEVES A L'INTEGRATION. RAPPROCHE DE LA     *
      *    PROVISION DE L'EXERCICE PAR ETATANV.                   *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-DAN    PIC 9(4).
              10 'X'-AC3DIR PIC X(3).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
              10 'X'-ANUPRO PIC X(6).
              10 'X'-CCOBNB PIC X(1).
           05 'X'-CCPPER    PIC X(3).
      * TRESORERIE DESTINATAIRE DE L'ARTICLE
           05 'X'-CCOIFP    PIC X(3).
      * CODE COMMUNE ABSORBEE DE L'ARTICLE
           05 'X'-GETANV    PIC X(1).
      * ETAT DE L'ADMISSION
              88 'X'-ADMIS            VALUE 'A'.
              88 'X'-ANNULE           VALUE 'S'.
           05 'X'-JDECNV    PIC 9(8).
      * DATE DE LA DECISION D'ADMISSION
           05 'X'-CMOTNV    PIC X(2).
      * MOTIF DE L'ADMISSION EN NON-VALEUR
              88 'X'-MOTIF-CONNU      VALUES 'IN' 'DI' 'DE' 'PC'
                                             'MI' 'PR'.
              88 'X'-INSOLVABILITE    VALUE 'IN'.
              88 'X'-DISPARITION      VALUE 'DI'.
              88 'X'-DECES            VALUE 'DE'.
              88 'X'-PROC-COLLECTIVE  VALUE 'PC'.
              88 'X'-MINIME           VALUE 'MI'.
              88 'X'-PRESCRIPTION     VALUE 'PR'.
           05 'X'-DSIGNV    PIC X(30).
      * SIGNATAIRE DE LA DECISION
           05 'X'-MANV      PIC S9(12).
      * MONTANT ADMIS EN NON-VALEUR
           05 'X'-MTCTDU    PIC S9(12).
      * TOTAL DU DE LA LIQUIDATION HISTORISEE
           05 'X'-MRAR      PIC S9(12).
      * RESTE A RECOUVRER DE L'ARTICLE A L'INTEGRATION
           05 'X'-JINTEG    PIC 9(8).
      * DATE D'INTEGRATION DE LA DECISION
           05 'X'-FILLER    PIC X(40).
