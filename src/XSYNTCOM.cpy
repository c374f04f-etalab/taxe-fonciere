      *    ENREGISTREMENT PAR COMMUNE/IFP, PRODUIT PAR SYNTLOT    *
      *    EN UNE SEULE LECTURE DU FICHIER DE SORTIE DU LOT, ET   *
      *    CONSOMME PAR LES ETATS DE FIN DE CAMPAGNE (FRAISCOM,   *
      *    TEOMZONE, TEOMCOUV, CTLBASE, RAPMCAS, PRODDEF) AU      *
      *    LIEU DE RELECTURES COMPLETES DE SORTLOT. ENCADRE PAR   *
      *    DES ENREGISTREMENTS DE SERVICE XSERVIC. PLANVAG Y      *
      *    RELEVE LE VOLUME D'AVIS DE CHAQUE COMMUNE.             *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-DAN     PIC 9(4).
           05 'X'-TCTHFR    PIC S9(12).
           05 'X'-TCTFRA    PIC S9(12).
           05 'X'-TCTDU     PIC S9(12).
      * PART BATIE DE LA COTISATION GEMAPI (LA PART NON BATIE EST
      * MCOGE3 - MCOGEB)
           05 'X'-MCOGEB    PIC S9(12).
      * MONTANTS EXONERES PAR COLLECTIVITE : BATI = CONSTRUCTIONS
      * NOUVELLES + ABATTEMENT QPV, NON BATI = NATURA 2000 + ZONES
      * HUMIDES (PAS DE PART SYNDICALE EN NON BATI)
           05 'X'-MEXCOM-B  PIC S9(12).
           05 'X'-MEXSYN-B  PIC S9(12).
           05 'X'-MEXCU-B   PIC S9(12).
           05 'X'-MEXCOM-N  PIC S9(12).
           05 'X'-MEXCU-N   PIC S9(12).
      * DEGREVEMENTS NON BATIS PAR COLLECTIVITE (JEUNES AGRICULTEURS
      * + CALAMITES AGRICOLES)
           05 'X'-MDGCOM-N  PIC S9(12).
           05 'X'-MDGSYN-N  PIC S9(12).
           05 'X'-MDGCU-N   PIC S9(12).
      * ALLEGEMENTS BATIS SOUS CONDITION DE RESSOURCES A LA CHARGE DE
      * L'ETAT (MDG65A + MEXRES + MPLRFR), NON VENTILES
           05 'X'-MDGETA-B  PIC S9(12).
           05 'X'-FILLER    PIC X(20).
