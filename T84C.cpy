              10 'X'-AQPSYN OCCURS 10.
                15 'X'-FILLER PIC X.
                15 'X'-PQPSYN PIC 9(3)V9(2).
      * SUPPRESSION PAR DELIBERATION DE L'EXONERATION DES ZONES
      * HUMIDES (PART COMMUNALE). S: SUPPRIMEE - '': APPLICABLE
              10 'X'-FILLER PIC X.
              10 'X'-GZHSUP PIC X.
      * COEFFICIENT CORRECTEUR DE LA COMMUNE, NEUTRALISANT LE GAIN
      * OU LA PERTE NES DU TRANSFERT DE LA PART DEPARTEMENTALE DE
      * TAXE FONCIERE BATIE (1,000000 = NEUTRE)
              10 'X'-FILLER PIC X.
              10 'X'-PCOCOR PIC 9V9(6).
      * INTEGRATION FISCALE PROGRESSIVE DE LA COMMUNE NOUVELLE :
      * ANNEE DE DEBUT DE L'INTEGRATION (ANNEE DE CREATION) ET
      * DUREE VOTEE EN ANNEES (12 AU PLUS). DUREE NON SERVIE OU
      * NULLE : LE TAUX DE LA COMMUNE NOUVELLE S'APPLIQUE D'EMBLEE
      * A TOUTES LES COMMUNES DELEGUEES
              10 'X'-FILLER PIC X.
              10 'X'-JDBICN PIC X(4).
              10 'X'-FILLER PIC X.
              10 'X'-NBAICN PIC 9(2).
      * LIBRE
              10 'X'-FILLER PIC X(2167).
