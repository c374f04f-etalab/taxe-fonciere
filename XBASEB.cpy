           05 'X'-BAVTAS                     PIC S9(10).
           05 'X'-BAVTSEN                    PIC S9(10).
           05 'X'-BAVTEOM                    PIC S9(10).
      ****************************************
      ***---- BASES EXONEREES COMPENSEES --***
      ****************************************
      * BASES EXONEREES DES CONSTRUCTIONS NOUVELLES (POSTE 2 DE LA
      * CALCULETTE) ET BASE DE L'ABATTEMENT QPV (APPLIQUEE A LA
      * COMMUNE, AU SYNDICAT ET A L'EPCI), REPRISES PAR COMPEXO
      * POUR LE CALCUL DES ALLOCATIONS COMPENSATRICES
           05 'X'-BEXCOM                     PIC S9(10).
           05 'X'-BEXDEP                     PIC S9(10).
           05 'X'-BEXSYN                     PIC S9(10).
           05 'X'-BEXCU                      PIC S9(10).
           05 'X'-BQPV                       PIC S9(10).
           05 'X'-FILLER                     PIC X(11).
