              10 'X'-KEICCTS                   PIC S9(003).
           05 'X'-CCOIFP                       PIC X(003).
           05 'X'-CCPPER                       PIC X(003).
      ****************************************
      ***---- BASES EXONEREES COMPENSEES --***
      ****************************************
      * SERVIES SUR LE POSTE 1 UNIQUEMENT, REPRISES PAR COMPEXO
      * POUR LE CALCUL DES ALLOCATIONS COMPENSATRICES (L'AGRICULTURE
      * BIOLOGIQUE EST PORTEE PAR LES BASES DU POSTE 3) :
      * BASES DE L'ARTICLE EXONERE DOM SOUS SEUIL, AVANT MISE A ZERO
           05 'X'-BDMCOM                       PIC S9(10).
           05 'X'-BDMDEP                       PIC S9(10).
           05 'X'-BDMSYN                       PIC S9(10).
           05 'X'-BDMCU                        PIC S9(10).
      * BASES EXONEREES NATURA 2000 (COMMUNE, EPCI)
           05 'X'-BNZCOM                       PIC S9(10).
           05 'X'-BNZCU                        PIC S9(10).
      * BASES EXONEREES ZONES HUMIDES (COMMUNE, EPCI)
           05 'X'-BZHCOM                       PIC S9(10).
           05 'X'-BZHCU                        PIC S9(10).
           05 'X'-FILLER                      PIC X(146).
