           10 'X'-NBREPOR   PIC 9(9).
      * MODE DELTA : NOMBRE D'ARTICLES REPORTES DEPUIS LA DERNIERE
      * LIQUIDATION HISTORISEE SANS RAPPEL DES CALCULETTES
           10 'X'-TOTINT    PIC S9(12).
      * ROLES SUPPLEMENTAIRES : TOTAL DES INTERETS DE RETARD (MINTRE
      * CUMULE ; ZERO SUR LE BILAN DE LA CAMPAGNE GENERALE)
           10 'X'-TOTMAJ    PIC S9(12).
      * ROLES SUPPLEMENTAIRES : TOTAL DES MAJORATIONS D'ASSIETTE
      * (MMAJAS CUMULE ; ZERO SUR LE BILAN DE LA CAMPAGNE GENERALE)
