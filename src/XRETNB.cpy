      *                             /COTISATION amalgam{e Non bATI TSE NV
              10          'X'-MCFFIX PICTURE S9(10).
      *                             /MONTANT FRAIS FIXE CAAA
              10          'X'-MDZCOM
                          REDEFINES      'X'-MCFFIX
                                      PICTURE S9(10).
      *                             /MONTANT EXONERE ZONES HUMIDES -
      *                             /COMMUNE (FRAIS FIXE CAAA NON
      *                             /SERVI PAR LA CALCULETTE)
              10          'X'-MFA300 PICTURE S9(10).
      *                             /MONTANT FRAIS ASSIETTE A 3%
              10          'X'-MCFANO
      *                             /MONTANT FRAIS NON VALEUR NORMAUX
              10          'X'-MCFABA PICTURE S9(10).
      *                             /MONTANT FRAIS ASSIETTE BAPSA
              10          'X'-MDNCOM
                          REDEFINES      'X'-MCFABA
                                      PICTURE S9(10).
      *                             /MONTANT EXONERE NATURA 2000 -
      *                             /COMMUNE (FRAIS BAPSA NON SERVIS)
              10          'X'-MCFNVB PICTURE S9(10).
      *                             /MONTANT FRAIS NON VALEUR BAPSA
              10          'X'-MDNCU
                          REDEFINES      'X'-MCFNVB
                                      PICTURE S9(10).
      *                             /MONTANT EXONERE NATURA 2000 -
      *                             /EPCI (FRAIS BAPSA NON SERVIS)
              10          'X'-MCFACA PICTURE S9(10).
      *                             /MONTANT FRAIS ASSIETTE CAAA
              10          'X'-MCFNVC PICTURE S9(10).
      *                             /MONTANT DEGREVT. JEUNE AGRIC. GROUP.
              10          'X'-MDJTSE PICTURE S9(10).
      *                             /MONTANT DEGREVT. JEUNE AGRIC. TSE
              10          'X'-MDZCU
                          REDEFINES      'X'-MDJTSE
                                      PICTURE S9(10).
      *                             /MONTANT EXONERE ZONES HUMIDES -
      *                             /EPCI (DEGVT JA TSE NON SERVI)
              10          'X'-MDJDEP PICTURE S9(10).
      *                             /MONTANT DEGREVT. JEUNE AGRIC. DPT.
              10          'X'-MDJT13 PICTURE S9(10)
      *                             /INDICATEUR MODE TEST ('T'=TEST)
              10          'X'-GVOIE PICTURE X(1).
      *                             /VOIE TAUX : T=TAUDIS B=BASE TAUX
      *                             /H=TAUDIS HISTORISE (TAUHIST)
              10          'X'-GCTXTA PICTURE X(1).
      *                             /CONTEXTE TAXATION : G=GENERAL
      *                             /S=SUPPLEMENTAIRE C=CONTENTIEUX
