      *                             /C=cumul POS E=exclusive ' '=neant
               15         'X'-PMJTC PICTURE 9(3).
      *                             /tarif m2 majoration zone tendue
               15         'X'-GZHSUP PICTURE X(1).
      *                             /SUPPRESSION PAR DELIBERATION DE
      *                             /L'EXONERATION ZONES HUMIDES
      *                             /S=SUPPRIMEE ' '=APPLICABLE
               15         'X'-PCOCOR PICTURE 9V9(6).
      *                             /COEFFICIENT CORRECTEUR DE LA
      *                             /COMMUNE (TRANSFERT DE LA PART
      *                             /DEPARTEMENTALE BATIE)
               15         'X'-DSEDOM PICTURE 9(9).
      *                             /SEUIL D'EXONERATION DOM
               15         'X'-DSEDNB PICTURE 9(9).
