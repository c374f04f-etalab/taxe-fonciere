              10          'X'-MBATC PICTURE S9(10).
      *                             /SURFACE (M2) MAJORATION TERRAIN
      *                             /CONSTRUCTIBLE ZONE TENDUE
              10          'X'-ABANAT.
      *                             /EXONERATION NATURA 2000 : BASES
      *                             /DES PARCELLES SOUS ENGAGEMENT DE
      *                             /GESTION (COMPRISES DANS ABANB)
               15         'X'-MBNCOM PICTURE S9(10).
      *                             /BASE EXO NATURA 2000 - COMMUNE
               15         'X'-MBNCU PICTURE S9(10).
      *                             /BASE EXO NATURA 2000 - EPCI
               15         'X'-JDBNAT PICTURE 9(4).
      *                             /ANNEE DE DEBUT DE L'ENGAGEMENT
               15         'X'-JFNNAT PICTURE 9(4).
      *                             /ANNEE DE FIN DE L'ENGAGEMENT
              10          'X'-ABAZHU.
      *                             /EXONERATION ZONES HUMIDES : BASES
      *                             /DES PARCELLES SOUS ENGAGEMENT DE
      *                             /GESTION (COMPRISES DANS ABANB)
               15         'X'-MBZCOM PICTURE S9(10).
      *                             /BASE EXO ZONES HUMIDES - COMMUNE
               15         'X'-MBZCU PICTURE S9(10).
      *                             /BASE EXO ZONES HUMIDES - EPCI
               15         'X'-JDBZHU PICTURE 9(4).
      *                             /ANNEE DE DEBUT DE L'ENGAGEMENT
               15         'X'-JFNZHU PICTURE 9(4).
      *                             /ANNEE DE FIN DE L'ENGAGEMENT
              10          'X'-APENAL.
      *                             /ROLE SUPPLEMENTAIRE (CONTEXTE S) :
      *                             /ANNEE D'ORIGINE ET NATURE DU
      *                             /MANQUEMENT, POUR L'INTERET DE
      *                             /RETARD ET LA MAJORATION D'ASSIETTE
               15         'X'-JANORI PICTURE 9(4).
      *                             /ANNEE D'ORIGINE DE L'IMPOSITION
      *                             /(NON SERVIE = ANNEE D'IMPOSITION)
               15         'X'-CMANQU PICTURE X.
      *                             /ESPACE=INTERET SEUL D=DECLARATION
      *                             /10% M=DELIBERE 40% F=FRAUDE 80%
                 88        'X'-MANQ-AUCUN VALUE ' '.
                 88        'X'-MANQ-DECLARATION VALUE 'D'.
                 88        'X'-MANQ-DELIBERE VALUE 'M'.
                 88        'X'-MANQ-FRAUDE VALUE 'F'.
                 88        'X'-CMANQU-OK VALUE ' ' 'D' 'M' 'F'.
              10          'X'-FILLER PICTURE X(61).
