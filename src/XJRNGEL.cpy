      *-----------------------------------------------------------*
      *    NOM COPY                   :  XJRNGEL                  *
      *    JOURNAL DU GEL DU TAUDIS : UN ENREGISTREMENT PAR       *
      *    MODIFICATION REFUSEE SUR UNE COLLECTIVITE DONT LE ROLE *
      *    EST HOMOLOGUE ET PAR DEGEL ENREGISTRE (AGENT           *
      *    AUTORISANT ET MOTIF). ECRIT PAR LE MODULE GELTAUD A LA *
      *    DEMANDE DE MAJTAUD, TMAJTAUD, CHARGDEL ET TAUXPROD.    *
      *    FICHIER CUMULATIF.                                     *
      *-----------------------------------------------------------*
           05 'X'-DATJOU    PIC 9(8).
      * DATE DE L'EVENEMENT (AAAAMMJJ)
           05 'X'-HEUJOU    PIC 9(8).
      * HEURE DE L'EVENEMENT (HHMMSSCC)
           05 'X'-TYPE      PIC X(1).
              88 'X'-REFUS           VALUE 'R'.
              88 'X'-DEGEL           VALUE 'D'.
           05 'X'-PROGRA    PIC X(8).
      * PROGRAMME DEMANDEUR
           05 'X'-DIR       PIC X(3).
           05 'X'-COM       PIC X(3).
      * COMMUNE ('...' POUR L'ARTICLE DIRECTION)
           05 'X'-ZONE      PIC X(8).
      * ZONE DONT LA MODIFICATION EST REFUSEE (ESPACES : DEGEL)
           05 'X'-NOUVEAU   PIC X(20).
      * NOUVELLE VALEUR REFUSEE
           05 'X'-JANROL    PIC 9(4).
      * ANNEE DU ROLE DE LA CAMPAGNE
           05 'X'-JDAGEL    PIC 9(8).
      * DATE D'EFFET DU GEL (AAAAMMJJ, ZERO SI INDETERMINEE)
           05 'X'-AUTORIS   PIC X(8).
      * AGENT AYANT AUTORISE LE DEGEL
           05 'X'-MOTIF     PIC X(40).
      * MOTIF DU DEGEL
           05 'X'-FILLER    PIC X(9).
