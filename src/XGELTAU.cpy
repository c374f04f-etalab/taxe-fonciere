      *-----------------------------------------------------------*
      *    NOM COPY                   :  XGELTAU                  *
      *    ZONE D'ECHANGE DU MODULE GELTAUD DE GEL DU TAUDIS      *
      *    APRES HOMOLOGATION DU ROLE : LA DEMANDE (COLLECTIVITE, *
      *    ZONE VISEE, NOUVELLE VALEUR, PROGRAMME APPELANT, ET    *
      *    POUR UN DEGEL L'AGENT QUI L'AUTORISE ET LE MOTIF) ET   *
      *    L'ETAT DE GEL RENDU. UTILISEE PAR MAJTAUD, TMAJTAUD,   *
      *    CHARGDEL, TAUXPROD ET FUSICOM.                         *
      *-----------------------------------------------------------*
           05 'X'-DEMANDE.
              10 'X'-DIR       PIC X(3).
              10 'X'-COM       PIC X(3).
      * COMMUNE VISEE (LOW-VALUE OU ESPACES POUR UNE ZONE DE
      * L'ARTICLE DIRECTION)
              10 'X'-ZONE      PIC X(8).
      * NOM DE ZONE AU SENS DE MAJTAUD (FONCTION 'C' UNIQUEMENT)
              10 'X'-NOUVEAU   PIC X(20).
      * NOUVELLE VALEUR DEMANDEE, REPORTEE AU JOURNAL DES REFUS
              10 'X'-PROGRA    PIC X(8).
      * PROGRAMME DEMANDEUR
              10 'X'-AUTORIS   PIC X(8).
      * MATRICULE DE L'AGENT AUTORISANT LE DEGEL (FONCTION 'D')
              10 'X'-MOTIF     PIC X(40).
      * MOTIF DU DEGEL (FONCTION 'D')
           05 'X'-RESULTAT.
              10 'X'-ETAGEL    PIC X(1).
                 88 'X'-LIBRE           VALUE 'L'.
                 88 'X'-GELEE           VALUE 'G'.
                 88 'X'-DEGELEE         VALUE 'D'.
      * 'L' = COLLECTIVITE NON HOMOLOGUEE OU ZONE HORS GEL,
      * 'G' = ZONE GELEE, 'D' = GEL LEVE PAR UN DEGEL EN VIGUEUR
              10 'X'-JANROL    PIC 9(4).
      * ANNEE DU ROLE DE LA CAMPAGNE (JANROL DE LA DIRECTION)
              10 'X'-JDAGEL    PIC 9(8).
      * DATE D'EFFET DU GEL (AAAAMMJJ) : DATE D'HOMOLOGATION
      * JDAHO1 DE LA COMMUNE, A DEFAUT DATE JBAROL DE LA DIRECTION
              10 'X'-FILLER    PIC X(20).
