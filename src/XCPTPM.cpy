      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCPTPM                   *
      *    EXTRAIT DES COMPTES PROPRIETAIRES PERSONNES MORALES    *
      *    D'UNE DIRECTION (EXTRPM) : DIRECTION, COMPTE, SIREN ET *
      *    DESIGNATION. LES EXTRAITS DE TOUTES LES DIRECTIONS,    *
      *    CONCATENES PAR L'EXPLOITATION, ALIMENTENT LA VUE       *
      *    NATIONALE PAR SIREN (GRANDPM).                         *
      *-----------------------------------------------------------*
           05 'X'-AC3DIR    PIC X(3).
      * CODE DEPARTEMENT DIRECTION
           05 'X'-ANUPRO    PIC X(6).
      * NUM COMPTE PROPRIETAIRE DANS LA DIRECTION
           05 'X'-DSIREN    PIC X(9).
      * SIREN DE LA PERSONNE MORALE
           05 'X'-DDENOM    PIC X(38).
      * DESIGNATION DU TITULAIRE (RAISON SOCIALE)
           05 'X'-FILLER    PIC X(8).
