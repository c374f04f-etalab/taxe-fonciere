      *-----------------------------------------------------------*
      *    NOM COPY                   :  XRECVAC                  *
      *    ARTICLE D'UNE RECLAMATION POUR VACANCE DE LOCAUX       *
      *    (MOTIF 'VL' DU FICHIER DES RECLAMATIONS) : AU LIEU DE   *
      *    L'ENREGISTREMENT COMBAT REJOUE, LA CLE DE L'ARTICLE    *
      *    BATI (MEMES POSITIONS QUE XCOMBAT), LA QUOTE-PART DE   *
      *    LA BASE DE L'ARTICLE AFFERENTE AU LOCAL VACANT ET LA   *
      *    PERIODE DE VACANCE EN MOIS ENTIERS. LE DEGREVEMENT EST *
      *    LIQUIDE PAR EFIRECL3 AU PRORATA SUR LA LIQUIDATION     *
      *    D'ORIGINE (HISTOB), A LA CHARGE DE L'ETAT.             *
      *-----------------------------------------------------------*
           05 'X'-CCOBNB    PIC X(1).
      * CODE BATI / NON-BATI ('2' SEUL ADMIS)
           05 'X'-AIDFIC.
              10 'X'-DAN    PIC 9(4).
      * ANNEE IMPOSITION
              10 'X'-AC3DIR.
                 15 'X'-CC2DEP PIC X(2).
                 15 'X'-CCODIR PIC X(1).
              10 'X'-CCOCOM PIC X(3).
              10 'X'-DSRPAR PIC X(1).
           05 'X'-ANUPRO.
              10 'X'-CGROUP PIC X(1).
              10 'X'-NNUPRO PIC 9(5).
           05 'X'-INVLOC    PIC X(10).
      * IDENTIFIANT (INVARIANT) DU LOCAL VACANT
           05 'X'-PQPLOC    PIC 9(3)V9(2).
      * QUOTE-PART DE LA BASE DE L'ARTICLE AFFERENTE AU LOCAL (%)
           05 'X'-JDBVAC    PIC 9(6).
      * PREMIER MOIS ENTIER DE VACANCE (AAAAMM)
           05 'X'-JDBVAC-DEC REDEFINES 'X'-JDBVAC.
              10 'X'-JDBVAC-AA PIC 9(4).
              10 'X'-JDBVAC-MM PIC 9(2).
           05 'X'-JFNVAC    PIC 9(6).
      * DERNIER MOIS ENTIER DE VACANCE (AAAAMM)
           05 'X'-JFNVAC-DEC REDEFINES 'X'-JFNVAC.
              10 'X'-JFNVAC-AA PIC 9(4).
              10 'X'-JFNVAC-MM PIC 9(2).
           05 'X'-FILLER    PIC X(554).
