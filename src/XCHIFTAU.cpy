      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCHIFTAU                 *
      *    ZONE D'ECHANGE DU MODULE CHIFTAUX DE CHIFFRAGE         *
      *    D'IMPACT D'UNE MODIFICATION DE TAUX DU TAUDIS : LA     *
      *    DEMANDE (CLE DE L'ARTICLE, ZONE, ANCIEN ET NOUVEAU     *
      *    TAUX) ET LE CHIFFRAGE RENDU SUR LES BASES ARCHIVEES    *
      *    RETENB/RETENNB DE LA COMMUNE (ECART DE PRODUIT DE LA   *
      *    COLLECTIVITE ET EFFET MOYEN PAR ARTICLE). UTILISEE PAR *
      *    TMAJTAUD ET ETATCHIF.                                  *
      *-----------------------------------------------------------*
           05 'X'-DEMANDE.
              10 'X'-JAN       PIC 9(4).
      * ANNEE DU ROLE (JANROL DE L'ARTICLE DIRECTION) : LES BASES
      * DE L'ANNEE SONT UTILISEES SI ELLES SONT ARCHIVEES, A
      * DEFAUT CELLES DE L'ANNEE PRECEDENTE
              10 'X'-DIR       PIC X(3).
              10 'X'-COM       PIC X(3).
              10 'X'-ZONE      PIC X(8).
              10 'X'-ANCIEN    PIC X(20).
              10 'X'-NOUVEAU   PIC X(20).
      * TAUX SAISIS AU FORMAT DU MOUVEMENT MAJTAUD (9(4)V9(6) EN
      * POSITIONS 1 A 10)
              10 'X'-CODSAI    PIC X(8).
      * CODE DE CONFIRMATION SAISI (FONCTION 'V' UNIQUEMENT)
           05 'X'-RESULTAT.
              10 'X'-LIBCOL    PIC X(20).
      * COLLECTIVITE BENEFICIAIRE DU TAUX
              10 'X'-JANBAS    PIC 9(4).
      * ANNEE DES BASES EFFECTIVEMENT UTILISEES
              10 'X'-NBART     PIC 9(9).
      * NOMBRE D'ARTICLES DE ROLE PORTANT UNE BASE NON NULLE
              10 'X'-BASE      PIC S9(14).
              10 'X'-TXANC     PIC 9(4)V9(6).
              10 'X'-TXNOU     PIC 9(4)V9(6).
              10 'X'-PRDANC    PIC S9(14).
              10 'X'-PRDNOU    PIC S9(14).
      * PRODUITS ATTENDUS = BASES X TAUX / 100 (EUROS)
              10 'X'-ECART     PIC S9(14).
      * ECART DE PRODUIT (NOUVEAU - ANCIEN) POUR LA COLLECTIVITE
              10 'X'-ECAMOY    PIC S9(10)V99.
      * EFFET MOYEN PAR ARTICLE (ECART / NOMBRE D'ARTICLES)
              10 'X'-VARPCT    PIC S9(5)V99.
      * VARIATION DU TAUX EN POURCENTAGE DE L'ANCIEN TAUX
              10 'X'-GCONF     PIC X(1).
                 88 'X'-A-CONFIRMER     VALUE 'O'.
      * 'O' = ECART OU VARIATION AU-DELA DES SEUILS : CODE DE
      * CONFIRMATION EXIGE A LA VALIDATION
              10 'X'-SEUMNT    PIC 9(12).
              10 'X'-SEUPCT    PIC 9(3)V99.
      * SEUILS EN VIGUEUR (MONTANT EN EUROS, POURCENTAGE)
              10 'X'-FILLER    PIC X(20).
