      *-----------------------------------------------------------*
      *    NOM COPY                   :  XPISTE                   *
      *    PISTE D'AUDIT D'UNE ECRITURE DE PRISE EN CHARGE        *
      *    (FICHIER PISTAUD PRODUIT PAR PISTECPT) : UN            *
      *    ENREGISTREMENT PAR NIVEAU DE DECOMPOSITION (ARTICLE,   *
      *    ROLE, COMMUNE, ECRITURE), ENCADRE PAR DES              *
      *    ENREGISTREMENTS DE SERVICE XSERVIC. CHAQUE             *
      *    ENREGISTREMENT EST SCELLE PAR UNE CLE MODULO 97        *
      *    CHAINEE SUR CELLE DU PRECEDENT (MODULE CLEREF) : TOUTE *
      *    ALTERATION D'UN MONTANT OU DE L'ORDRE DES              *
      *    ENREGISTREMENTS ROMPT LA CHAINE.                       *
      *-----------------------------------------------------------*
           05 'X'-NIVEAU    PIC X(1).
      * NIVEAU DE DECOMPOSITION
              88 'X'-ARTICLE          VALUE 'A'.
              88 'X'-ROLE             VALUE 'R'.
              88 'X'-COMMUNE          VALUE 'C'.
              88 'X'-ECRITURE         VALUE 'E'.
           05 'X'-CCPPER    PIC X(3).
           05 'X'-NATURE    PIC X(2).
      * NATURE DE PRODUIT (CODES D'ECRICOMP)
           05 'X'-DAN       PIC 9(4).
      * CAMPAGNE
           05 'X'-AC3DIR    PIC X(3).
           05 'X'-CCOCOM    PIC X(3).
           05 'X'-JANROL    PIC 9(4).
           05 'X'-DNURO     PIC 9(3).
      * ROLE DE LA COMMUNE (NIVEAUX ROLE ET ARTICLE)
           05 'X'-DSRPAR    PIC X(1).
           05 'X'-ANUPRO    PIC X(6).
           05 'X'-CCOBNB    PIC X(1).
      * ARTICLE (NIVEAU ARTICLE)
           05 'X'-NUMGEN    PIC 9(6).
      * GENERATION DU FICHIER HELIOS / SORTLOT DE L'ARTICLE
           05 'X'-MBASE     PIC S9(10).
           05 'X'-TAUX      PIC S9(4)V9(6).
      * BASE ET TAUX CONSERVES DANS RETENB / RETENNB (ARTICLE)
           05 'X'-NBELEM    PIC 9(9).
      * NOMBRE D'ELEMENTS DU NIVEAU INFERIEUR
           05 'X'-MONTANT   PIC S9(14).
      * MONTANT DU NIVEAU (COTISATION DE L'ARTICLE, SOMME DES
      * ARTICLES DU ROLE OU DES ROLES DE LA COMMUNE, MONTANT DE
      * L'ECRITURE D'ECRICOMP)
           05 'X'-MCTL      PIC S9(14).
      * MONTANT DE CONTROLE : CUMUL INDEPENDANT DU NIVEAU
      * INFERIEUR (SOMME DES COMMUNES POUR L'ECRITURE)
           05 'X'-GCTL      PIC X(1).
              88 'X'-CONCORDANT       VALUE 'O'.
              88 'X'-DISCORDANT       VALUE 'N'.
           05 'X'-NUMSEQ    PIC 9(9).
      * RANG DE L'ENREGISTREMENT DANS LE FICHIER
           05 'X'-SCEAU     PIC 9(2).
      * CLE CHAINEE
           05 'X'-FILLER    PIC X(20).
