      *-----------------------------------------------------------*
      *    NOM COPY                   :  XCOPRO                   *
      *    CO-REDEVABLES D'UN COMPTE PROPRIETAIRE (INDIVISAIRES,  *
      *    USUFRUITIER ET NU-PROPRIETAIRE, GERANT) : UN           *
      *    ENREGISTREMENT PAR PERSONNE, CLE = COMPTE DU           *
      *    REFERENTIEL REFPRO SUIVI DU RANG DE LA PERSONNE DANS   *
      *    LE COMPTE. CHAQUE CO-REDEVABLE PEUT ETRE POURSUIVI     *
      *    POUR LA TOTALITE DE LA DETTE. ALIMENTE PAR CHARGCOP,   *
      *    CONSULTE PAR EDITAVIS, EDITRELA ET TCONSPRO            *
      *-----------------------------------------------------------*
           05 'X'-CLE.
              10 'X'-ANUPRO.
      * NUM COMPTE PROPRIETAIRE (COMPTE DU REFERENTIEL REFPRO)
                 15 'X'-CGROUP PIC X(1).
                 15 'X'-NNUPRO PIC 9(5).
              10 'X'-NORDRE PIC 9(2).
      * RANG DU CO-REDEVABLE DANS LE COMPTE (01 A 99)
           05 'X'-CROLE     PIC X(1).
      * QUALITE DU CO-REDEVABLE
              88 'X'-INDIVISAIRE     VALUE 'I'.
              88 'X'-USUFRUITIER     VALUE 'U'.
              88 'X'-NU-PROPRIETAIRE VALUE 'N'.
              88 'X'-GERANT          VALUE 'G'.
           05 'X'-QPARTN    PIC 9(4).
           05 'X'-QPARTD    PIC 9(4).
      * QUOTE-PART DES DROITS (NUMERATEUR / DENOMINATEUR), A ZERO
      * POUR UN GERANT
           05 'X'-DDENOM    PIC X(38).
      * DESIGNATION DU CO-REDEVABLE (NOM/RAISON SOCIALE)
           05 'X'-DADRL1    PIC X(32).
      * ADRESSE POSTALE LIGNE 1 (COMPLEMENT)
           05 'X'-DADRL2    PIC X(32).
      * ADRESSE POSTALE LIGNE 2 (NUMERO ET VOIE)
           05 'X'-CPOSTA    PIC X(5).
      * CODE POSTAL
           05 'X'-DLIPOS    PIC X(26).
      * LIBELLE DU BUREAU DISTRIBUTEUR
           05 'X'-FILLER    PIC X(20).
