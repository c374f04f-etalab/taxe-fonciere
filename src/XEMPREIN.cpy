      *-----------------------------------------------------------*
      *    NOM COPY                   :  XEMPREIN                 *
      *    ZONE D'ECHANGE DU MODULE EMPREINT DE SCELLEMENT DES    *
      *    FICHIERS DE SORTIE : UNE ZONE PAR FICHIER SCELLE OU    *
      *    VERIFIE (LES CUMULS DE L'EMPREINTE Y SONT PORTES, CE   *
      *    QUI PERMET DE TRAITER PLUSIEURS FICHIERS DANS LE MEME  *
      *    PROGRAMME). LA CLE DU SCELLE EST SERVIE PAR L'APPELANT *
      *    ET COMPLETEE PAR LE MODULE A PARTIR DES                *
      *    ENREGISTREMENTS DE SERVICE XSERVIC RENCONTRES ('*ENT'  *
      *    : GENERATION, '*FIN' : ANNEE ET DIRECTION).            *
      *-----------------------------------------------------------*
           05 'X'-FONCTION  PIC X(1).
              88 'X'-INITIALISER     VALUE 'I'.
              88 'X'-CUMULER         VALUE 'A'.
              88 'X'-SCELLER         VALUE 'S'.
              88 'X'-VERIFIER        VALUE 'V'.
      * 'I' = REMISE A ZERO DES CUMULS, 'A' = CUMUL D'UN
      * ENREGISTREMENT (ZONE ET LONGUEUR), 'S' = ECRITURE DU SCELLE
      * PAR LE PRODUCTEUR, 'V' = CONTROLE PAR LE CONSOMMATEUR
           05 'X'-CLE.
              10 'X'-JAN       PIC 9(4).
              10 'X'-DEPDIR    PIC X(3).
              10 'X'-TYPFIC    PIC X(8).
              10 'X'-NUMGEN    PIC 9(6).
           05 'X'-PROGRAMME PIC X(8).
      * PROGRAMME PRODUCTEUR ('S') OU CONSOMMATEUR ('V')
           05 'X'-LONG      PIC 9(5).
      * LONGUEUR DE L'ENREGISTREMENT CUMULE ('A')
           05 'X'-SOMME1    PIC 9(9)  COMP.
           05 'X'-SOMME2    PIC 9(9)  COMP.
      * CUMULS DE L'EMPREINTE, REDUITS MODULO 65521 A CHAQUE
      * ENREGISTREMENT
           05 'X'-NBENR     PIC 9(9).
           05 'X'-EMPREINTE PIC 9(10).
      * EMPREINTE DU FICHIER = SOMME2 X 65536 + SOMME1 ('S', 'V')
           05 'X'-EMPSCEL   PIC 9(10).
           05 'X'-NBSCEL    PIC 9(9).
      * EMPREINTE ET NOMBRE D'ENREGISTREMENTS SCELLES ('V')
           05 'X'-CR        PIC 9(2).
              88 'X'-CR-OK           VALUE 00.
              88 'X'-CR-DIVERGENT    VALUE 01.
              88 'X'-CR-ABSENT       VALUE 02.
              88 'X'-CR-REGISTRE-KO  VALUE 03.
              88 'X'-CR-ANNULE       VALUE 05.
      * 00 = SCELLE ECRIT OU EMPREINTE CONFORME, 01 = EMPREINTE OU
      * NOMBRE D'ENREGISTREMENTS DIFFERENT DU SCELLE, 02 = AUCUN
      * SCELLE POUR CETTE CLE, 03 = REGISTRE INACCESSIBLE, 04 =
      * FONCTION INCONNUE, 05 = FICHIER D'UN PASSAGE DE LOT ANNULE
      * ('V' : NE PAS CONSOMMER)
