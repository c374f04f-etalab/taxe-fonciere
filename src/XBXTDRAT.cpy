      *-----------------------------------------------------------*
      *    NOM COPY                   :  XBXTDRAT                 *
      *    SEGMENT DE RATTACHEMENT DE LA COMMUNE A SES            *
      *    GROUPEMENTS (CODE GROUPEMENT EPCI ACOGC, SYNDICATS DE  *
      *    LA LISTSY ET LEURS QUOTES-PARTS PQPSYN), SERVI PAR     *
      *    EFITAUX2 DANS LE POSTE 6 DE LA ZONE ZES A PARTIR DE    *
      *    L'ARTICLE COMMUNE DU TAUDIS. LE CHEMIN BASE TAUX DL/I  *
      *    (FMSTAU2) NE LE SERT PAS : LES CALCULETTES LE          *
      *    RECONSTITUENT AU RECALAGE (VOIE 'B') AVEC LA COMMUNE   *
      *    ET LE GROUPEMENT DE XB40, SANS LES SYNDICATS           *
      *-----------------------------------------------------------*
           10 'X'-AC3DIR    PIC X(3).
      * CODE DEPARTEMENT DIRECTION
           10 'X'-CCOCOM    PIC X(3).
      * CODE COMMUNE MAJIC2
           10 'X'-ACOGC.
      * CODE GROUPEMENT DE LA COMMUNE (EPCI)
              15 'X'-CTYGC  PIC X(1).
      * TYPE DE GROUPEMENT
              15 'X'-CCOIC  PIC X(3).
      * CODE DU GROUPEMENT
           10 'X'-ASYN      OCCURS 10.
      * SYNDICATS COMMUNAUX DE LA LISTSY, MEME RANG QUE L'ARTICLE
              15 'X'-SIRSYN PIC X(9).
      * SIREN DU SYNDICAT
              15 'X'-PQPSYN PIC 9(3)V9(2).
      * QUOTE-PART DU SYNDICAT DANS LA COTISATION SYNDICALE (%)
           10 'X'-FILLER    PIC X(250).
