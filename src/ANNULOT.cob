      *********************************************************
      * PROGRAMME ANNULOT                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * ANNULATION COMPLETE D'UN PASSAGE DE LOT (EFIBAT3) SUR *
      * UNE DIRECTION ET UNE CAMPAGNE, DESIGNE PAR LE NUMERO  *
      * DE GENERATION DE SES SORTIES (PARAMETRE PARMANN AVEC  *
      * L'AGENT DEMANDEUR). LES ARCHIVES DU PASSAGE SONT      *
      * D'ABORD CONTROLEES (ENTETE, DIRECTION, FIN DE         *
      * SERVICE) : RIEN N'EST DEFAIT SI ELLES NE SONT PAS     *
      * CELLES DU LOT OU SI LE LOT EST DEJA ANNULE. SONT      *
      * ENSUITE RETIRES LES LIQUIDATIONS HISTORISEES (HISTOB, *
      * HISTONB), LA CONSERVATION CHARGEE DEPUIS CES ARCHIVES *
      * (RETENB, RETENNB) ET LE BILAN HISTORISE ; LES SCELLES *
      * DES SORTIES SONT MARQUES ANNULES, L'ENTRLOT CONSOMME  *
      * EST RENDU AU REGISTRE DES GENERATIONS, LE VERROU EST  *
      * LIBERE ET LE SUIVI DE CAMPAGNE MIS A JOUR. L'ETAT     *
      * RAPPROCHE CE QUI A ETE DEFAIT DU BILAN DU PASSAGE.    *
      * CODE RETOUR : 0 = ANNULATION COMPLETE, 4 = POINTS A   *
      * TRAITER (VOIR L'ETAT), 8 = ANNULATION REFUSEE, 12 =   *
      * PARAMETRE OU FICHIER INACCESSIBLE.                    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNULOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMANN     ASSIGN  TO  PARMANN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PA-FS.
           SELECT  ARCHIVEB    ASSIGN  TO  ARCHIVEB
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  AB-FS.
           SELECT  ARCHIVNB    ASSIGN  TO  ARCHIVNB
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  ANB-FS.
           SELECT  BILANCAM    ASSIGN  TO  BILANCAM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BC-FS.
           SELECT  BILANSUP    ASSIGN  TO  BILANSUP
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS BS-FS.
           SELECT  HISTOB      ASSIGN  TO  HISTOB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HB-CLETOT
                               ALTERNATE RECORD KEY HB-ANUPRO
                                   WITH DUPLICATES
                               FILE STATUS  HB-FS.
           SELECT  HISTONB     ASSIGN  TO  HISTONB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HNB-CLETOT
                               ALTERNATE RECORD KEY HNB-ANUPRO
                                   WITH DUPLICATES
                               FILE STATUS  HNB-FS.
           SELECT  RETENB      ASSIGN  TO  RETENB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  RETENNB     ASSIGN  TO  RETENNB
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  HISTBIL     ASSIGN  TO  HISTBIL
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  HK-CLE
                               FILE STATUS  HK-FS.
           SELECT  REGSCEL     ASSIGN  TO  REGSCEL
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  SC-CLE
                               FILE STATUS  SC-FS.
           SELECT  REGGEN      ASSIGN  TO  REGGEN
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY RG-CLE
                               FILE STATUS RG-FS.
           SELECT  JOURNAL-GEN ASSIGN  TO  JNLGEN
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS JG-FS.
           SELECT  SUIVI       ASSIGN  TO  SUIVICAM
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  SU-CLE
                               FILE STATUS  SU-FS.
           SELECT  VERROU      ASSIGN  TO  VERROU
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS  VR-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.

       DATA DIVISION.
       FILE SECTION.
      * PASSAGE A ANNULER : CAMPAGNE, DIRECTION, NUMERO DU LOT
      * (GENERATION PORTEE PAR L'ENTETE '*ENT' DE SES SORTIES) ET
      * AGENT DEMANDEUR
       FD  PARMANN.
       01  ENR-PARMANN.
           05 PA-JAN               PIC X(4).
           05 PA-DEPDIR            PIC X(3).
           05 PA-NUMGEN            PIC X(6).
           05 PA-AGENT             PIC X(8).

      * ARCHIVES PRODUITES PAR LE PASSAGE A ANNULER : ELLES DONNENT
      * LA LISTE EXACTE DES ARTICLES HISTORISES PAR CE PASSAGE
       FD  ARCHIVEB.
       01  ENR-ARCHIVEB.
           COPY XBASEB REPLACING 'X' BY AB.

       FD  ARCHIVNB.
       01  ENR-ARCHIVNB.
           02 EL-ARCHIVNB OCCURS 5.
           COPY XBASNB REPLACING 'X' BY ANB.

      * BILANS EMIS PAR LE PASSAGE A ANNULER
       FD  BILANCAM.
       01  ENR-BILANCAM.
           COPY XBILAN REPLACING 'X' BY BC.

       FD  BILANSUP.
       01  ENR-BILANSUP.
           COPY XBILAN REPLACING 'X' BY BS.

      * HISTORIQUES DES LIQUIDATIONS (CLE DE L'ARTICLE PUIS
      * PROPRIETAIRE, COMME DANS EFIBAT3)
       FD  HISTOB.
       01  ENR-HISTOB.
           05 HB-CLETOT.
              10 HB-CLEART             PIC X(11).
              10 HB-ANUPRO             PIC X(6).
           05 HB-RETOUR                PIC X(600).
           05 HB-CR                    PIC 9(2).
           05 HB-RC                    PIC 9(2).

       FD  HISTONB.
       01  ENR-HISTONB.
           05 HNB-CLETOT.
              10 HNB-CLEART            PIC X(11).
              10 HNB-ANUPRO            PIC X(6).
           05 HNB-RETOUR               PIC X(600).
           05 HNB-CR                   PIC 9(2).
           05 HNB-RC                   PIC 9(2).

      * CONSERVATION PLURIANNUELLE ALIMENTEE PAR ARCHBASE
       FD  RETENB.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  RETENNB.
       01  ENR-RETENNB.
           02 RNB-CLETOT               PIC X(17).
           02 RNB-TABLE.
              03 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

       FD  HISTBIL.
       01  ENR-HISTBIL.
           COPY XHISTBIL.

       FD  REGSCEL.
       01  ENR-REGSCEL.
           COPY XREGSCEL.

      * REGISTRE ET JOURNAL DES GENERATIONS CONSOMMEES (CTLGEN)
       FD  REGGEN.
       01  ENR-REGGEN.
           05 RG-CLE.
              10 RG-AC3DIR         PIC X(3).
              10 RG-TYPFLUX        PIC X(8).
           05 RG-DERGEN            PIC 9(6).
           05 RG-DATJOU            PIC 9(8).

       FD  JOURNAL-GEN.
       01  ENR-JOURNAL-GEN.
           05 JG-DATJOU            PIC 9(8).
           05 JG-HEUJOU            PIC 9(8).
           05 JG-AC3DIR            PIC X(3).
           05 JG-TYPFLUX           PIC X(8).
           05 JG-NUMGEN            PIC 9(6).
           05 JG-DERGEN            PIC 9(6).
           05 JG-VERDICT           PIC X(1).
           05 JG-AGENT             PIC X(8).

       FD  SUIVI.
       01  ENR-SUIVI.
           05 SU-CLE.
              10 SU-JAN            PIC 9(4).
              10 SU-DEPDIR         PIC X(3).
              10 SU-ETAPE          PIC X(8).
           05 SU-DATJOU            PIC 9(8).
           05 SU-HEUJOU            PIC 9(8).
           05 SU-STATUT            PIC X(1).
           05 SU-VOLUME            PIC 9(9).

       FD  VERROU.
       01  ENR-VERROU.
           05 VR-ETAT              PIC X(1).
           05 VR-DAN               PIC 9(4).
           05 VR-DEPDIR            PIC X(3).
           05 VR-DATJOU            PIC 9(8).
           05 VR-HEUJOU            PIC 9(8).
           05 VR-NUMVAG            PIC 9(2).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ANNULOT 00 DU 15/10/26'.

       01  PA-FS                   PIC X(2).
           88 PA-OK                     VALUE '00'.
       01  AB-FS                   PIC X(2).
           88 AB-OK                     VALUE '00'.
       01  ANB-FS                  PIC X(2).
           88 ANB-OK                    VALUE '00'.
       01  BC-FS                   PIC X(2).
           88 BC-OK                     VALUE '00'.
       01  BS-FS                   PIC X(2).
           88 BS-OK                     VALUE '00'.
       01  HB-FS                   PIC X(2).
           88 HB-OK                     VALUE '00'.
       01  HNB-FS                  PIC X(2).
           88 HNB-OK                    VALUE '00'.
       01  RB-FS                   PIC X(2).
           88 RB-OK                     VALUE '00'.
       01  RNB-FS                  PIC X(2).
           88 RNB-OK                    VALUE '00'.
       01  HK-FS                   PIC X(2).
           88 HK-OK                     VALUE '00'.
       01  SC-FS                   PIC X(2).
           88 SC-OK                     VALUE '00'.
       01  RG-FS                   PIC X(2).
           88 RG-OK                     VALUE '00'.
       01  JG-FS                   PIC X(2).
           88 JG-OK                     VALUE '00'.
       01  SU-FS                   PIC X(2).
           88 SU-OK                     VALUE '00'.
       01  VR-FS                   PIC X(2).
           88 VR-OK                     VALUE '00'.
       01  RP-FS                   PIC X(2).

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN              PIC 9(4) VALUE 0.
       01  SUI-DEPDIR           PIC X(3) VALUE SPACE.
       01  SUI-ETAPE            PIC X(8).
       01  SUI-STATUT           PIC X(1).
       01  SUI-VOLUME           PIC 9(9) VALUE 0.

       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

      * VUES DES LIQUIDATIONS HISTORISEES
       01  RTB-VUE.
           COPY XRETB REPLACING 'X' BY RTB.
       01  RTN-VUE.
           COPY XRETNB REPLACING 'X' BY RTN.

      * BILANS DU PASSAGE RETENUS (DERNIER ENREGISTREMENT DE LA
      * DIRECTION ET DE LA CAMPAGNE DANS CHAQUE FICHIER)
       01  W-BILGEN.
           COPY XBILAN REPLACING 'X' BY BGN.
       01  W-BILSUP.
           COPY XBILAN REPLACING 'X' BY BSU.

       01  W-VERROU-ENR.
           05 W-VR-ETAT            PIC X(1).
           05 W-VR-DAN             PIC 9(4).
           05 W-VR-DEPDIR          PIC X(3).
           05 W-VR-DATJOU          PIC 9(8).
           05 W-VR-HEUJOU          PIC 9(8).
           05 W-VR-NUMVAG          PIC 9(2).

      * PARAMETRE
       01  W-JAN                   PIC X(4) VALUE SPACE.
       01  W-JAN9 REDEFINES W-JAN  PIC 9(4).
       01  W-DEPDIR                PIC X(3) VALUE SPACE.
       01  W-NUMGEN                PIC X(6) VALUE SPACE.
       01  W-NUMGEN9 REDEFINES W-NUMGEN
                                   PIC 9(6).
       01  W-AGENT                 PIC X(8) VALUE SPACE.
       01  W-DATJOU                PIC 9(8).
       01  W-HEUJOU                PIC 9(8).
       01  W-CRETOUR               PIC 9(2) VALUE 0.
       01  W-NBALERTES             PIC 9(5) COMP VALUE 0.

      * CLE D'UN ARTICLE DANS LES HISTORIQUES
       01  W-CLE-HIST.
           05 W-CH-JANIPT          PIC 9(4).
           05 W-CH-CCODEP          PIC X(2).
           05 W-CH-CCODIR          PIC X(1).
           05 W-CH-CCOCOM          PIC X(3).
           05 W-CH-DLETSR          PIC X(1).
           05 W-CH-CGROUP          PIC X(1).
           05 W-CH-DNUMCP          PIC 9(5).

      * CONTROLE PREALABLE DES ARCHIVES DU PASSAGE
       01  W-SW-FIN-ARCH           PIC X(1).
           88 W-FIN-ARCHIVE             VALUE 'O'.
       01  W-SW-ECART-ARCH         PIC X(1) VALUE 'N'.
           88 W-ECART-ARCHIVE           VALUE 'O'.
       01  W-DATENT                PIC 9(8) VALUE 0.
       01  W-NBENT-B               PIC 9(5) COMP VALUE 0.
       01  W-NBENT-NB              PIC 9(5) COMP VALUE 0.
       01  W-SW-FIN-B              PIC X(1) VALUE 'N'.
           88 W-FIN-B-LUE               VALUE 'O'.
       01  W-SW-FIN-NB             PIC X(1) VALUE 'N'.
           88 W-FIN-NB-LUE              VALUE 'O'.
       01  W-NBARCH-B              PIC 9(9) COMP VALUE 0.
       01  W-NBARCH-NB             PIC 9(9) COMP VALUE 0.
       01  W-NBHORS-B              PIC 9(9) COMP VALUE 0.
       01  W-NBHORS-NB             PIC 9(9) COMP VALUE 0.

      * BILANS
       01  W-SW-BILGEN             PIC X(1) VALUE 'N'.
           88 W-BILGEN-TROUVE           VALUE 'O'.
       01  W-SW-BILSUP             PIC X(1) VALUE 'N'.
           88 W-BILSUP-TROUVE           VALUE 'O'.
       01  W-SW-FIN-BIL            PIC X(1).
           88 W-FIN-BILAN               VALUE 'O'.
       01  W-BIL-NBB               PIC 9(9) COMP VALUE 0.
       01  W-BIL-NBNB              PIC 9(9) COMP VALUE 0.
       01  W-BIL-TOTCOT            PIC S9(13) COMP VALUE 0.
       01  W-ECART                 PIC S9(9) COMP.
       01  W-ECART-COT             PIC S9(13) COMP.

      * SUIVI DE CAMPAGNE : ETAPE LOT DE LA DIRECTION
       01  W-SUI-STATUT            PIC X(1) VALUE SPACE.
           88 W-LOT-DEJA-ANNULE         VALUE 'A'.
           88 W-LOT-PASSE               VALUES 'T' 'E'.
       01  W-HORO-LIMITE.
           05 W-HL-DATJOU          PIC 9(8) VALUE 0.
           05 W-HL-HEUJOU          PIC 9(8) VALUE 0.

      * RESULTATS DE L'ANNULATION DES HISTORIQUES ET DE LA
      * CONSERVATION
       01  W-NBDEL-HB              PIC 9(9) COMP VALUE 0.
       01  W-NBABS-HB              PIC 9(9) COMP VALUE 0.
       01  W-NBDEL-HNB             PIC 9(9) COMP VALUE 0.
       01  W-NBABS-HNB             PIC 9(9) COMP VALUE 0.
       01  W-COT-B                 PIC S9(13) COMP VALUE 0.
       01  W-COT-NB                PIC S9(13) COMP VALUE 0.
       01  W-SW-RETENB             PIC X(1) VALUE 'N'.
           88 W-RETENB-OUVERT           VALUE 'O'.
       01  W-SW-RETENNB            PIC X(1) VALUE 'N'.
           88 W-RETENNB-OUVERT          VALUE 'O'.
       01  W-NBDEL-RB              PIC 9(9) COMP VALUE 0.
       01  W-NBCONS-RB             PIC 9(9) COMP VALUE 0.
       01  W-NBABS-RB              PIC 9(9) COMP VALUE 0.
       01  W-NBDEL-RNB             PIC 9(9) COMP VALUE 0.
       01  W-NBCONS-RNB            PIC 9(9) COMP VALUE 0.
       01  W-NBABS-RNB             PIC 9(9) COMP VALUE 0.

      * BILAN HISTORISE
       01  W-HK-ETAT               PIC X(1) VALUE 'N'.
           88 W-HK-SANS-BILAN           VALUE 'N'.
           88 W-HK-INACCESSIBLE         VALUE 'I'.
           88 W-HK-ABSENT               VALUE 'A'.
           88 W-HK-CONSERVE             VALUE 'C'.
           88 W-HK-SUPPRIME             VALUE 'S'.

      * SCELLES DES FICHIERS DE SORTIE
       01  W-SW-FIN-SCEL           PIC X(1).
           88 W-FIN-SCELLES             VALUE 'O'.
       01  W-SW-REGSCEL            PIC X(1) VALUE 'O'.
           88 W-REGSCEL-INACCESSIBLE    VALUE 'I'.
       01  W-NBSC-ANN              PIC 9(5) COMP VALUE 0.
       01  W-NBSC-DEJA             PIC 9(5) COMP VALUE 0.
       01  W-HELIOS-ETAT           PIC X(1) VALUE SPACE.
           88 W-HELIOS-NON-SCELLE       VALUE SPACE.
           88 W-HELIOS-SCELLE           VALUE 'S'.
           88 W-HELIOS-ANNULE           VALUE 'A'.
           88 W-HELIOS-TRANSMIS         VALUE 'T'.

      * GENERATION D'ENTREE CONSOMMEE PAR LE PASSAGE (DERNIER
      * CONTROLE ACCEPTE DE L'ENTRLOT DE LA DIRECTION AVANT LA FIN
      * DU PASSAGE)
       01  W-SW-FIN-JNL            PIC X(1).
           88 W-FIN-JOURNAL             VALUE 'O'.
       01  W-JG-HORO.
           05 W-JGH-DATJOU         PIC 9(8).
           05 W-JGH-HEUJOU         PIC 9(8).
       01  W-SW-JGE                PIC X(1) VALUE 'N'.
           88 W-JGE-TROUVE              VALUE 'O'.
       01  W-JGE-NUMGEN            PIC 9(6) VALUE 0.
       01  W-JGE-DERGEN            PIC 9(6) VALUE 0.
       01  W-NBCONSO-AVAL          PIC 9(5) COMP VALUE 0.
       01  W-GEN-ETAT              PIC X(1) VALUE 'N'.
           88 W-GEN-SANS-ENTREE         VALUE 'N'.
           88 W-GEN-INACCESSIBLE        VALUE 'I'.
           88 W-GEN-CONSOMMEE-DEPUIS    VALUE 'C'.
           88 W-GEN-RESTITUEE           VALUE 'R'.

      * VERROU D'EXECUTION
       01  W-VERROU-ETAT           PIC X(1) VALUE SPACE.
           88 W-VERROU-ABSENT           VALUE SPACE.
           88 W-VERROU-LIBERE           VALUE 'L'.
           88 W-VERROU-DEJA-LIBRE       VALUE 'D'.
           88 W-VERROU-AUTRE            VALUE 'X'.

      * DATE SSAAMMJJ EDITEE JJ/MM/SSAA
       01  W-ED-DATE               PIC 9(8).
       01  W-ED-VUE REDEFINES W-ED-DATE.
           05 W-ED-AAAA            PIC 9(4).
           05 W-ED-MM              PIC 9(2).
           05 W-ED-JJ              PIC 9(2).
       01  W-ED-DATEED.
           05 W-ED-JJED            PIC 9(2).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 W-ED-MMED            PIC 9(2).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 W-ED-AAAAED          PIC 9(4).

       01  LIGNE-ENTETE.
           05 FILLER               PIC X(33) VALUE
              'ANNULATION D''UN PASSAGE DE LOT - '.
           05 FILLER               PIC X(10) VALUE 'DIRECTION '.
           05 LE-DEPDIR            PIC X(3).
           05 FILLER               PIC X(12) VALUE ' - CAMPAGNE '.
           05 LE-JAN               PIC 9(4).
           05 FILLER               PIC X(8)  VALUE ' - LOT  '.
           05 LE-NUMGEN            PIC 9(6).
           05 FILLER               PIC X(10) VALUE ' - AGENT  '.
           05 LE-AGENT             PIC X(8).
           05 FILLER               PIC X(6)  VALUE ' - LE '.
           05 LE-DATJOU            PIC X(10).
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(51) VALUE 'RUBRIQUE'.
           05 FILLER               PIC X(11) VALUE '   NOMBRE'.
           05 FILLER               PIC X(16) VALUE '       MONTANT'.
           05 FILLER               PIC X(11) VALUE 'OBSERVATION'.
       01  LIGNE-TIRETS            PIC X(132) VALUE ALL '-'.
       01  LIGNE-TITRE.
           05 FILLER               PIC X(3)  VALUE '** '.
           05 LT-TITRE             PIC X(60).
       01  LIGNE-DETAIL.
           05 LD-LIBELLE           PIC X(50).
           05 FILLER               PIC X(1).
           05 LD-NOMBRE            PIC Z(8)9.
           05 FILLER               PIC X(2).
           05 LD-MONTANT           PIC -(13)9.
           05 FILLER               PIC X(2).
           05 LD-OBSERV            PIC X(54).

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           PERFORM 1000-INITIALISATION
               THRU 1000-INITIALISATION-EXIT.
           IF W-CRETOUR > 0
               MOVE W-CRETOUR TO RETURN-CODE
               GOBACK
           END-IF.

      * CONTROLES PREALABLES : RIEN N'EST DEFAIT SI LE PASSAGE EST
      * DEJA ANNULE OU SI LES ARCHIVES FOURNIES NE SONT PAS CELLES
      * DU PASSAGE DESIGNE
           PERFORM 1100-LIRE-SUIVI
               THRU 1100-LIRE-SUIVI-EXIT.
           IF W-CRETOUR = 0
               PERFORM 2000-CONTROLER-ARCHIVES
                   THRU 2000-CONTROLER-ARCHIVES-EXIT
           END-IF.
           IF W-CRETOUR > 0
               MOVE W-CRETOUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2500-LIRE-BILANS
               THRU 2500-LIRE-BILANS-EXIT.
           PERFORM 3000-ANNULER-BATI
               THRU 3000-ANNULER-BATI-EXIT.
           PERFORM 3500-ANNULER-NON-BATI
               THRU 3500-ANNULER-NON-BATI-EXIT.
           PERFORM 4000-ANNULER-HISTBIL
               THRU 4000-ANNULER-HISTBIL-EXIT.
           PERFORM 5000-MARQUER-SCELLES
               THRU 5000-MARQUER-SCELLES-EXIT.
           PERFORM 6000-RESTITUER-GENERATION
               THRU 6000-RESTITUER-GENERATION-EXIT.
           PERFORM 7000-LIBERER-VERROU
               THRU 7000-LIBERER-VERROU-EXIT.
           PERFORM 7500-MARQUER-SUIVI
               THRU 7500-MARQUER-SUIVI-EXIT.
           PERFORM 8000-EDITER-ETAT
               THRU 8000-EDITER-ETAT-EXIT.

           DISPLAY 'ANNULOT - PASSAGE ' W-NUMGEN9 ' DE ' W-DEPDIR
                   ' ' W-JAN ' ANNULE PAR ' W-AGENT.
           DISPLAY 'ANNULOT - LIQUIDATIONS BATIES SUPPRIMEES   : '
                   W-NBDEL-HB.
           DISPLAY 'ANNULOT - LIQUIDATIONS NON BATIES SUPPR.   : '
                   W-NBDEL-HNB.
           IF W-NBALERTES > 0
               MOVE 4 TO W-CRETOUR
               DISPLAY 'ANNULOT - ' W-NBALERTES ' POINT(S) A '
                       'TRAITER, VOIR L''ETAT'
           END-IF.
           MOVE W-CRETOUR TO RETURN-CODE.
           GOBACK.

      *---------------------------------------------------------
       1000-INITIALISATION.
      *---------------------------------------------------------
           OPEN INPUT PARMANN.
           IF PA-OK
               READ PARMANN
                   NOT AT END MOVE PA-JAN    TO W-JAN
                              MOVE PA-DEPDIR TO W-DEPDIR
                              MOVE PA-NUMGEN TO W-NUMGEN
                              MOVE PA-AGENT  TO W-AGENT
               END-READ
               CLOSE PARMANN
           END-IF.
           IF W-JAN NOT NUMERIC OR W-JAN9 = 0
              OR W-DEPDIR = SPACE
              OR W-NUMGEN NOT NUMERIC OR W-NUMGEN9 = 0
              OR W-AGENT = SPACE
               DISPLAY 'ANNULOT - PARAMETRE ABSENT OU INVALIDE '
                       '(CAMPAGNE, DIRECTION, NUMERO DE LOT ET '
                       'AGENT DEMANDEUR OBLIGATOIRES)'
               MOVE 12 TO W-CRETOUR
               GO TO 1000-INITIALISATION-EXIT
           END-IF.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           ACCEPT W-HEUJOU FROM TIME.
       1000-INITIALISATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-SUIVI.
      *---------------------------------------------------------
      * ETAPE LOT DE LA DIRECTION DANS LE SUIVI DE CAMPAGNE : UN
      * PASSAGE DEJA ANNULE N'EST PAS ANNULE UNE SECONDE FOIS.
      * L'HORODATAGE DE FIN DU PASSAGE BORNE LA RECHERCHE DE
      * L'ENTRLOT QU'IL A CONSOMME. LE FICHIER EST REFERME AVANT
      * TOUT APPEL DE LA PRIMITIVE SUIVICAM
           OPEN INPUT SUIVI.
           IF NOT SU-OK
               GO TO 1100-LIRE-SUIVI-EXIT
           END-IF.
           MOVE W-JAN9     TO SU-JAN.
           MOVE W-DEPDIR   TO SU-DEPDIR.
           MOVE 'LOT     ' TO SU-ETAPE.
           READ SUIVI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SU-STATUT TO W-SUI-STATUT
                   MOVE SU-DATJOU TO W-HL-DATJOU
                   MOVE SU-HEUJOU TO W-HL-HEUJOU
           END-READ.
           CLOSE SUIVI.
           IF W-LOT-DEJA-ANNULE
               DISPLAY 'ANNULOT - REFUS : LE LOT DE ' W-DEPDIR ' '
                       W-JAN ' EST DEJA ANNULE (' W-HL-DATJOU ')'
               MOVE 8 TO W-CRETOUR
           END-IF.
       1100-LIRE-SUIVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-CONTROLER-ARCHIVES.
      *---------------------------------------------------------
      * LES ARCHIVES FOURNIES DOIVENT ETRE CELLES DU PASSAGE
      * DESIGNE : ENTETE '*ENT' A LA GENERATION DU LOT, ARTICLES DE
      * LA DIRECTION ET DE LA CAMPAGNE, FIN '*FIN' CONCORDANTE
      * (ABSENTE SI LE PASSAGE A ETE INTERROMPU)
           OPEN INPUT ARCHIVEB.
           IF NOT AB-OK
               DISPLAY 'ANNULOT - ARCHIVE BATIE DU LOT INACCESSIBLE '
                       '(STATUT ' AB-FS ')'
               MOVE 12 TO W-CRETOUR
               GO TO 2000-CONTROLER-ARCHIVES-EXIT
           END-IF.
           MOVE 'N' TO W-SW-FIN-ARCH.
           PERFORM 2010-CONTROLER-ARCHIVEB
               THRU 2010-CONTROLER-ARCHIVEB-EXIT
               UNTIL W-FIN-ARCHIVE.
           CLOSE ARCHIVEB.

           OPEN INPUT ARCHIVNB.
           IF NOT ANB-OK
               DISPLAY 'ANNULOT - ARCHIVE NON BATIE DU LOT '
                       'INACCESSIBLE (STATUT ' ANB-FS ')'
               MOVE 12 TO W-CRETOUR
               GO TO 2000-CONTROLER-ARCHIVES-EXIT
           END-IF.
           MOVE 'N' TO W-SW-FIN-ARCH.
           PERFORM 2020-CONTROLER-ARCHIVNB
               THRU 2020-CONTROLER-ARCHIVNB-EXIT
               UNTIL W-FIN-ARCHIVE.
           CLOSE ARCHIVNB.

           IF W-NBENT-B = 0 OR W-NBENT-NB = 0
               SET W-ECART-ARCHIVE TO TRUE
               DISPLAY 'ANNULOT - ENTETE *ENT ABSENTE D''UNE '
                       'ARCHIVE DU LOT'
           END-IF.
           IF W-NBHORS-B > 0 OR W-NBHORS-NB > 0
               SET W-ECART-ARCHIVE TO TRUE
               DISPLAY 'ANNULOT - ARTICLES D''UNE AUTRE DIRECTION '
                       'OU CAMPAGNE DANS LES ARCHIVES : BATI '
                       W-NBHORS-B ', NON BATI ' W-NBHORS-NB
           END-IF.
           IF W-ECART-ARCHIVE
               DISPLAY 'ANNULOT - REFUS : LES ARCHIVES FOURNIES NE '
                       'SONT PAS CELLES DU LOT ' W-NUMGEN9 ' DE '
                       W-DEPDIR ', RIEN N''EST ANNULE'
               MOVE 8 TO W-CRETOUR
           END-IF.
       2000-CONTROLER-ARCHIVES-EXIT.
           EXIT.

      *---------------------------------------------------------
       2010-CONTROLER-ARCHIVEB.
      *---------------------------------------------------------
           READ ARCHIVEB
               AT END SET W-FIN-ARCHIVE TO TRUE
                      GO TO 2010-CONTROLER-ARCHIVEB-EXIT
           END-READ.
           IF NOT AB-OK
               SET W-FIN-ARCHIVE TO TRUE
               SET W-ECART-ARCHIVE TO TRUE
               GO TO 2010-CONTROLER-ARCHIVEB-EXIT
           END-IF.
           IF ENR-ARCHIVEB (1:1) = '*'
               MOVE ENR-ARCHIVEB TO SRV-ENR
               IF SRV-SERV-ENTETE
                   ADD 1 TO W-NBENT-B
                   MOVE SRV-DATJOU TO W-DATENT
                   IF SRV-NUMGEN NOT = W-NUMGEN9
                       SET W-ECART-ARCHIVE TO TRUE
                       DISPLAY 'ANNULOT - ARCHIVEB DE LA GENERATION '
                               SRV-NUMGEN ' ET NON ' W-NUMGEN9
                   END-IF
               END-IF
               IF SRV-SERV-FIN
                   SET W-FIN-B-LUE TO TRUE
                   IF SRV-DAN NOT = W-JAN9
                      OR SRV-AC3DIR NOT = W-DEPDIR
                      OR SRV-NBENR NOT = W-NBARCH-B
                       SET W-ECART-ARCHIVE TO TRUE
                       DISPLAY 'ANNULOT - FIN ARCHIVEB DISCORDANTE : '
                               SRV-AC3DIR ' ' SRV-DAN ', ANNONCE '
                               SRV-NBENR ' LU ' W-NBARCH-B
                   END-IF
               END-IF
               GO TO 2010-CONTROLER-ARCHIVEB-EXIT
           END-IF.
           ADD 1 TO W-NBARCH-B.
           IF AB-JANIPT NOT = W-JAN9
              OR AB-CCODEP NOT = W-DEPDIR (1:2)
              OR AB-CCODIR NOT = W-DEPDIR (3:1)
               ADD 1 TO W-NBHORS-B
           END-IF.
       2010-CONTROLER-ARCHIVEB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2020-CONTROLER-ARCHIVNB.
      *---------------------------------------------------------
           READ ARCHIVNB
               AT END SET W-FIN-ARCHIVE TO TRUE
                      GO TO 2020-CONTROLER-ARCHIVNB-EXIT
           END-READ.
           IF NOT ANB-OK
               SET W-FIN-ARCHIVE TO TRUE
               SET W-ECART-ARCHIVE TO TRUE
               GO TO 2020-CONTROLER-ARCHIVNB-EXIT
           END-IF.
           IF ENR-ARCHIVNB (1:1) = '*'
               MOVE ENR-ARCHIVNB TO SRV-ENR
               IF SRV-SERV-ENTETE
                   ADD 1 TO W-NBENT-NB
                   IF SRV-NUMGEN NOT = W-NUMGEN9
                       SET W-ECART-ARCHIVE TO TRUE
                       DISPLAY 'ANNULOT - ARCHIVNB DE LA GENERATION '
                               SRV-NUMGEN ' ET NON ' W-NUMGEN9
                   END-IF
               END-IF
               IF SRV-SERV-FIN
                   SET W-FIN-NB-LUE TO TRUE
                   IF SRV-DAN NOT = W-JAN9
                      OR SRV-AC3DIR NOT = W-DEPDIR
                      OR SRV-NBENR NOT = W-NBARCH-NB
                       SET W-ECART-ARCHIVE TO TRUE
                       DISPLAY 'ANNULOT - FIN ARCHIVNB DISCORDANTE : '
                               SRV-AC3DIR ' ' SRV-DAN ', ANNONCE '
                               SRV-NBENR ' LU ' W-NBARCH-NB
                   END-IF
               END-IF
               GO TO 2020-CONTROLER-ARCHIVNB-EXIT
           END-IF.
           ADD 1 TO W-NBARCH-NB.
           IF ANB-JANIPT (1) NOT = W-JAN9
              OR ANB-CCODEP (1) NOT = W-DEPDIR (1:2)
              OR ANB-CCODIR (1) NOT = W-DEPDIR (3:1)
               ADD 1 TO W-NBHORS-NB
           END-IF.
       2020-CONTROLER-ARCHIVNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       2500-LIRE-BILANS.
      *---------------------------------------------------------
      * BILANS EMIS PAR LE PASSAGE : LE DERNIER ENREGISTREMENT DE
      * LA DIRECTION ET DE LA CAMPAGNE FAIT FOI (UN BILAN PARTIEL
      * D'ARRET DISJONCTEUR PEUT LE PRECEDER)
           OPEN INPUT BILANCAM.
           IF BC-OK
               MOVE 'N' TO W-SW-FIN-BIL
               PERFORM 2510-LIRE-BILANCAM
                   THRU 2510-LIRE-BILANCAM-EXIT
                   UNTIL W-FIN-BILAN
               CLOSE BILANCAM
           END-IF.
           OPEN INPUT BILANSUP.
           IF BS-OK
               MOVE 'N' TO W-SW-FIN-BIL
               PERFORM 2520-LIRE-BILANSUP
                   THRU 2520-LIRE-BILANSUP-EXIT
                   UNTIL W-FIN-BILAN
               CLOSE BILANSUP
           END-IF.
           IF W-BILGEN-TROUVE
               ADD BGN-NBARBA TO W-BIL-NBB
               ADD BGN-NBARNB TO W-BIL-NBNB
               ADD BGN-TOTCOT TO W-BIL-TOTCOT
           END-IF.
           IF W-BILSUP-TROUVE
               ADD BSU-NBARBA TO W-BIL-NBB
               ADD BSU-NBARNB TO W-BIL-NBNB
               ADD BSU-TOTCOT TO W-BIL-TOTCOT
           END-IF.
       2500-LIRE-BILANS-EXIT.
           EXIT.

      *---------------------------------------------------------
       2510-LIRE-BILANCAM.
      *---------------------------------------------------------
           READ BILANCAM
               AT END SET W-FIN-BILAN TO TRUE
                      GO TO 2510-LIRE-BILANCAM-EXIT
           END-READ.
           IF NOT BC-OK
               SET W-FIN-BILAN TO TRUE
               GO TO 2510-LIRE-BILANCAM-EXIT
           END-IF.
           IF BC-JAN = W-JAN9
              AND BC-CC2DEP = W-DEPDIR (1:2)
              AND BC-CCODIR = W-DEPDIR (3:1)
               MOVE ENR-BILANCAM TO W-BILGEN
               SET W-BILGEN-TROUVE TO TRUE
           END-IF.
       2510-LIRE-BILANCAM-EXIT.
           EXIT.

      *---------------------------------------------------------
       2520-LIRE-BILANSUP.
      *---------------------------------------------------------
           READ BILANSUP
               AT END SET W-FIN-BILAN TO TRUE
                      GO TO 2520-LIRE-BILANSUP-EXIT
           END-READ.
           IF NOT BS-OK
               SET W-FIN-BILAN TO TRUE
               GO TO 2520-LIRE-BILANSUP-EXIT
           END-IF.
           IF BS-JAN = W-JAN9
              AND BS-CC2DEP = W-DEPDIR (1:2)
              AND BS-CCODIR = W-DEPDIR (3:1)
               MOVE ENR-BILANSUP TO W-BILSUP
               SET W-BILSUP-TROUVE TO TRUE
           END-IF.
       2520-LIRE-BILANSUP-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-ANNULER-BATI.
      *---------------------------------------------------------
      * CHAQUE ARTICLE ARCHIVE PAR LE PASSAGE EST RETIRE DE
      * L'HISTORIQUE HISTOB ET, S'IL Y A ETE CHARGE DEPUIS CETTE
      * ARCHIVE (ENREGISTREMENT IDENTIQUE), DE LA CONSERVATION
      * RETENB. UN ARTICLE DE RETENB DIFFERENT PROVIENT D'UN AUTRE
      * PASSAGE ET EST CONSERVE
           OPEN INPUT ARCHIVEB.
           OPEN I-O HISTOB.
           OPEN I-O RETENB.
           IF RB-OK
               SET W-RETENB-OUVERT TO TRUE
           ELSE
               ADD 1 TO W-NBALERTES
           END-IF.
           MOVE 'N' TO W-SW-FIN-ARCH.
           PERFORM 3010-ANNULER-UN-BATI
               THRU 3010-ANNULER-UN-BATI-EXIT
               UNTIL W-FIN-ARCHIVE.
           CLOSE ARCHIVEB HISTOB.
           IF W-RETENB-OUVERT
               CLOSE RETENB
           END-IF.
       3000-ANNULER-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3010-ANNULER-UN-BATI.
      *---------------------------------------------------------
           READ ARCHIVEB
               AT END SET W-FIN-ARCHIVE TO TRUE
                      GO TO 3010-ANNULER-UN-BATI-EXIT
           END-READ.
           IF NOT AB-OK
               SET W-FIN-ARCHIVE TO TRUE
               GO TO 3010-ANNULER-UN-BATI-EXIT
           END-IF.
           IF ENR-ARCHIVEB (1:1) = '*'
               GO TO 3010-ANNULER-UN-BATI-EXIT
           END-IF.
           PERFORM 3020-SUPPRIMER-HISTOB
               THRU 3020-SUPPRIMER-HISTOB-EXIT.
           IF W-RETENB-OUVERT
               PERFORM 3030-SUPPRIMER-RETENB
                   THRU 3030-SUPPRIMER-RETENB-EXIT
           END-IF.
       3010-ANNULER-UN-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3020-SUPPRIMER-HISTOB.
      *---------------------------------------------------------
           MOVE AB-JANIPT  TO W-CH-JANIPT.
           MOVE AB-CCODEP  TO W-CH-CCODEP.
           MOVE AB-CCODIR  TO W-CH-CCODIR.
           MOVE AB-CCOCOM  TO W-CH-CCOCOM.
           MOVE AB-DLETSR  TO W-CH-DLETSR.
           MOVE AB-CGROUP  TO W-CH-CGROUP.
           MOVE AB-DNUMCP  TO W-CH-DNUMCP.
           MOVE W-CLE-HIST TO HB-CLETOT.
           READ HISTOB
               INVALID KEY ADD 1 TO W-NBABS-HB
                           GO TO 3020-SUPPRIMER-HISTOB-EXIT
           END-READ.
           IF NOT HB-OK
               ADD 1 TO W-NBABS-HB
               GO TO 3020-SUPPRIMER-HISTOB-EXIT
           END-IF.
      * SEULES LES LIQUIDATIONS SANS ANOMALIE ONT ETE EXPORTEES ET
      * CUMULEES AU BILAN
           IF HB-CR = 0
               MOVE HB-RETOUR TO RTB-VUE
               ADD RTB-TCTDU TO W-COT-B
           END-IF.
           DELETE HISTOB
               INVALID KEY ADD 1 TO W-NBABS-HB
                           GO TO 3020-SUPPRIMER-HISTOB-EXIT
           END-DELETE.
           ADD 1 TO W-NBDEL-HB.
       3020-SUPPRIMER-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3030-SUPPRIMER-RETENB.
      *---------------------------------------------------------
           MOVE AB-CLE TO RB-CLE.
           READ RETENB
               INVALID KEY ADD 1 TO W-NBABS-RB
                           GO TO 3030-SUPPRIMER-RETENB-EXIT
           END-READ.
           IF ENR-RETENB NOT = ENR-ARCHIVEB
               ADD 1 TO W-NBCONS-RB
               GO TO 3030-SUPPRIMER-RETENB-EXIT
           END-IF.
           DELETE RETENB
               INVALID KEY ADD 1 TO W-NBABS-RB
                           GO TO 3030-SUPPRIMER-RETENB-EXIT
           END-DELETE.
           ADD 1 TO W-NBDEL-RB.
       3030-SUPPRIMER-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3500-ANNULER-NON-BATI.
      *---------------------------------------------------------
      * MEME PRINCIPE POUR LE NON BATI (HISTONB, RETENNB), LA CLE
      * ETANT CELLE DE L'ARTICLE PORTEE PAR LA PREMIERE NATURE DE
      * CULTURE (COMME DANS ARCHBASE)
           OPEN INPUT ARCHIVNB.
           OPEN I-O HISTONB.
           OPEN I-O RETENNB.
           IF RNB-OK
               SET W-RETENNB-OUVERT TO TRUE
           ELSE
               ADD 1 TO W-NBALERTES
           END-IF.
           MOVE 'N' TO W-SW-FIN-ARCH.
           PERFORM 3510-ANNULER-UN-NON-BATI
               THRU 3510-ANNULER-UN-NON-BATI-EXIT
               UNTIL W-FIN-ARCHIVE.
           CLOSE ARCHIVNB HISTONB.
           IF W-RETENNB-OUVERT
               CLOSE RETENNB
           END-IF.
       3500-ANNULER-NON-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3510-ANNULER-UN-NON-BATI.
      *---------------------------------------------------------
           READ ARCHIVNB
               AT END SET W-FIN-ARCHIVE TO TRUE
                      GO TO 3510-ANNULER-UN-NON-BATI-EXIT
           END-READ.
           IF NOT ANB-OK
               SET W-FIN-ARCHIVE TO TRUE
               GO TO 3510-ANNULER-UN-NON-BATI-EXIT
           END-IF.
           IF ENR-ARCHIVNB (1:1) = '*'
               GO TO 3510-ANNULER-UN-NON-BATI-EXIT
           END-IF.
           MOVE ANB-JANIPT (1) TO W-CH-JANIPT.
           MOVE ANB-CCODEP (1) TO W-CH-CCODEP.
           MOVE ANB-CCODIR (1) TO W-CH-CCODIR.
           MOVE ANB-CCOCOM (1) TO W-CH-CCOCOM.
           MOVE ANB-DLETSR (1) TO W-CH-DLETSR.
           MOVE ANB-CGROUP (1) TO W-CH-CGROUP.
           MOVE ANB-DNUMCP (1) TO W-CH-DNUMCP.
           PERFORM 3520-SUPPRIMER-HISTONB
               THRU 3520-SUPPRIMER-HISTONB-EXIT.
           IF W-RETENNB-OUVERT
               PERFORM 3530-SUPPRIMER-RETENNB
                   THRU 3530-SUPPRIMER-RETENNB-EXIT
           END-IF.
       3510-ANNULER-UN-NON-BATI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3520-SUPPRIMER-HISTONB.
      *---------------------------------------------------------
           MOVE W-CLE-HIST TO HNB-CLETOT.
           READ HISTONB
               INVALID KEY ADD 1 TO W-NBABS-HNB
                           GO TO 3520-SUPPRIMER-HISTONB-EXIT
           END-READ.
           IF NOT HNB-OK
               ADD 1 TO W-NBABS-HNB
               GO TO 3520-SUPPRIMER-HISTONB-EXIT
           END-IF.
           IF HNB-CR = 0
               MOVE HNB-RETOUR TO RTN-VUE
               ADD RTN-TCTDU TO W-COT-NB
           END-IF.
           DELETE HISTONB
               INVALID KEY ADD 1 TO W-NBABS-HNB
                           GO TO 3520-SUPPRIMER-HISTONB-EXIT
           END-DELETE.
           ADD 1 TO W-NBDEL-HNB.
       3520-SUPPRIMER-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3530-SUPPRIMER-RETENNB.
      *---------------------------------------------------------
           MOVE W-CLE-HIST TO RNB-CLETOT.
           READ RETENNB
               INVALID KEY ADD 1 TO W-NBABS-RNB
                           GO TO 3530-SUPPRIMER-RETENNB-EXIT
           END-READ.
           IF RNB-TABLE NOT = ENR-ARCHIVNB
               ADD 1 TO W-NBCONS-RNB
               GO TO 3530-SUPPRIMER-RETENNB-EXIT
           END-IF.
           DELETE RETENNB
               INVALID KEY ADD 1 TO W-NBABS-RNB
                           GO TO 3530-SUPPRIMER-RETENNB-EXIT
           END-DELETE.
           ADD 1 TO W-NBDEL-RNB.
       3530-SUPPRIMER-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-ANNULER-HISTBIL.
      *---------------------------------------------------------
      * LE BILAN HISTORISE DE LA DIRECTION N'EST RETIRE QUE S'IL
      * EST CELUI DU PASSAGE ANNULE (HISTBILA PASSE DEPUIS)
           IF NOT W-BILGEN-TROUVE
               GO TO 4000-ANNULER-HISTBIL-EXIT
           END-IF.
           OPEN I-O HISTBIL.
           IF NOT HK-OK
               SET W-HK-INACCESSIBLE TO TRUE
               ADD 1 TO W-NBALERTES
               GO TO 4000-ANNULER-HISTBIL-EXIT
           END-IF.
           MOVE W-JAN9   TO HK-JAN.
           MOVE W-DEPDIR TO HK-DEPDIR.
           READ HISTBIL
               INVALID KEY SET W-HK-ABSENT TO TRUE
           END-READ.
           IF NOT W-HK-ABSENT
               IF HB-BILAN NOT = W-BILGEN
                   SET W-HK-CONSERVE TO TRUE
               ELSE
                   DELETE HISTBIL
                       INVALID KEY SET W-HK-ABSENT TO TRUE
                       NOT INVALID KEY SET W-HK-SUPPRIME TO TRUE
                   END-DELETE
               END-IF
           END-IF.
           CLOSE HISTBIL.
       4000-ANNULER-HISTBIL-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-MARQUER-SCELLES.
      *---------------------------------------------------------
      * LES SCELLES DES FICHIERS DU PASSAGE (SORTLOT, HELIOS ET LES
      * EDITIONS QUI EN SONT ISSUES) SONT MARQUES ANNULES : LE
      * MODULE EMPREINT REFUSE ENSUITE LEUR CONSOMMATION. UN
      * EXPORT HELIOS DEJA CONTROLE PAR CTLSCEL EST PARTI EN
      * COMPTABILITE : IL N'EST PAS MARQUE MAIS SIGNALE
           OPEN I-O REGSCEL.
           IF NOT SC-OK
               SET W-REGSCEL-INACCESSIBLE TO TRUE
               ADD 1 TO W-NBALERTES
               GO TO 5000-MARQUER-SCELLES-EXIT
           END-IF.
           MOVE 'N' TO W-SW-FIN-SCEL.
           MOVE W-JAN9   TO SC-JAN.
           MOVE W-DEPDIR TO SC-DEPDIR.
           MOVE LOW-VALUE TO SC-TYPFIC.
           MOVE 0 TO SC-NUMGEN.
           START REGSCEL KEY NOT < SC-CLE
               INVALID KEY SET W-FIN-SCELLES TO TRUE
           END-START.
           PERFORM 5010-MARQUER-UN-SCELLE
               THRU 5010-MARQUER-UN-SCELLE-EXIT
               UNTIL W-FIN-SCELLES.
           CLOSE REGSCEL.
           IF W-HELIOS-NON-SCELLE OR W-HELIOS-TRANSMIS
               ADD 1 TO W-NBALERTES
           END-IF.
       5000-MARQUER-SCELLES-EXIT.
           EXIT.

      *---------------------------------------------------------
       5010-MARQUER-UN-SCELLE.
      *---------------------------------------------------------
           READ REGSCEL NEXT
               AT END SET W-FIN-SCELLES TO TRUE
                      GO TO 5010-MARQUER-UN-SCELLE-EXIT
           END-READ.
           IF SC-JAN NOT = W-JAN9 OR SC-DEPDIR NOT = W-DEPDIR
               SET W-FIN-SCELLES TO TRUE
               GO TO 5010-MARQUER-UN-SCELLE-EXIT
           END-IF.
           IF SC-NUMGEN NOT = W-NUMGEN9
               GO TO 5010-MARQUER-UN-SCELLE-EXIT
           END-IF.
           IF SC-TYPFIC = 'HELIOS  ' AND W-HELIOS-NON-SCELLE
               SET W-HELIOS-SCELLE TO TRUE
           END-IF.
           IF SC-ANNULE
               ADD 1 TO W-NBSC-DEJA
               GO TO 5010-MARQUER-UN-SCELLE-EXIT
           END-IF.
           IF SC-TYPFIC = 'HELIOS  ' AND SC-CONFORME
              AND SC-VERIFIEUR = 'CTLSCEL '
               SET W-HELIOS-TRANSMIS TO TRUE
               GO TO 5010-MARQUER-UN-SCELLE-EXIT
           END-IF.
           SET SC-ANNULE TO TRUE.
           MOVE W-DATJOU TO SC-DATANN.
           REWRITE ENR-REGSCEL
               INVALID KEY GO TO 5010-MARQUER-UN-SCELLE-EXIT
           END-REWRITE.
           ADD 1 TO W-NBSC-ANN.
           IF SC-TYPFIC = 'HELIOS  '
               SET W-HELIOS-ANNULE TO TRUE
           END-IF.
       5010-MARQUER-UN-SCELLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       6000-RESTITUER-GENERATION.
      *---------------------------------------------------------
      * L'ENTRLOT CONSOMME PAR LE PASSAGE EST RENDU AU REGISTRE
      * DES GENERATIONS (DERNIERE GENERATION RAMENEE A CELLE
      * D'AVANT SON CONTROLE) POUR QUE LE LOT PUISSE ETRE REPASSE
      * SUR LA BONNE GENERATION. LES GENERATIONS PRODUITES PAR LE
      * PASSAGE ET DEJA CONSOMMEES EN AVAL RESTENT ENREGISTREES :
      * UN FICHIER ANNULE NE DOIT PAS POUVOIR ETRE REJOUE
           IF W-LOT-PASSE
               CONTINUE
           ELSE
               MOVE W-DATENT TO W-HL-DATJOU
               MOVE 99999999 TO W-HL-HEUJOU
           END-IF.
           OPEN INPUT JOURNAL-GEN.
           IF NOT JG-OK
               SET W-GEN-INACCESSIBLE TO TRUE
               ADD 1 TO W-NBALERTES
               GO TO 6000-RESTITUER-GENERATION-EXIT
           END-IF.
           MOVE 'N' TO W-SW-FIN-JNL.
           PERFORM 6010-LIRE-JOURNAL
               THRU 6010-LIRE-JOURNAL-EXIT
               UNTIL W-FIN-JOURNAL.
           CLOSE JOURNAL-GEN.
           IF NOT W-JGE-TROUVE
               GO TO 6000-RESTITUER-GENERATION-EXIT
           END-IF.

           OPEN I-O REGGEN.
           IF NOT RG-OK
               SET W-GEN-INACCESSIBLE TO TRUE
               ADD 1 TO W-NBALERTES
               GO TO 6000-RESTITUER-GENERATION-EXIT
           END-IF.
           MOVE W-DEPDIR   TO RG-AC3DIR.
           MOVE 'ENTRLOT ' TO RG-TYPFLUX.
           READ REGGEN
               INVALID KEY SET W-GEN-CONSOMMEE-DEPUIS TO TRUE
           END-READ.
      * UN ENTRLOT PLUS RECENT CONSOMME DEPUIS N'EST PAS DEFAIT
           IF NOT W-GEN-CONSOMMEE-DEPUIS
              AND RG-DERGEN NOT = W-JGE-NUMGEN
               SET W-GEN-CONSOMMEE-DEPUIS TO TRUE
           END-IF.
           IF W-GEN-CONSOMMEE-DEPUIS
               ADD 1 TO W-NBALERTES
               CLOSE REGGEN
               GO TO 6000-RESTITUER-GENERATION-EXIT
           END-IF.
           MOVE W-JGE-DERGEN TO RG-DERGEN.
           MOVE W-DATJOU     TO RG-DATJOU.
           REWRITE ENR-REGGEN
               INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE REGGEN.
           SET W-GEN-RESTITUEE TO TRUE.

      * TRACE DE LA RESTITUTION DANS LE JOURNAL DES CONTROLES
           OPEN EXTEND JOURNAL-GEN.
           MOVE W-DATJOU     TO JG-DATJOU.
           MOVE W-HEUJOU     TO JG-HEUJOU.
           MOVE W-DEPDIR     TO JG-AC3DIR.
           MOVE 'ENTRLOT '   TO JG-TYPFLUX.
           MOVE W-JGE-NUMGEN TO JG-NUMGEN.
           MOVE W-JGE-DERGEN TO JG-DERGEN.
           MOVE 'N'          TO JG-VERDICT.
           MOVE W-AGENT      TO JG-AGENT.
           WRITE ENR-JOURNAL-GEN.
           CLOSE JOURNAL-GEN.
       6000-RESTITUER-GENERATION-EXIT.
           EXIT.

      *---------------------------------------------------------
       6010-LIRE-JOURNAL.
      *---------------------------------------------------------
           READ JOURNAL-GEN
               AT END SET W-FIN-JOURNAL TO TRUE
                      GO TO 6010-LIRE-JOURNAL-EXIT
           END-READ.
           IF NOT JG-OK
               SET W-FIN-JOURNAL TO TRUE
               GO TO 6010-LIRE-JOURNAL-EXIT
           END-IF.
           IF JG-AC3DIR NOT = W-DEPDIR
               GO TO 6010-LIRE-JOURNAL-EXIT
           END-IF.
           IF JG-TYPFLUX = 'ENTRLOT '
               MOVE JG-DATJOU TO W-JGH-DATJOU
               MOVE JG-HEUJOU TO W-JGH-HEUJOU
               IF JG-VERDICT = 'A' AND W-JG-HORO NOT > W-HORO-LIMITE
                   MOVE JG-NUMGEN TO W-JGE-NUMGEN
                   MOVE JG-DERGEN TO W-JGE-DERGEN
                   SET W-JGE-TROUVE TO TRUE
               END-IF
           ELSE
               IF JG-NUMGEN = W-NUMGEN9
                  AND (JG-VERDICT = 'A' OR JG-VERDICT = 'D')
                   ADD 1 TO W-NBCONSO-AVAL
               END-IF
           END-IF.
       6010-LIRE-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       7000-LIBERER-VERROU.
      *---------------------------------------------------------
      * LE VERROU D'EXECUTION EST LIBERE S'IL EST ENCORE POSE SUR
      * LA DIRECTION ET LA CAMPAGNE DU PASSAGE ANNULE (PASSAGE
      * INTERROMPU) ; UN VERROU POSE SUR UN AUTRE COUPLE N'EST PAS
      * TOUCHE
           OPEN INPUT VERROU.
           IF NOT VR-OK
               GO TO 7000-LIBERER-VERROU-EXIT
           END-IF.
           READ VERROU INTO W-VERROU-ENR
               AT END MOVE 'L' TO W-VR-ETAT
           END-READ.
           CLOSE VERROU.
           IF W-VR-ETAT NOT = 'P'
               SET W-VERROU-DEJA-LIBRE TO TRUE
               GO TO 7000-LIBERER-VERROU-EXIT
           END-IF.
           IF W-VR-DAN NOT = W-JAN9 OR W-VR-DEPDIR NOT = W-DEPDIR
               SET W-VERROU-AUTRE TO TRUE
               ADD 1 TO W-NBALERTES
               GO TO 7000-LIBERER-VERROU-EXIT
           END-IF.
           MOVE 'L'      TO W-VR-ETAT.
           MOVE W-DATJOU TO W-VR-DATJOU.
           MOVE W-HEUJOU TO W-VR-HEUJOU.
           OPEN OUTPUT VERROU.
           WRITE ENR-VERROU FROM W-VERROU-ENR.
           CLOSE VERROU.
           SET W-VERROU-LIBERE TO TRUE.
       7000-LIBERER-VERROU-EXIT.
           EXIT.

      *---------------------------------------------------------
       7500-MARQUER-SUIVI.
      *---------------------------------------------------------
      * L'ETAPE LOT EST DECLAREE ANNULEE DANS LE SUIVI DE
      * CAMPAGNE, AINSI QUE LES ETAPES AVAL EFFECTIVEMENT DEFAITES
           MOVE W-JAN9   TO SUI-JAN.
           MOVE W-DEPDIR TO SUI-DEPDIR.
           MOVE 'A'      TO SUI-STATUT.
           MOVE 'LOT     ' TO SUI-ETAPE.
           COMPUTE SUI-VOLUME = W-NBDEL-HB + W-NBDEL-HNB.
           PERFORM 7510-APPELER-SUIVI
               THRU 7510-APPELER-SUIVI-EXIT.
           IF W-HELIOS-ANNULE
               MOVE 'HELIOS  ' TO SUI-ETAPE
               MOVE 0 TO SUI-VOLUME
               PERFORM 7510-APPELER-SUIVI
                   THRU 7510-APPELER-SUIVI-EXIT
           END-IF.
           IF W-NBDEL-RB > 0 OR W-NBDEL-RNB > 0
               MOVE 'ARCHBASE' TO SUI-ETAPE
               COMPUTE SUI-VOLUME = W-NBDEL-RB + W-NBDEL-RNB
               PERFORM 7510-APPELER-SUIVI
                   THRU 7510-APPELER-SUIVI-EXIT
           END-IF.
           IF W-HK-SUPPRIME
               MOVE 'HISTBILA' TO SUI-ETAPE
               MOVE 1 TO SUI-VOLUME
               PERFORM 7510-APPELER-SUIVI
                   THRU 7510-APPELER-SUIVI-EXIT
           END-IF.
       7500-MARQUER-SUIVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       7510-APPELER-SUIVI.
      *---------------------------------------------------------
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
       7510-APPELER-SUIVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-EDITER-ETAT.
      *---------------------------------------------------------
      * ETAT DE CE QUI A ETE DEFAIT, RAPPROCHE DU BILAN DU PASSAGE
           OPEN OUTPUT RAPPORT.
           MOVE W-DEPDIR  TO LE-DEPDIR.
           MOVE W-JAN9    TO LE-JAN.
           MOVE W-NUMGEN9 TO LE-NUMGEN.
           MOVE W-AGENT   TO LE-AGENT.
           MOVE W-DATJOU  TO W-ED-DATE.
           PERFORM 8900-EDITER-DATE
               THRU 8900-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LE-DATJOU.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           MOVE SPACE TO LIGNE-DETAIL.

           PERFORM 8100-EDITER-ARCHIVES
               THRU 8100-EDITER-ARCHIVES-EXIT.
           PERFORM 8200-EDITER-RAPPROCHEMENT
               THRU 8200-EDITER-RAPPROCHEMENT-EXIT.
           PERFORM 8300-EDITER-AVAL
               THRU 8300-EDITER-AVAL-EXIT.

           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.
           MOVE 'LE LOT SE REPASSE AVEC LE PARAMETRE DE FORCAGE'
               TO LD-LIBELLE.
           MOVE 'FORCEXEC ''F'' ; POINT DE REPRISE CONSULTABLE PAR '
               TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'CKPTUTIL' TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'POINTS A TRAITER' TO LD-LIBELLE.
           MOVE W-NBALERTES TO LD-NOMBRE.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           CLOSE RAPPORT.
       8000-EDITER-ETAT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-EDITER-ARCHIVES.
      *---------------------------------------------------------
           MOVE 'ARCHIVES DU PASSAGE ET HISTORIQUES DES LIQUIDATIONS'
               TO LT-TITRE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE.
           MOVE 'ARTICLES BATIS ARCHIVES (ARCHIVEB)' TO LD-LIBELLE.
           MOVE W-NBARCH-B TO LD-NOMBRE.
           IF NOT W-FIN-B-LUE
               MOVE 'FIN DE SERVICE ABSENTE : PASSAGE INTERROMPU'
                   TO LD-OBSERV
           END-IF.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'ARTICLES NON BATIS ARCHIVES (ARCHIVNB)' TO LD-LIBELLE.
           MOVE W-NBARCH-NB TO LD-NOMBRE.
           IF NOT W-FIN-NB-LUE
               MOVE 'FIN DE SERVICE ABSENTE : PASSAGE INTERROMPU'
                   TO LD-OBSERV
           END-IF.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'HISTOB : LIQUIDATIONS SUPPRIMEES' TO LD-LIBELLE.
           MOVE W-NBDEL-HB TO LD-NOMBRE.
           MOVE W-COT-B TO LD-MONTANT.
           MOVE 'COTISATIONS DES LIQUIDATIONS SANS ANOMALIE'
               TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'HISTOB : LIQUIDATIONS DEJA ABSENTES' TO LD-LIBELLE.
           MOVE W-NBABS-HB TO LD-NOMBRE.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'HISTONB : LIQUIDATIONS SUPPRIMEES' TO LD-LIBELLE.
           MOVE W-NBDEL-HNB TO LD-NOMBRE.
           MOVE W-COT-NB TO LD-MONTANT.
           MOVE 'COTISATIONS DES LIQUIDATIONS SANS ANOMALIE'
               TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'HISTONB : LIQUIDATIONS DEJA ABSENTES' TO LD-LIBELLE.
           MOVE W-NBABS-HNB TO LD-NOMBRE.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.

           MOVE 'CONSERVATION PLURIANNUELLE (CHARGEMENT ARCHBASE)'
               TO LT-TITRE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE.
           IF W-RETENB-OUVERT
               MOVE 'RETENB : ARTICLES SUPPRIMES' TO LD-LIBELLE
               MOVE W-NBDEL-RB TO LD-NOMBRE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               MOVE 'RETENB : ARTICLES CONSERVES' TO LD-LIBELLE
               MOVE W-NBCONS-RB TO LD-NOMBRE
               MOVE 'ISSUS D''UN AUTRE PASSAGE' TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               MOVE 'RETENB : ARTICLES NON CHARGES' TO LD-LIBELLE
               MOVE W-NBABS-RB TO LD-NOMBRE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           ELSE
               MOVE 'RETENB' TO LD-LIBELLE
               MOVE '** FICHIER INACCESSIBLE, NON TRAITE **'
                   TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.
           IF W-RETENNB-OUVERT
               MOVE 'RETENNB : ARTICLES SUPPRIMES' TO LD-LIBELLE
               MOVE W-NBDEL-RNB TO LD-NOMBRE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               MOVE 'RETENNB : ARTICLES CONSERVES' TO LD-LIBELLE
               MOVE W-NBCONS-RNB TO LD-NOMBRE
               MOVE 'ISSUS D''UN AUTRE PASSAGE' TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               MOVE 'RETENNB : ARTICLES NON CHARGES' TO LD-LIBELLE
               MOVE W-NBABS-RNB TO LD-NOMBRE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           ELSE
               MOVE 'RETENNB' TO LD-LIBELLE
               MOVE '** FICHIER INACCESSIBLE, NON TRAITE **'
                   TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.
       8100-EDITER-ARCHIVES-EXIT.
           EXIT.

      *---------------------------------------------------------
       8200-EDITER-RAPPROCHEMENT.
      *---------------------------------------------------------
      * LES ARTICLES DU BILAN (ROLE GENERAL ET SUPPLEMENTAIRE)
      * DOIVENT SE RETROUVER DANS LES ARCHIVES ; L'ECART DE
      * COTISATIONS COMPREND LES EXTOURNES PORTEES AU BILAN ET LES
      * LIQUIDATIONS DEJA ABSENTES DES HISTORIQUES
           MOVE 'RAPPROCHEMENT AVEC LE BILAN DU PASSAGE (BILANCAM)'
               TO LT-TITRE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE.
           IF NOT W-BILGEN-TROUVE AND NOT W-BILSUP-TROUVE
               MOVE 'BILAN DU PASSAGE' TO LD-LIBELLE
               MOVE '** ABSENT : RAPPROCHEMENT IMPOSSIBLE **'
                   TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               ADD 1 TO W-NBALERTES
               GO TO 8200-EDITER-RAPPROCHEMENT-EXIT
           END-IF.
           IF W-BILGEN-TROUVE AND BGN-GARRET = 'D'
               MOVE 'BILAN DU PASSAGE' TO LD-LIBELLE
               MOVE 'BILAN PARTIEL (ARRET DISJONCTEUR)' TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.
           MOVE 'ARTICLES BATIS DU BILAN' TO LD-LIBELLE.
           MOVE W-BIL-NBB TO LD-NOMBRE.
           COMPUTE W-ECART = W-BIL-NBB - W-NBARCH-B.
           MOVE W-ECART TO LD-MONTANT.
           IF W-ECART = 0
               MOVE 'CONCORDANT AVEC L''ARCHIVE (ECART EN MONTANT)'
                   TO LD-OBSERV
           ELSE
               MOVE '** ECART AVEC L''ARCHIVE (EN MONTANT) **'
                   TO LD-OBSERV
               ADD 1 TO W-NBALERTES
           END-IF.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'ARTICLES NON BATIS DU BILAN' TO LD-LIBELLE.
           MOVE W-BIL-NBNB TO LD-NOMBRE.
           COMPUTE W-ECART = W-BIL-NBNB - W-NBARCH-NB.
           MOVE W-ECART TO LD-MONTANT.
           IF W-ECART = 0
               MOVE 'CONCORDANT AVEC L''ARCHIVE (ECART EN MONTANT)'
                   TO LD-OBSERV
           ELSE
               MOVE '** ECART AVEC L''ARCHIVE (EN MONTANT) **'
                   TO LD-OBSERV
               ADD 1 TO W-NBALERTES
           END-IF.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'COTISATIONS DU BILAN (TOTCOT)' TO LD-LIBELLE.
           MOVE W-BIL-TOTCOT TO LD-MONTANT.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'COTISATIONS DES LIQUIDATIONS SUPPRIMEES'
               TO LD-LIBELLE.
           COMPUTE W-ECART-COT = W-COT-B + W-COT-NB.
           MOVE W-ECART-COT TO LD-MONTANT.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'ECART DE COTISATIONS (BILAN - SUPPRIMEES)'
               TO LD-LIBELLE.
           COMPUTE W-ECART-COT = W-BIL-TOTCOT - W-COT-B - W-COT-NB.
           MOVE W-ECART-COT TO LD-MONTANT.
           MOVE 'EXTOURNES ET LIQUIDATIONS ABSENTES COMPRISES'
               TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.

           MOVE 'BILAN HISTORISE (HISTBIL)' TO LD-LIBELLE.
           EVALUATE TRUE
               WHEN W-HK-SUPPRIME
                   MOVE 1 TO LD-NOMBRE
                   MOVE 'SUPPRIME' TO LD-OBSERV
               WHEN W-HK-CONSERVE
                   MOVE 'CONSERVE : ISSU D''UN AUTRE PASSAGE'
                       TO LD-OBSERV
               WHEN W-HK-ABSENT
                   MOVE 'NON HISTORISE' TO LD-OBSERV
               WHEN W-HK-INACCESSIBLE
                   MOVE '** FICHIER INACCESSIBLE, NON TRAITE **'
                       TO LD-OBSERV
               WHEN OTHER
                   MOVE 'NON RECHERCHE : BILAN GENERAL ABSENT'
                       TO LD-OBSERV
           END-EVALUATE.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
       8200-EDITER-RAPPROCHEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       8300-EDITER-AVAL.
      *---------------------------------------------------------
           MOVE 'SCELLES, GENERATIONS, VERROU ET SUIVI' TO LT-TITRE.
           WRITE ENR-RAPPORT FROM LIGNE-TITRE.
           IF W-REGSCEL-INACCESSIBLE
               MOVE 'SCELLES DU PASSAGE (REGSCEL)' TO LD-LIBELLE
               MOVE '** REGISTRE INACCESSIBLE, NON TRAITE **'
                   TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           ELSE
               MOVE 'SCELLES MARQUES ANNULES (REGSCEL)' TO LD-LIBELLE
               MOVE W-NBSC-ANN TO LD-NOMBRE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               MOVE 'SCELLES DEJA ANNULES' TO LD-LIBELLE
               MOVE W-NBSC-DEJA TO LD-NOMBRE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
               MOVE 'EXPORT HELIOS DU PASSAGE' TO LD-LIBELLE
               EVALUATE TRUE
                   WHEN W-HELIOS-ANNULE
                       MOVE 'MARQUE ANNULE, NE SERA PAS TRANSMIS'
                           TO LD-OBSERV
                   WHEN W-HELIOS-TRANSMIS
                       MOVE '** DEJA TRANSMIS : A ANNULER EN '
                           TO LD-OBSERV
                       PERFORM 8800-ECRIRE-DETAIL
                           THRU 8800-ECRIRE-DETAIL-EXIT
                       MOVE 'COMPTABILITE **' TO LD-OBSERV
                   WHEN W-HELIOS-NON-SCELLE
                       MOVE '** NON SCELLE : A ECARTER DU TRANSFERT **'
                           TO LD-OBSERV
                   WHEN OTHER
                       MOVE 'DEJA MARQUE ANNULE' TO LD-OBSERV
               END-EVALUATE
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.

           MOVE 'ENTRLOT CONSOMME PAR LE PASSAGE (REGGEN)'
               TO LD-LIBELLE.
           IF W-JGE-TROUVE
               MOVE W-JGE-NUMGEN TO LD-NOMBRE
           END-IF.
           EVALUATE TRUE
               WHEN W-GEN-RESTITUEE
                   MOVE W-JGE-DERGEN TO LD-MONTANT
                   MOVE 'RESTITUE : DERNIERE GENERATION EN MONTANT'
                       TO LD-OBSERV
               WHEN W-GEN-CONSOMMEE-DEPUIS
                   MOVE '** ENTRLOT PLUS RECENT CONSOMME DEPUIS, '
                       TO LD-OBSERV
                   PERFORM 8800-ECRIRE-DETAIL
                       THRU 8800-ECRIRE-DETAIL-EXIT
                   MOVE 'REGISTRE NON MODIFIE **' TO LD-OBSERV
               WHEN W-GEN-INACCESSIBLE
                   MOVE '** REGISTRE OU JOURNAL INACCESSIBLE **'
                       TO LD-OBSERV
               WHEN OTHER
                   MOVE 'AUCUN CONTROLE D''ENTRLOT JOURNALISE'
                       TO LD-OBSERV
           END-EVALUATE.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'CONSOMMATIONS AVAL DES SORTIES DU PASSAGE'
               TO LD-LIBELLE.
           MOVE W-NBCONSO-AVAL TO LD-NOMBRE.
           MOVE 'CONSERVEES : FICHIERS ANNULES NON REJOUABLES'
               TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.

           MOVE 'VERROU D''EXECUTION' TO LD-LIBELLE.
           EVALUATE TRUE
               WHEN W-VERROU-LIBERE
                   MOVE 'LIBERE' TO LD-OBSERV
               WHEN W-VERROU-DEJA-LIBRE
                   MOVE 'DEJA LIBRE' TO LD-OBSERV
               WHEN W-VERROU-AUTRE
                   MOVE '** POSE SUR UNE AUTRE DIRECTION/CAMPAGNE, '
                       TO LD-OBSERV
                   PERFORM 8800-ECRIRE-DETAIL
                       THRU 8800-ECRIRE-DETAIL-EXIT
                   MOVE 'CONSERVE **' TO LD-OBSERV
               WHEN OTHER
                   MOVE 'ABSENT' TO LD-OBSERV
           END-EVALUATE.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           MOVE 'SUIVI DE CAMPAGNE (SUIVICAM)' TO LD-LIBELLE.
           MOVE 'ETAPE LOT DECLAREE ANNULEE' TO LD-OBSERV.
           PERFORM 8800-ECRIRE-DETAIL
               THRU 8800-ECRIRE-DETAIL-EXIT.
           IF W-HELIOS-ANNULE
               MOVE 'ETAPE HELIOS DECLAREE ANNULEE' TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.
           IF W-NBDEL-RB > 0 OR W-NBDEL-RNB > 0
               MOVE 'ETAPE ARCHBASE DECLAREE ANNULEE' TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.
           IF W-HK-SUPPRIME
               MOVE 'ETAPE HISTBILA DECLAREE ANNULEE' TO LD-OBSERV
               PERFORM 8800-ECRIRE-DETAIL
                   THRU 8800-ECRIRE-DETAIL-EXIT
           END-IF.
       8300-EDITER-AVAL-EXIT.
           EXIT.

      *---------------------------------------------------------
       8800-ECRIRE-DETAIL.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
           MOVE SPACE TO LIGNE-DETAIL.
       8800-ECRIRE-DETAIL-EXIT.
           EXIT.

      *---------------------------------------------------------
       8900-EDITER-DATE.
      *---------------------------------------------------------
           MOVE W-ED-JJ   TO W-ED-JJED.
           MOVE W-ED-MM   TO W-ED-MMED.
           MOVE W-ED-AAAA TO W-ED-AAAAED.
       8900-EDITER-DATE-EXIT.
           EXIT.
       END PROGRAM ANNULOT.
