      *********************************************************
      * PROGRAMME VOLVSAM                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * SUIVI DE LA VOLUMETRIE DES FICHIERS VSAM, A PASSER    *
      * APRES CHAQUE LOT. POUR CHAQUE FICHIER DU REFERENTIEL  *
      * DES CAPACITES CAPAVSAM (NOMBRE D'ENREGISTREMENTS QUE  *
      * PEUT CONTENIR L'ALLOCATION, SEUIL D'OCCUPATION) :     *
      * COMPTAGE DES ENREGISTREMENTS, CROISSANCE DEPUIS LE    *
      * DERNIER PASSAGE, TAUX D'OCCUPATION DE L'ALLOCATION ET *
      * DATE PREVUE DE SATURATION AU RYTHME DE CROISSANCE     *
      * OBSERVE DEPUIS LE DEBUT DE LA CAMPAGNE. LES MESURES   *
      * SONT CUMULEES DANS L'HISTORIQUE VOLHIST. SONT         *
      * SIGNALES, POUR REORGANISATION OU EXTENSION EN         *
      * JOURNEE, LES FICHIERS AU-DELA DE LEUR SEUIL ET CEUX   *
      * DONT LA SATURATION EST PREVUE AVANT LA FIN DE LA      *
      * CAMPAGNE (DATE NATIONALE DE MAJORATION DU MILLESIME   *
      * DANS CALENCAM). CODE RETOUR 4 SI UN FICHIER EST EN    *
      * ALERTE OU N'A PU ETRE MESURE, 12 SI LE PARAMETRE, LE  *
      * REFERENTIEL OU L'HISTORIQUE EST INUTILISABLE.         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLVSAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARMVOL     ASSIGN  TO  PARMVOL
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS PV-FS.
           SELECT  CAPAVSAM    ASSIGN  TO  CAPAVSAM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CV-FS.
           SELECT  VOLHIST     ASSIGN  TO  VOLHIST
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS VH-FS.
           SELECT  CALENCAM    ASSIGN  TO  CALENCAM
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS CL-FS.
           SELECT  RAPPORT     ASSIGN  TO  RAPPORT
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS RP-FS.
      * FICHIERS SURVEILLES, LUS EN SEQUENTIEL SUR LA CLE PRIMAIRE
           SELECT  HISTOB      ASSIGN  TO  HISTOB
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  HB-CLETOT
                               FILE STATUS  HB-FS.
           SELECT  HISTONB     ASSIGN  TO  HISTONB
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  HNB-CLETOT
                               FILE STATUS  HNB-FS.
           SELECT  RETENB      ASSIGN  TO  RETENB
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  RB-CLE
                               FILE STATUS  RB-FS.
           SELECT  RETENNB     ASSIGN  TO  RETENNB
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  RNB-CLETOT
                               FILE STATUS  RNB-FS.
           SELECT  TAUDIS      ASSIGN  TO  TAUDIS
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  TAUDIS-CLE
                               FILE STATUS  TAUDIS-FS.
           SELECT  TAUHIST     ASSIGN  TO  TAUHIST
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  TH-CLE
                               FILE STATUS  TH-FS.
           SELECT  REFEDIT     ASSIGN  TO  REFEDIT
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  RE-CLE
                               FILE STATUS  RE-FS.
           SELECT  REGRECL     ASSIGN  TO  REGRECL
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  RG-REFDOS
                               FILE STATUS  RG-FS.
           SELECT  REFPRO      ASSIGN  TO  REFPRO
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  PR-ANUPRO
                               FILE STATUS  PR-FS.
           SELECT  HISTBIL     ASSIGN  TO  HISTBIL
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  HK-CLE
                               FILE STATUS  HK-FS.
           SELECT  REGSCEL     ASSIGN  TO  REGSCEL
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  SC-CLE
                               FILE STATUS  SC-FS.
           SELECT  SUIVI       ASSIGN  TO  SUIVICAM
                               ORGANIZATION INDEXED
                               ACCESS MODE  SEQUENTIAL
                               RECORD  KEY  SU-CLE
                               FILE STATUS  SU-FS.

       DATA DIVISION.
       FILE SECTION.
      * CAMPAGNE EN COURS ET DIRECTION DU LOT QUI VIENT DE PASSER
       FD  PARMVOL.
       01  ENR-PARMVOL.
           05 PV-JAN               PIC X(4).
           05 PV-DEPDIR            PIC X(3).

      * REFERENTIEL DES CAPACITES, TENU PAR L'EXPLOITATION A CHAQUE
      * DEFINITION OU EXTENSION D'UN CLUSTER : NOMBRE
      * D'ENREGISTREMENTS QUE PEUT CONTENIR L'ALLOCATION ET SEUIL
      * D'OCCUPATION EN POURCENTAGE (A DEFAUT 85)
       FD  CAPAVSAM.
       01  ENR-CAPAVSAM.
           05 CV-FICHIER           PIC X(8).
           05 CV-CAPACITE          PIC 9(9).
           05 CV-SEUIL             PIC 9(3).
           05 CV-LIBELLE           PIC X(30).

      * HISTORIQUE DES MESURES, CUMULE D'UN PASSAGE A L'AUTRE
       FD  VOLHIST.
       01  ENR-VOLHIST.
           05 VH-DATJOU            PIC 9(8).
           05 VH-HEUJOU            PIC 9(8).
           05 VH-JAN               PIC 9(4).
           05 VH-DEPDIR            PIC X(3).
           05 VH-FICHIER           PIC X(8).
           05 VH-NBENR             PIC 9(9).
           05 VH-CROISS            PIC S9(9).
      * CROISSANCE DEPUIS LA MESURE PRECEDENTE DU FICHIER
           05 VH-CAPACITE          PIC 9(9).
           05 VH-TXOCC             PIC 9(3)V9.
      * TAUX D'OCCUPATION DE L'ALLOCATION EN POURCENTAGE
           05 VH-CROISJ            PIC S9(7)V99.
      * CROISSANCE MOYENNE PAR JOUR RETENUE POUR LA PREVISION
           05 VH-DATPLEIN          PIC 9(8).
      * DATE PREVUE DE SATURATION, ZERO SI AUCUNE PREVISION
           05 VH-ALERTE            PIC X(1).
              88 VH-SANS-ALERTE         VALUE SPACE.
              88 VH-ALERTE-SEUIL        VALUE 'S'.
              88 VH-ALERTE-PREVISION    VALUE 'P'.
              88 VH-ALERTE-DOUBLE       VALUE 'D'.
           05 FILLER               PIC X(20).

       FD  CALENCAM.
       01  ENR-CALENCAM.
           05 CL-JAN               PIC 9(4).
           05 CL-HOMIN             PIC 9(8).
           05 CL-HOMAX             PIC 9(8).
           05 CL-MIRNAT            PIC 9(8).
           05 CL-MJONAT            PIC 9(8).
      * DATE NATIONALE DE MAJORATION : FIN DE LA CAMPAGNE
           05 CL-DELIBMAX          PIC 9(8).

       FD  RAPPORT.
       01  ENR-RAPPORT             PIC X(132).

       FD  HISTOB.
       01  ENR-HISTOB.
           05 HB-CLETOT            PIC X(17).
           05 FILLER               PIC X(604).

       FD  HISTONB.
       01  ENR-HISTONB.
           05 HNB-CLETOT           PIC X(17).
           05 FILLER               PIC X(604).

       FD  RETENB.
       01  ENR-RETENB.
           COPY XBASEB REPLACING 'X' BY RB.

       FD  RETENNB.
       01  ENR-RETENNB.
           02 RNB-CLETOT           PIC X(17).
           02 RNB-DETAIL OCCURS 5.
              COPY XBASNB REPLACING 'X' BY RNB-DETAIL.

       FD  TAUDIS.
       01  ENR-TAUDIS.
           02 TAUDIS-CLE           PIC X(12).
           02 TAUDIS-SUITE         PIC X(2988).

       FD  TAUHIST.
       01  ENR-TAUHIST.
           02 TH-CLE               PIC X(16).
           02 TH-SUITE             PIC X(2988).

       FD  REFEDIT.
       01  ENR-REFEDIT.
           COPY XREFEDIT.

       FD  REGRECL.
       01  ENR-REGRECL.
           COPY XREGRECL REPLACING 'X' BY RG.

       FD  REFPRO.
       01  ENR-REFPRO.
           COPY XREFPRO REPLACING 'X' BY PR.

       FD  HISTBIL.
       01  ENR-HISTBIL.
           COPY XHISTBIL.

       FD  REGSCEL.
       01  ENR-REGSCEL.
           COPY XREGSCEL.

       FD  SUIVI.
       01  ENR-SUIVI.
           05 SU-CLE               PIC X(15).
           05 FILLER               PIC X(26).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'VOLVSAM 00 DU 15/10/26'.

       01  PV-FS                   PIC X(2).
           88 PV-OK                     VALUE '00'.
       01  CV-FS                   PIC X(2).
           88 CV-OK                     VALUE '00'.
           88 CV-FIN                    VALUE '10'.
       01  VH-FS                   PIC X(2).
           88 VH-OK                     VALUE '00'.
           88 VH-FIN                    VALUE '10'.
           88 VH-INEXISTANT             VALUES '35' '05'.
       01  CL-FS                   PIC X(2).
           88 CL-OK                     VALUE '00'.
           88 CL-FIN                    VALUE '10'.
       01  RP-FS                   PIC X(2).
       01  HB-FS                   PIC X(2).
       01  HNB-FS                  PIC X(2).
       01  RB-FS                   PIC X(2).
       01  RNB-FS                  PIC X(2).
       01  TAUDIS-FS               PIC X(2).
       01  TH-FS                   PIC X(2).
       01  RE-FS                   PIC X(2).
       01  RG-FS                   PIC X(2).
       01  PR-FS                   PIC X(2).
       01  HK-FS                   PIC X(2).
       01  SC-FS                   PIC X(2).
       01  SU-FS                   PIC X(2).

       01  W-JAN                   PIC X(4) VALUE SPACE.
       01  W-JAN9 REDEFINES W-JAN  PIC 9(4).
       01  W-DEPDIR                PIC X(3) VALUE SPACE.
       01  W-DATJOU                PIC 9(8).
       01  W-HEUJOU                PIC 9(8).
       01  W-DATFIN                PIC 9(8) VALUE 0.
       01  W-SEUIL-DEFAUT          PIC 9(3) VALUE 85.
       01  W-HORIZON               PIC 9(5) VALUE 3660.

      * RESULTAT DU COMPTAGE D'UN FICHIER : STATUT '10' QUAND LE
      * FICHIER A ETE LU JUSQU'AU BOUT, 'NS' SI LE FICHIER N'EST
      * PAS CONNU DU PROGRAMME
       01  W-FS-COMPTE             PIC X(2).
           88 W-COMPTE-OK               VALUE '10'.
           88 W-NON-SUIVI               VALUE 'NS'.
       01  W-NBENR                 PIC 9(9) COMP.
       01  W-NBREF                 PIC 9(9) COMP.
       01  W-CROISS                PIC S9(9) COMP.
       01  W-ECART                 PIC S9(9) COMP.
       01  W-CROISJ                PIC S9(7)V99 COMP.
       01  W-TXOCC                 PIC 9(3)V9.
       01  W-NBJOURS               PIC 9(7) COMP.
       01  W-JOURS                 PIC S9(7) COMP.
       01  W-DATPLEIN              PIC 9(8).
       01  W-QJ-JOUR               PIC 9(7) COMP.
       01  W-ALERTE                PIC X(1).
           88 W-SANS-ALERTE             VALUE SPACE.
           88 W-ALERTE-SEUIL            VALUE 'S'.
           88 W-ALERTE-PREVISION        VALUE 'P'.
           88 W-ALERTE-DOUBLE           VALUE 'D'.

      * FICHIERS DU REFERENTIEL, AVEC LES MESURES DE REFERENCE
      * RELEVEES DANS L'HISTORIQUE :
      *  - DERNIERE MESURE (CROISSANCE DEPUIS LE DERNIER PASSAGE) ;
      *  - PREMIERE MESURE DE LA CAMPAGNE ANTERIEURE A CE JOUR, OU
      *    A DEFAUT DERNIERE MESURE ANTERIEURE A CE JOUR (RYTHME DE
      *    CROISSANCE SERVANT A LA PREVISION)
       01  W-NBFIC                 PIC 9(4) COMP VALUE 0.
       01  W-MAXFIC                PIC 9(4) COMP VALUE 20.
       01  IXF                     PIC 9(4) COMP.
       01  IXR                     PIC 9(4) COMP.
       01  W-TABFIC.
           05 W-TF OCCURS 20.
              10 TF-FICHIER        PIC X(8).
              10 TF-LIBELLE        PIC X(30).
              10 TF-CAPACITE       PIC 9(9).
              10 TF-SEUIL          PIC 9(3).
              10 TF-DATDER         PIC 9(8).
              10 TF-NBDER          PIC 9(9).
              10 TF-DATREF         PIC 9(8).
              10 TF-NBREF          PIC 9(9).
              10 TF-DATANT         PIC 9(8).
              10 TF-NBANT          PIC 9(9).

       01  W-NBSUIVIS              PIC 9(5) COMP VALUE 0.
       01  W-NBALERTES             PIC 9(5) COMP VALUE 0.
       01  W-NBANOMALIES           PIC 9(5) COMP VALUE 0.

      * CALCUL DU QUANTIEME ABSOLU D'UNE DATE SSAAMMJJ (NOMBRE DE
      * JOURS DEPUIS L'AN 1), POUR COMPARER DEUX DATES EN JOURS
       01  W-QJ-DATE               PIC 9(8).
       01  W-QJ-VUE REDEFINES W-QJ-DATE.
           05 W-QJ-AAAA            PIC 9(4).
           05 W-QJ-MM              PIC 9(2).
           05 W-QJ-JJ              PIC 9(2).
       01  W-QJ-RESULTAT           PIC 9(7) COMP.
       01  W-QJ-ANPREC             PIC 9(4) COMP.
       01  W-QJ-Q4                 PIC 9(4) COMP.
       01  W-QJ-Q100               PIC 9(4) COMP.
       01  W-QJ-Q400               PIC 9(4) COMP.
       01  W-QJ-R4                 PIC 9(4) COMP.
       01  W-QJ-R100               PIC 9(4) COMP.
       01  W-QJ-R400               PIC 9(4) COMP.
       01  W-QJ-CUMULS.
           05 FILLER               PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  W-QJ-CUMULS-R REDEFINES W-QJ-CUMULS.
           05 W-QJ-CUMMOIS         PIC 9(3) OCCURS 12.

      * AVANCE DE N JOURS SUR UNE DATE SSAAMMJJ
       01  W-AV-DATE               PIC 9(8).
       01  W-AV-VUE REDEFINES W-AV-DATE.
           05 W-AV-AAAA            PIC 9(4).
           05 W-AV-MM              PIC 9(2).
           05 W-AV-JJ              PIC 9(2).
       01  W-AV-NBJ                PIC 9(7) COMP.
       01  W-AV-RESTE              PIC 9(2).
       01  W-AV-NBJMOIS            PIC 9(2).
       01  W-AV-LONGUEURS.
           05 FILLER               PIC X(24) VALUE
              '312831303130313130313031'.
       01  W-AV-LONGUEURS-R REDEFINES W-AV-LONGUEURS.
           05 W-AV-LGMOIS          PIC 9(2) OCCURS 12.

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
           05 FILLER               PIC X(45) VALUE
              'SUIVI DE LA VOLUMETRIE DES FICHIERS VSAM - CA'.
           05 FILLER               PIC X(7)  VALUE 'MPAGNE '.
           05 LE-JAN               PIC 9(4).
           05 FILLER               PIC X(12) VALUE ' - MESURE DU'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LE-DATJOU            PIC X(10).
           05 FILLER               PIC X(13) VALUE ' APRES LOT DE'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LE-DEPDIR            PIC X(3).
       01  LIGNE-FIN-CAMPAGNE.
           05 FILLER               PIC X(40) VALUE
              'FIN DE CAMPAGNE (DATE DE MAJORATION) :  '.
           05 LF-DATFIN            PIC X(10).
       01  LIGNE-COLONNE.
           05 FILLER               PIC X(9)  VALUE 'FICHIER'.
           05 FILLER               PIC X(10) VALUE 'NB ENREG.'.
           05 FILLER               PIC X(11) VALUE 'CROISSANCE'.
           05 FILLER               PIC X(10) VALUE ' CAPACITE'.
           05 FILLER               PIC X(6)  VALUE 'OCCUP'.
           05 FILLER               PIC X(6)  VALUE 'SEUIL'.
           05 FILLER               PIC X(14) VALUE 'CROISS./JOUR'.
           05 FILLER               PIC X(12) VALUE 'PLEIN LE'.
           05 FILLER               PIC X(11) VALUE 'OBSERVATION'.
       01  LIGNE-TIRETS            PIC X(132) VALUE ALL '-'.
       01  LIGNE-DETAIL.
           05 LD-FICHIER           PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBENR             PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CROISS            PIC -(9)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CAPACITE          PIC Z(8)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-TXOCC             PIC ZZ9.9.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LD-SEUIL             PIC ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CROISJ            PIC -(8)9.99.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-DATPLEIN          PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 LD-OBSERV            PIC X(40).
       01  LIGNE-TOTAL.
           05 LT-LIBELLE           PIC X(40).
           05 LT-NOMBRE            PIC Z(6)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT PARMVOL.
           IF PV-OK
               READ PARMVOL
                   NOT AT END MOVE PV-JAN    TO W-JAN
                              MOVE PV-DEPDIR TO W-DEPDIR
               END-READ
               CLOSE PARMVOL
           END-IF.
           IF W-JAN NOT NUMERIC OR W-JAN9 = 0
               DISPLAY 'VOLVSAM - CAMPAGNE EN COURS ABSENTE OU '
                       'INVALIDE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT W-DATJOU FROM DATE YYYYMMDD.
           ACCEPT W-HEUJOU FROM TIME.
           MOVE W-DATJOU TO W-QJ-DATE.
           PERFORM 8000-CALCULER-QUANTIEME
               THRU 8000-CALCULER-QUANTIEME-EXIT.
           MOVE W-QJ-RESULTAT TO W-QJ-JOUR.

           PERFORM 1000-CHARGER-CAPACITES
               THRU 1000-CHARGER-CAPACITES-EXIT.
           IF W-NBFIC = 0
               DISPLAY 'VOLVSAM - REFERENTIEL DES CAPACITES CAPAVSAM '
                       'ABSENT OU VIDE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-CHARGER-HISTORIQUE
               THRU 1200-CHARGER-HISTORIQUE-EXIT.
           PERFORM 1400-LIRE-CALENDRIER
               THRU 1400-LIRE-CALENDRIER-EXIT.

      * LES MESURES DU JOUR SONT AJOUTEES A L'HISTORIQUE
           OPEN EXTEND VOLHIST.
           IF VH-INEXISTANT
               OPEN OUTPUT VOLHIST
           END-IF.
           IF NOT VH-OK
               DISPLAY 'VOLVSAM - HISTORIQUE VOLHIST INACCESSIBLE '
                       '(STATUT ' VH-FS ')'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RAPPORT.
           MOVE W-JAN9   TO LE-JAN.
           MOVE W-DATJOU TO W-ED-DATE.
           PERFORM 8200-EDITER-DATE THRU 8200-EDITER-DATE-EXIT.
           MOVE W-ED-DATEED TO LE-DATJOU.
           MOVE W-DEPDIR TO LE-DEPDIR.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE.
           IF W-DATFIN > 0
               MOVE W-DATFIN TO W-ED-DATE
               PERFORM 8200-EDITER-DATE THRU 8200-EDITER-DATE-EXIT
               MOVE W-ED-DATEED TO LF-DATFIN
           ELSE
               MOVE 'INCONNUE' TO LF-DATFIN
           END-IF.
           WRITE ENR-RAPPORT FROM LIGNE-FIN-CAMPAGNE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.
           WRITE ENR-RAPPORT FROM LIGNE-COLONNE.
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.

           PERFORM 2000-SURVEILLER-FICHIER
               THRU 2000-SURVEILLER-FICHIER-EXIT
               VARYING IXF FROM 1 BY 1
               UNTIL IXF > W-NBFIC.

           PERFORM 5000-EDITER-TOTAUX
               THRU 5000-EDITER-TOTAUX-EXIT.
           CLOSE VOLHIST RAPPORT.
           DISPLAY 'VOLVSAM - FICHIERS MESURES     : ' W-NBSUIVIS.
           DISPLAY 'VOLVSAM - FICHIERS EN ALERTE   : ' W-NBALERTES.
           DISPLAY 'VOLVSAM - FICHIERS NON MESURES : ' W-NBANOMALIES.
           IF W-NBALERTES > 0 OR W-NBANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-CHARGER-CAPACITES.
      *---------------------------------------------------------
           OPEN INPUT CAPAVSAM.
           IF NOT CV-OK
               GO TO 1000-CHARGER-CAPACITES-EXIT
           END-IF.
           PERFORM 1100-LIRE-CAPACITE
               THRU 1100-LIRE-CAPACITE-EXIT
               UNTIL NOT CV-OK.
           CLOSE CAPAVSAM.
       1000-CHARGER-CAPACITES-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-LIRE-CAPACITE.
      *---------------------------------------------------------
           READ CAPAVSAM
               AT END GO TO 1100-LIRE-CAPACITE-EXIT
           END-READ.
           IF CV-FICHIER = SPACE
               GO TO 1100-LIRE-CAPACITE-EXIT
           END-IF.
           IF W-NBFIC NOT < W-MAXFIC
               DISPLAY 'VOLVSAM - TABLE DES FICHIERS PLEINE, '
                       CV-FICHIER ' IGNORE'
               GO TO 1100-LIRE-CAPACITE-EXIT
           END-IF.
           ADD 1 TO W-NBFIC.
           MOVE CV-FICHIER  TO TF-FICHIER (W-NBFIC).
           MOVE CV-LIBELLE  TO TF-LIBELLE (W-NBFIC).
           IF CV-CAPACITE NUMERIC
               MOVE CV-CAPACITE TO TF-CAPACITE (W-NBFIC)
           ELSE
               MOVE 0 TO TF-CAPACITE (W-NBFIC)
           END-IF.
           IF CV-SEUIL NUMERIC AND CV-SEUIL > 0
               MOVE CV-SEUIL TO TF-SEUIL (W-NBFIC)
           ELSE
               MOVE W-SEUIL-DEFAUT TO TF-SEUIL (W-NBFIC)
           END-IF.
           MOVE 0 TO TF-DATDER (W-NBFIC) TF-NBDER (W-NBFIC)
                     TF-DATREF (W-NBFIC) TF-NBREF (W-NBFIC)
                     TF-DATANT (W-NBFIC) TF-NBANT (W-NBFIC).
       1100-LIRE-CAPACITE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-CHARGER-HISTORIQUE.
      *---------------------------------------------------------
      * PREMIER PASSAGE : PAS D'HISTORIQUE, AUCUNE REFERENCE
           OPEN INPUT VOLHIST.
           IF NOT VH-OK
               GO TO 1200-CHARGER-HISTORIQUE-EXIT
           END-IF.
           PERFORM 1300-LIRE-HISTORIQUE
               THRU 1300-LIRE-HISTORIQUE-EXIT
               UNTIL NOT VH-OK.
           CLOSE VOLHIST.
       1200-CHARGER-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1300-LIRE-HISTORIQUE.
      *---------------------------------------------------------
      * L'HISTORIQUE EST CHRONOLOGIQUE : LA DERNIERE MESURE LUE
      * D'UN FICHIER EST LA PLUS RECENTE
           READ VOLHIST
               AT END GO TO 1300-LIRE-HISTORIQUE-EXIT
           END-READ.
           PERFORM 1310-RECHERCHER-FICHIER
               THRU 1310-RECHERCHER-FICHIER-EXIT
               VARYING IXR FROM 1 BY 1
               UNTIL IXR > W-NBFIC
                  OR TF-FICHIER (IXR) = VH-FICHIER.
           IF IXR > W-NBFIC
               GO TO 1300-LIRE-HISTORIQUE-EXIT
           END-IF.
           MOVE VH-DATJOU TO TF-DATDER (IXR).
           MOVE VH-NBENR  TO TF-NBDER (IXR).
           IF VH-DATJOU < W-DATJOU
               MOVE VH-DATJOU TO TF-DATANT (IXR)
               MOVE VH-NBENR  TO TF-NBANT (IXR)
               IF VH-JAN = W-JAN9 AND TF-DATREF (IXR) = 0
                   MOVE VH-DATJOU TO TF-DATREF (IXR)
                   MOVE VH-NBENR  TO TF-NBREF (IXR)
               END-IF
           END-IF.
       1300-LIRE-HISTORIQUE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1310-RECHERCHER-FICHIER.
      *---------------------------------------------------------
           CONTINUE.
       1310-RECHERCHER-FICHIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1400-LIRE-CALENDRIER.
      *---------------------------------------------------------
      * SANS CALENDRIER DU MILLESIME, SEUL LE SEUIL D'OCCUPATION
      * DECLENCHE L'ALERTE
           OPEN INPUT CALENCAM.
           IF NOT CL-OK
               DISPLAY 'VOLVSAM - CALENDRIER CALENCAM INACCESSIBLE, '
                       'PREVISION NON CONFRONTEE A LA FIN DE CAMPAGNE'
               GO TO 1400-LIRE-CALENDRIER-EXIT
           END-IF.
           PERFORM 1410-LIRE-MILLESIME
               THRU 1410-LIRE-MILLESIME-EXIT
               UNTIL NOT CL-OK OR W-DATFIN > 0.
           CLOSE CALENCAM.
           IF W-DATFIN = 0
               DISPLAY 'VOLVSAM - MILLESIME ' W-JAN ' ABSENT DE '
                       'CALENCAM, PREVISION NON CONFRONTEE A LA FIN '
                       'DE CAMPAGNE'
           END-IF.
       1400-LIRE-CALENDRIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1410-LIRE-MILLESIME.
      *---------------------------------------------------------
           READ CALENCAM
               AT END GO TO 1410-LIRE-MILLESIME-EXIT
           END-READ.
           IF CL-JAN = W-JAN9 AND CL-MJONAT NUMERIC
               MOVE CL-MJONAT TO W-DATFIN
           END-IF.
       1410-LIRE-MILLESIME-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-SURVEILLER-FICHIER.
      *---------------------------------------------------------
           MOVE 0 TO W-NBENR.
           MOVE SPACE TO W-FS-COMPTE.
           EVALUATE TF-FICHIER (IXF)
               WHEN 'HISTOB'
                   PERFORM 3010-COMPTER-HISTOB
                       THRU 3010-COMPTER-HISTOB-EXIT
               WHEN 'HISTONB'
                   PERFORM 3020-COMPTER-HISTONB
                       THRU 3020-COMPTER-HISTONB-EXIT
               WHEN 'RETENB'
                   PERFORM 3030-COMPTER-RETENB
                       THRU 3030-COMPTER-RETENB-EXIT
               WHEN 'RETENNB'
                   PERFORM 3040-COMPTER-RETENNB
                       THRU 3040-COMPTER-RETENNB-EXIT
               WHEN 'TAUDIS'
                   PERFORM 3050-COMPTER-TAUDIS
                       THRU 3050-COMPTER-TAUDIS-EXIT
               WHEN 'TAUHIST'
                   PERFORM 3060-COMPTER-TAUHIST
                       THRU 3060-COMPTER-TAUHIST-EXIT
               WHEN 'REFEDIT'
                   PERFORM 3070-COMPTER-REFEDIT
                       THRU 3070-COMPTER-REFEDIT-EXIT
               WHEN 'REGRECL'
                   PERFORM 3080-COMPTER-REGRECL
                       THRU 3080-COMPTER-REGRECL-EXIT
               WHEN 'REFPRO'
                   PERFORM 3090-COMPTER-REFPRO
                       THRU 3090-COMPTER-REFPRO-EXIT
               WHEN 'HISTBIL'
                   PERFORM 3100-COMPTER-HISTBIL
                       THRU 3100-COMPTER-HISTBIL-EXIT
               WHEN 'REGSCEL'
                   PERFORM 3110-COMPTER-REGSCEL
                       THRU 3110-COMPTER-REGSCEL-EXIT
               WHEN 'SUIVICAM'
                   PERFORM 3120-COMPTER-SUIVI
                       THRU 3120-COMPTER-SUIVI-EXIT
               WHEN OTHER
                   SET W-NON-SUIVI TO TRUE
           END-EVALUATE.

           MOVE SPACE TO LIGNE-DETAIL.
           MOVE TF-FICHIER (IXF) TO LD-FICHIER.
           IF NOT W-COMPTE-OK
               ADD 1 TO W-NBANOMALIES
               IF W-NON-SUIVI
                   MOVE 'FICHIER INCONNU DU PROGRAMME' TO LD-OBSERV
               ELSE
                   STRING 'FICHIER ILLISIBLE (STATUT ' W-FS-COMPTE ')'
                       DELIMITED BY SIZE INTO LD-OBSERV
               END-IF
               WRITE ENR-RAPPORT FROM LIGNE-DETAIL
               DISPLAY 'VOLVSAM - ' TF-FICHIER (IXF) ' NON MESURE : '
                       LD-OBSERV
               GO TO 2000-SURVEILLER-FICHIER-EXIT
           END-IF.
           ADD 1 TO W-NBSUIVIS.
           PERFORM 4000-EVALUER-FICHIER
               THRU 4000-EVALUER-FICHIER-EXIT.
           PERFORM 4500-ENREGISTRER-MESURE
               THRU 4500-ENREGISTRER-MESURE-EXIT.
       2000-SURVEILLER-FICHIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3010-COMPTER-HISTOB.
      *---------------------------------------------------------
           OPEN INPUT HISTOB.
           MOVE HB-FS TO W-FS-COMPTE.
           IF HB-FS NOT = '00'
               GO TO 3010-COMPTER-HISTOB-EXIT
           END-IF.
           PERFORM 3011-LIRE-HISTOB
               THRU 3011-LIRE-HISTOB-EXIT
               UNTIL HB-FS NOT = '00'.
           MOVE HB-FS TO W-FS-COMPTE.
           CLOSE HISTOB.
       3010-COMPTER-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3011-LIRE-HISTOB.
      *---------------------------------------------------------
           READ HISTOB
               AT END GO TO 3011-LIRE-HISTOB-EXIT
           END-READ.
           IF HB-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3011-LIRE-HISTOB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3020-COMPTER-HISTONB.
      *---------------------------------------------------------
           OPEN INPUT HISTONB.
           MOVE HNB-FS TO W-FS-COMPTE.
           IF HNB-FS NOT = '00'
               GO TO 3020-COMPTER-HISTONB-EXIT
           END-IF.
           PERFORM 3021-LIRE-HISTONB
               THRU 3021-LIRE-HISTONB-EXIT
               UNTIL HNB-FS NOT = '00'.
           MOVE HNB-FS TO W-FS-COMPTE.
           CLOSE HISTONB.
       3020-COMPTER-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3021-LIRE-HISTONB.
      *---------------------------------------------------------
           READ HISTONB
               AT END GO TO 3021-LIRE-HISTONB-EXIT
           END-READ.
           IF HNB-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3021-LIRE-HISTONB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3030-COMPTER-RETENB.
      *---------------------------------------------------------
           OPEN INPUT RETENB.
           MOVE RB-FS TO W-FS-COMPTE.
           IF RB-FS NOT = '00'
               GO TO 3030-COMPTER-RETENB-EXIT
           END-IF.
           PERFORM 3031-LIRE-RETENB
               THRU 3031-LIRE-RETENB-EXIT
               UNTIL RB-FS NOT = '00'.
           MOVE RB-FS TO W-FS-COMPTE.
           CLOSE RETENB.
       3030-COMPTER-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3031-LIRE-RETENB.
      *---------------------------------------------------------
           READ RETENB
               AT END GO TO 3031-LIRE-RETENB-EXIT
           END-READ.
           IF RB-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3031-LIRE-RETENB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3040-COMPTER-RETENNB.
      *---------------------------------------------------------
           OPEN INPUT RETENNB.
           MOVE RNB-FS TO W-FS-COMPTE.
           IF RNB-FS NOT = '00'
               GO TO 3040-COMPTER-RETENNB-EXIT
           END-IF.
           PERFORM 3041-LIRE-RETENNB
               THRU 3041-LIRE-RETENNB-EXIT
               UNTIL RNB-FS NOT = '00'.
           MOVE RNB-FS TO W-FS-COMPTE.
           CLOSE RETENNB.
       3040-COMPTER-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3041-LIRE-RETENNB.
      *---------------------------------------------------------
           READ RETENNB
               AT END GO TO 3041-LIRE-RETENNB-EXIT
           END-READ.
           IF RNB-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3041-LIRE-RETENNB-EXIT.
           EXIT.

      *---------------------------------------------------------
       3050-COMPTER-TAUDIS.
      *---------------------------------------------------------
           OPEN INPUT TAUDIS.
           MOVE TAUDIS-FS TO W-FS-COMPTE.
           IF TAUDIS-FS NOT = '00'
               GO TO 3050-COMPTER-TAUDIS-EXIT
           END-IF.
           PERFORM 3051-LIRE-TAUDIS
               THRU 3051-LIRE-TAUDIS-EXIT
               UNTIL TAUDIS-FS NOT = '00'.
           MOVE TAUDIS-FS TO W-FS-COMPTE.
           CLOSE TAUDIS.
       3050-COMPTER-TAUDIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3051-LIRE-TAUDIS.
      *---------------------------------------------------------
           READ TAUDIS
               AT END GO TO 3051-LIRE-TAUDIS-EXIT
           END-READ.
           IF TAUDIS-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3051-LIRE-TAUDIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       3060-COMPTER-TAUHIST.
      *---------------------------------------------------------
           OPEN INPUT TAUHIST.
           MOVE TH-FS TO W-FS-COMPTE.
           IF TH-FS NOT = '00'
               GO TO 3060-COMPTER-TAUHIST-EXIT
           END-IF.
           PERFORM 3061-LIRE-TAUHIST
               THRU 3061-LIRE-TAUHIST-EXIT
               UNTIL TH-FS NOT = '00'.
           MOVE TH-FS TO W-FS-COMPTE.
           CLOSE TAUHIST.
       3060-COMPTER-TAUHIST-EXIT.
           EXIT.

      *---------------------------------------------------------
       3061-LIRE-TAUHIST.
      *---------------------------------------------------------
           READ TAUHIST
               AT END GO TO 3061-LIRE-TAUHIST-EXIT
           END-READ.
           IF TH-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3061-LIRE-TAUHIST-EXIT.
           EXIT.

      *---------------------------------------------------------
       3070-COMPTER-REFEDIT.
      *---------------------------------------------------------
           OPEN INPUT REFEDIT.
           MOVE RE-FS TO W-FS-COMPTE.
           IF RE-FS NOT = '00'
               GO TO 3070-COMPTER-REFEDIT-EXIT
           END-IF.
           PERFORM 3071-LIRE-REFEDIT
               THRU 3071-LIRE-REFEDIT-EXIT
               UNTIL RE-FS NOT = '00'.
           MOVE RE-FS TO W-FS-COMPTE.
           CLOSE REFEDIT.
       3070-COMPTER-REFEDIT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3071-LIRE-REFEDIT.
      *---------------------------------------------------------
           READ REFEDIT
               AT END GO TO 3071-LIRE-REFEDIT-EXIT
           END-READ.
           IF RE-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3071-LIRE-REFEDIT-EXIT.
           EXIT.

      *---------------------------------------------------------
       3080-COMPTER-REGRECL.
      *---------------------------------------------------------
           OPEN INPUT REGRECL.
           MOVE RG-FS TO W-FS-COMPTE.
           IF RG-FS NOT = '00'
               GO TO 3080-COMPTER-REGRECL-EXIT
           END-IF.
           PERFORM 3081-LIRE-REGRECL
               THRU 3081-LIRE-REGRECL-EXIT
               UNTIL RG-FS NOT = '00'.
           MOVE RG-FS TO W-FS-COMPTE.
           CLOSE REGRECL.
       3080-COMPTER-REGRECL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3081-LIRE-REGRECL.
      *---------------------------------------------------------
           READ REGRECL
               AT END GO TO 3081-LIRE-REGRECL-EXIT
           END-READ.
           IF RG-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3081-LIRE-REGRECL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3090-COMPTER-REFPRO.
      *---------------------------------------------------------
           OPEN INPUT REFPRO.
           MOVE PR-FS TO W-FS-COMPTE.
           IF PR-FS NOT = '00'
               GO TO 3090-COMPTER-REFPRO-EXIT
           END-IF.
           PERFORM 3091-LIRE-REFPRO
               THRU 3091-LIRE-REFPRO-EXIT
               UNTIL PR-FS NOT = '00'.
           MOVE PR-FS TO W-FS-COMPTE.
           CLOSE REFPRO.
       3090-COMPTER-REFPRO-EXIT.
           EXIT.

      *---------------------------------------------------------
       3091-LIRE-REFPRO.
      *---------------------------------------------------------
           READ REFPRO
               AT END GO TO 3091-LIRE-REFPRO-EXIT
           END-READ.
           IF PR-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3091-LIRE-REFPRO-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-COMPTER-HISTBIL.
      *---------------------------------------------------------
           OPEN INPUT HISTBIL.
           MOVE HK-FS TO W-FS-COMPTE.
           IF HK-FS NOT = '00'
               GO TO 3100-COMPTER-HISTBIL-EXIT
           END-IF.
           PERFORM 3101-LIRE-HISTBIL
               THRU 3101-LIRE-HISTBIL-EXIT
               UNTIL HK-FS NOT = '00'.
           MOVE HK-FS TO W-FS-COMPTE.
           CLOSE HISTBIL.
       3100-COMPTER-HISTBIL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3101-LIRE-HISTBIL.
      *---------------------------------------------------------
           READ HISTBIL
               AT END GO TO 3101-LIRE-HISTBIL-EXIT
           END-READ.
           IF HK-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3101-LIRE-HISTBIL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3110-COMPTER-REGSCEL.
      *---------------------------------------------------------
           OPEN INPUT REGSCEL.
           MOVE SC-FS TO W-FS-COMPTE.
           IF SC-FS NOT = '00'
               GO TO 3110-COMPTER-REGSCEL-EXIT
           END-IF.
           PERFORM 3111-LIRE-REGSCEL
               THRU 3111-LIRE-REGSCEL-EXIT
               UNTIL SC-FS NOT = '00'.
           MOVE SC-FS TO W-FS-COMPTE.
           CLOSE REGSCEL.
       3110-COMPTER-REGSCEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3111-LIRE-REGSCEL.
      *---------------------------------------------------------
           READ REGSCEL
               AT END GO TO 3111-LIRE-REGSCEL-EXIT
           END-READ.
           IF SC-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3111-LIRE-REGSCEL-EXIT.
           EXIT.

      *---------------------------------------------------------
       3120-COMPTER-SUIVI.
      *---------------------------------------------------------
           OPEN INPUT SUIVI.
           MOVE SU-FS TO W-FS-COMPTE.
           IF SU-FS NOT = '00'
               GO TO 3120-COMPTER-SUIVI-EXIT
           END-IF.
           PERFORM 3121-LIRE-SUIVI
               THRU 3121-LIRE-SUIVI-EXIT
               UNTIL SU-FS NOT = '00'.
           MOVE SU-FS TO W-FS-COMPTE.
           CLOSE SUIVI.
       3120-COMPTER-SUIVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       3121-LIRE-SUIVI.
      *---------------------------------------------------------
           READ SUIVI
               AT END GO TO 3121-LIRE-SUIVI-EXIT
           END-READ.
           IF SU-FS = '00'
               ADD 1 TO W-NBENR
           END-IF.
       3121-LIRE-SUIVI-EXIT.
           EXIT.

      *---------------------------------------------------------
       4000-EVALUER-FICHIER.
      *---------------------------------------------------------
      * CROISSANCE DEPUIS LE DERNIER PASSAGE
           IF TF-DATDER (IXF) = 0
               MOVE 0 TO W-CROISS
           ELSE
               COMPUTE W-CROISS = W-NBENR - TF-NBDER (IXF)
           END-IF.
      * OCCUPATION DE L'ALLOCATION
           MOVE 0 TO W-TXOCC.
           IF TF-CAPACITE (IXF) > 0
               IF W-NBENR NOT < TF-CAPACITE (IXF) * 10
                   MOVE 999.9 TO W-TXOCC
               ELSE
                   COMPUTE W-TXOCC ROUNDED =
                       W-NBENR * 100 / TF-CAPACITE (IXF)
               END-IF
           END-IF.

      * RYTHME DE CROISSANCE : DEPUIS LA PREMIERE MESURE DE LA
      * CAMPAGNE, A DEFAUT DEPUIS LA DERNIERE MESURE ANTERIEURE
      * (PREMIER PASSAGE DE LA CAMPAGNE). LES PASSAGES DU JOUR NE
      * SERVENT PAS DE REFERENCE, L'ECART EN JOURS ETANT NUL
           MOVE 0 TO W-CROISJ W-DATPLEIN W-JOURS.
           IF TF-DATREF (IXF) > 0
               MOVE TF-DATREF (IXF) TO W-QJ-DATE
               MOVE TF-NBREF (IXF)  TO W-NBREF
           ELSE
               MOVE TF-DATANT (IXF) TO W-QJ-DATE
               MOVE TF-NBANT (IXF)  TO W-NBREF
           END-IF.
           IF W-QJ-DATE > 0
               PERFORM 8000-CALCULER-QUANTIEME
                   THRU 8000-CALCULER-QUANTIEME-EXIT
               IF W-QJ-RESULTAT > 0
                   COMPUTE W-JOURS = W-QJ-JOUR - W-QJ-RESULTAT
               END-IF
           END-IF.
           IF W-JOURS > 0
               COMPUTE W-ECART = W-NBENR - W-NBREF
               COMPUTE W-CROISJ ROUNDED = W-ECART / W-JOURS
           END-IF.

      * PREVISION DE SATURATION AU RYTHME OBSERVE, BORNEE A DIX ANS
           IF TF-CAPACITE (IXF) > 0 AND W-CROISJ > 0
               IF W-NBENR NOT < TF-CAPACITE (IXF)
                   MOVE 0 TO W-NBJOURS
               ELSE
                   COMPUTE W-ECART = TF-CAPACITE (IXF) - W-NBENR
                   COMPUTE W-NBJOURS = W-ECART / W-CROISJ
                       ON SIZE ERROR MOVE 9999999 TO W-NBJOURS
                   END-COMPUTE
               END-IF
               IF W-NBJOURS NOT > W-HORIZON
                   MOVE W-DATJOU  TO W-AV-DATE
                   MOVE W-NBJOURS TO W-AV-NBJ
                   PERFORM 8100-AJOUTER-JOURS
                       THRU 8100-AJOUTER-JOURS-EXIT
                   MOVE W-AV-DATE TO W-DATPLEIN
               END-IF
           END-IF.

      * ALERTE : SEUIL D'OCCUPATION ATTEINT, OU SATURATION PREVUE
      * AVANT LA FIN DE LA CAMPAGNE
           MOVE SPACE TO W-ALERTE.
           IF TF-CAPACITE (IXF) > 0
              AND W-TXOCC NOT < TF-SEUIL (IXF)
               SET W-ALERTE-SEUIL TO TRUE
           END-IF.
           IF W-DATPLEIN > 0 AND W-DATFIN > 0
              AND W-DATPLEIN NOT > W-DATFIN
               IF W-ALERTE-SEUIL
                   SET W-ALERTE-DOUBLE TO TRUE
               ELSE
                   SET W-ALERTE-PREVISION TO TRUE
               END-IF
           END-IF.

           MOVE W-NBENR           TO LD-NBENR.
           MOVE W-CROISS          TO LD-CROISS.
           MOVE TF-CAPACITE (IXF) TO LD-CAPACITE.
           MOVE W-TXOCC           TO LD-TXOCC.
           MOVE TF-SEUIL (IXF)    TO LD-SEUIL.
           MOVE W-CROISJ          TO LD-CROISJ.
           EVALUATE TRUE
               WHEN W-DATPLEIN > 0
                   MOVE W-DATPLEIN TO W-ED-DATE
                   PERFORM 8200-EDITER-DATE
                       THRU 8200-EDITER-DATE-EXIT
                   MOVE W-ED-DATEED TO LD-DATPLEIN
               WHEN TF-CAPACITE (IXF) = 0
                   MOVE SPACE TO LD-DATPLEIN
               WHEN W-JOURS NOT > 0
                   MOVE 'A SUIVRE' TO LD-DATPLEIN
               WHEN W-CROISJ NOT > 0
                   MOVE 'STABLE' TO LD-DATPLEIN
               WHEN OTHER
                   MOVE '> 10 ANS' TO LD-DATPLEIN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TF-CAPACITE (IXF) = 0
                   MOVE 'CAPACITE NON RENSEIGNEE' TO LD-OBSERV
               WHEN W-ALERTE-DOUBLE
                   MOVE '** SEUIL ATTEINT, PLEIN AVANT FIN CAMP.'
                       TO LD-OBSERV
               WHEN W-ALERTE-SEUIL
                   MOVE '** SEUIL D''OCCUPATION ATTEINT' TO LD-OBSERV
               WHEN W-ALERTE-PREVISION
                   MOVE '** PLEIN AVANT LA FIN DE CAMPAGNE'
                       TO LD-OBSERV
               WHEN TF-DATDER (IXF) = 0
                   MOVE 'PREMIERE MESURE' TO LD-OBSERV
               WHEN OTHER
                   MOVE TF-LIBELLE (IXF) TO LD-OBSERV
           END-EVALUATE.
           WRITE ENR-RAPPORT FROM LIGNE-DETAIL.
           IF NOT W-SANS-ALERTE
               ADD 1 TO W-NBALERTES
               DISPLAY 'VOLVSAM - ALERTE ' TF-FICHIER (IXF) ' : '
                       LD-OBSERV
               DISPLAY 'VOLVSAM -   OCCUPATION ' LD-TXOCC
                       ' %, PLEIN LE ' LD-DATPLEIN
                       ' : A REORGANISER OU ETENDRE'
           END-IF.
       4000-EVALUER-FICHIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       4500-ENREGISTRER-MESURE.
      *---------------------------------------------------------
           MOVE SPACE             TO ENR-VOLHIST.
           MOVE W-DATJOU          TO VH-DATJOU.
           MOVE W-HEUJOU          TO VH-HEUJOU.
           MOVE W-JAN9            TO VH-JAN.
           MOVE W-DEPDIR          TO VH-DEPDIR.
           MOVE TF-FICHIER (IXF)  TO VH-FICHIER.
           MOVE W-NBENR           TO VH-NBENR.
           MOVE W-CROISS          TO VH-CROISS.
           MOVE TF-CAPACITE (IXF) TO VH-CAPACITE.
           MOVE W-TXOCC           TO VH-TXOCC.
           MOVE W-CROISJ          TO VH-CROISJ.
           MOVE W-DATPLEIN        TO VH-DATPLEIN.
           MOVE W-ALERTE          TO VH-ALERTE.
           WRITE ENR-VOLHIST.
       4500-ENREGISTRER-MESURE-EXIT.
           EXIT.

      *---------------------------------------------------------
       5000-EDITER-TOTAUX.
      *---------------------------------------------------------
           WRITE ENR-RAPPORT FROM LIGNE-TIRETS.
           MOVE 'FICHIERS MESURES                        ' TO
               LT-LIBELLE.
           MOVE W-NBSUIVIS TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE '  DONT A REORGANISER OU ETENDRE         ' TO
               LT-LIBELLE.
           MOVE W-NBALERTES TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
           MOVE 'FICHIERS NON MESURES                    ' TO
               LT-LIBELLE.
           MOVE W-NBANOMALIES TO LT-NOMBRE.
           WRITE ENR-RAPPORT FROM LIGNE-TOTAL.
       5000-EDITER-TOTAUX-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-CALCULER-QUANTIEME.
      *---------------------------------------------------------
      * NOMBRE DE JOURS ECOULES DEPUIS L'AN 1 : ANNEES ENTIERES
      * (BISSEXTILES GREGORIENNES COMPRISES), CUMUL DES MOIS
      * ENTIERS, JOUR DU MOIS, PLUS UN JOUR APRES FEVRIER D'UNE
      * ANNEE BISSEXTILE. DATE INVALIDE : QUANTIEME ZERO
           MOVE 0 TO W-QJ-RESULTAT.
           IF W-QJ-DATE NOT NUMERIC
              OR W-QJ-AAAA = 0
              OR W-QJ-MM < 1 OR W-QJ-MM > 12
               GO TO 8000-CALCULER-QUANTIEME-EXIT
           END-IF.
           COMPUTE W-QJ-ANPREC = W-QJ-AAAA - 1.
           DIVIDE W-QJ-ANPREC BY 4   GIVING W-QJ-Q4.
           DIVIDE W-QJ-ANPREC BY 100 GIVING W-QJ-Q100.
           DIVIDE W-QJ-ANPREC BY 400 GIVING W-QJ-Q400.
           COMPUTE W-QJ-RESULTAT = W-QJ-ANPREC * 365 + W-QJ-Q4
                                 - W-QJ-Q100 + W-QJ-Q400
                                 + W-QJ-CUMMOIS (W-QJ-MM) + W-QJ-JJ.
           IF W-QJ-MM > 2
               DIVIDE W-QJ-AAAA BY 4   GIVING W-QJ-Q4
                   REMAINDER W-QJ-R4
               DIVIDE W-QJ-AAAA BY 100 GIVING W-QJ-Q100
                   REMAINDER W-QJ-R100
               DIVIDE W-QJ-AAAA BY 400 GIVING W-QJ-Q400
                   REMAINDER W-QJ-R400
               IF W-QJ-R400 = 0
                  OR (W-QJ-R4 = 0 AND W-QJ-R100 NOT = 0)
                   ADD 1 TO W-QJ-RESULTAT
               END-IF
           END-IF.
       8000-CALCULER-QUANTIEME-EXIT.
           EXIT.

      *---------------------------------------------------------
       8100-AJOUTER-JOURS.
      *---------------------------------------------------------
      * W-AV-NBJ JOURS APRES W-AV-DATE, MOIS PAR MOIS
           PERFORM 8110-AVANCER-MOIS
               THRU 8110-AVANCER-MOIS-EXIT
               UNTIL W-AV-NBJ = 0.
       8100-AJOUTER-JOURS-EXIT.
           EXIT.

      *---------------------------------------------------------
       8110-AVANCER-MOIS.
      *---------------------------------------------------------
      * SOIT LE COMPTE TOMBE DANS LE MOIS COURANT, SOIT ON PASSE
      * AU PREMIER DU MOIS SUIVANT (FEVRIER A 29 JOURS LES ANNEES
      * BISSEXTILES)
           MOVE W-AV-LGMOIS (W-AV-MM) TO W-AV-NBJMOIS.
           IF W-AV-MM = 2
               DIVIDE W-AV-AAAA BY 4   GIVING W-QJ-Q4
                   REMAINDER W-QJ-R4
               DIVIDE W-AV-AAAA BY 100 GIVING W-QJ-Q100
                   REMAINDER W-QJ-R100
               DIVIDE W-AV-AAAA BY 400 GIVING W-QJ-Q400
                   REMAINDER W-QJ-R400
               IF W-QJ-R400 = 0
                  OR (W-QJ-R4 = 0 AND W-QJ-R100 NOT = 0)
                   MOVE 29 TO W-AV-NBJMOIS
               END-IF
           END-IF.
           COMPUTE W-AV-RESTE = W-AV-NBJMOIS - W-AV-JJ.
           IF W-AV-NBJ NOT > W-AV-RESTE
               ADD W-AV-NBJ TO W-AV-JJ
               MOVE 0 TO W-AV-NBJ
               GO TO 8110-AVANCER-MOIS-EXIT
           END-IF.
           COMPUTE W-AV-NBJ = W-AV-NBJ - W-AV-RESTE - 1.
           MOVE 1 TO W-AV-JJ.
           ADD 1 TO W-AV-MM.
           IF W-AV-MM > 12
               MOVE 1 TO W-AV-MM
               ADD 1 TO W-AV-AAAA
           END-IF.
       8110-AVANCER-MOIS-EXIT.
           EXIT.

      *---------------------------------------------------------
       8200-EDITER-DATE.
      *---------------------------------------------------------
           MOVE W-ED-JJ   TO W-ED-JJED.
           MOVE W-ED-MM   TO W-ED-MMED.
           MOVE W-ED-AAAA TO W-ED-AAAAED.
       8200-EDITER-DATE-EXIT.
           EXIT.
       END PROGRAM VOLVSAM.
