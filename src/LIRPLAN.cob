      *********************************************************
      * PROGRAMME LIRPLAN                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * PRIMITIVE DE CONSULTATION DES PLANS DE REGLEMENT ET   *
      * REMISES GRACIEUSES DE MAJORATION (PLANREG, ALIMENTE   *
      * PAR CHARGPLN) : POUR UN ARTICLE, SON RESTE A          *
      * RECOUVRER ET UNE DATE DE SITUATION, INDIQUE SI UN     *
      * PLAN EN COURS EST HONORE (LES REGLEMENTS DEPUIS       *
      * L'OCTROI COUVRENT LES ECHEANCES ARRIVEES A TERME) OU  *
      * DEFAILLANT (AVEC LA PREMIERE ECHEANCE MANQUEE), ET    *
      * REND LE MONTANT DE MAJORATION REMIS. APPELE PAR       *
      * RETRAR ET EDITRELA. CR RENDU : 00 = CONSULTATION      *
      * FAITE (TROUVEE OU NON), 24 = FICHIER INDISPONIBLE     *
      * (AUCUN PLAN NI REMISE N'EST ALORS PRIS EN COMPTE).    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRPLAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PLANREG     ASSIGN  TO  PLANREG
                               ORGANIZATION INDEXED
                               ACCESS MODE DYNAMIC
                               RECORD KEY PL-CLE
                               FILE STATUS PL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANREG.
       01  ENR-PLANREG.
           COPY XPLANREG REPLACING 'X' BY PL.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'LIRPLAN 00 DU 15/10/26'.

       01  PL-FS                PIC X(2).
           88 PL-OK                  VALUE '00'.
       01  W-SW-OUVERT          PIC X(1) VALUE 'N'.
           88 W-FICHIER-OUVERT       VALUE 'O'.
           88 W-FICHIER-KO           VALUE 'E'.

      * ECHEANCES DU PLAN ARRIVEES A TERME ET MONTANT DEJA REGLE
       01  IXE                  PIC 9(2) COMP.
       01  W-DU-ECHU            PIC S9(12).
       01  W-REGLE              PIC S9(12).

       LINKAGE SECTION.
      * CLE DE L'ARTICLE (MEME DECOUPAGE QUE XPLANREG)
       01  LK-CLE               PIC X(18).
      * RESTE A RECOUVRER DE L'ARTICLE ET DATE DE SITUATION
       01  LK-MRAR              PIC S9(12).
       01  LK-JOUR              PIC 9(8).
      * SITUATION RENDUE : ESPACE = AUCUN PLAN EN COURS, 'H' =
      * PLAN HONORE, 'D' = PLAN DEFAILLANT (ECHEANCE MANQUEE)
       01  LK-GSITU             PIC X(1).
      * PREMIERE ECHEANCE NON COUVERTE D'UN PLAN DEFAILLANT
       01  LK-JECHMQ            PIC 9(8).
      * MAJORATION REMISE A L'ARTICLE (ZERO SANS REMISE)
       01  LK-MREMIS            PIC S9(10).
       01  LK-CR                PIC 9(2).

       PROCEDURE DIVISION USING LK-CLE LK-MRAR LK-JOUR LK-GSITU
                                LK-JECHMQ LK-MREMIS LK-CR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0     TO LK-CR LK-JECHMQ LK-MREMIS.
           MOVE SPACE TO LK-GSITU.
      * OUVERTURE AU PREMIER APPEL, LE FICHIER RESTE OUVERT POUR
      * TOUTE LA DUREE DU TRAITEMENT APPELANT. FICHIER ABSENT :
      * AUCUN PLAN NI REMISE N'A ENCORE ETE ACCORDE
           IF W-SW-OUVERT = 'N'
               OPEN INPUT PLANREG
               IF PL-OK
                   MOVE 'O' TO W-SW-OUVERT
               ELSE
                   MOVE 'E' TO W-SW-OUVERT
               END-IF
           END-IF.
           IF W-FICHIER-KO
               MOVE 24 TO LK-CR
               GOBACK
           END-IF.

           MOVE LK-CLE TO PL-CLE.
           READ PLANREG
               INVALID KEY GOBACK
           END-READ.
           MOVE PL-MREMIS TO LK-MREMIS.
           IF NOT PL-PLAN-ACTIF
               GOBACK
           END-IF.

      * LE PLAN EST HONORE QUAND LE MONTANT REGLE DEPUIS L'OCTROI
      * (MONTANT DU PLAN DIMINUE DU RESTE A RECOUVRER) COUVRE LES
      * ECHEANCES ARRIVEES A TERME A LA DATE DE SITUATION
           COMPUTE W-REGLE = PL-MTPLAN - LK-MRAR.
           MOVE 0 TO W-DU-ECHU.
           PERFORM 1000-CUMULER-ECHEANCE
               THRU 1000-CUMULER-ECHEANCE-EXIT
               VARYING IXE FROM 1 BY 1
               UNTIL IXE > PL-NBECH OR IXE > 12
                  OR LK-JECHMQ NOT = 0.
           IF LK-JECHMQ = 0
               MOVE 'H' TO LK-GSITU
           ELSE
               MOVE 'D' TO LK-GSITU
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-CUMULER-ECHEANCE.
      *---------------------------------------------------------
           IF PL-JECHEA (IXE) > LK-JOUR
               GO TO 1000-CUMULER-ECHEANCE-EXIT
           END-IF.
           ADD PL-MECHEA (IXE) TO W-DU-ECHU.
           IF W-REGLE < W-DU-ECHU
               MOVE PL-JECHEA (IXE) TO LK-JECHMQ
           END-IF.
       1000-CUMULER-ECHEANCE-EXIT.
           EXIT.
       END PROGRAM LIRPLAN.
