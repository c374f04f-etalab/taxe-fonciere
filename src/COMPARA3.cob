      * COTISATIONS DUES DE CHAQUE ANNEE COTE A COTE, POUR     *
      * MONTRER L'EVOLUTION D'UNE IMPOSITION SOUS LES TAUX      *
      * REELLEMENT VOTES CHAQUE ANNEE.                         *
      *                                                       *
      * LA CHAINE DE CALCUL EST APPELEE EN MODE ANNEE         *
      * HISTORIQUE (CRM = 98) : LES TAUX DE CHAQUE MILLESIME  *
      * ANTERIEUR A LA CAMPAGNE SONT LUS DANS LE TAUDIS       *
      * HISTORISE (TAUHIST). CHAQUE COTISATION EST SUIVIE DE  *
      * SA MARQUE DE SOURCE : 'H' = TAUX HISTORISES, ESPACE = *
      * TAUX COURANTS, 'A' = MILLESIME ABSENT DE TAUHIST      *
      * (CR 28), '*' = AUTRE ANOMALIE DE CALCUL.              *
      *********************************************************

       IDENTIFICATION DIVISION.
       01  ENR-RAPPORT              PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION           PIC X(23) VALUE 'COMPARA3 01 DU 15/10/26'.

       01  EC-FS                    PIC X(2).
           88 EC-OK                      VALUE '00'.
       01  W-CRM                    PIC 9(2).
       01  W-RCM                    PIC 9(2).

       01  W-BASES-B.
           COPY XBASEB REPLACING 'X' BY W-BASES-B.
       01  W-BASES-NB.
           02 EL-W-BASES-NB OCCURS 5.
           COPY XBASNB REPLACING 'X' BY W-BASES-NB.

       01  RETB-VUE.
           COPY XRETB REPLACING 'X' BY RETB.
       01  RETNB-VUE.

       01  W-TCTDU-AN               PIC S9(12) OCCURS 5.
       01  W-CRM-AN                 PIC 9(2) OCCURS 5.
       01  W-VOIE-AN                PIC X(1) OCCURS 5.

       01  LIGNE-ENTETE1            PIC X(132) VALUE
           'DIR COM    2014        2015        2016        2017
      -    '        2018'.
       01  LIGNE-LEGENDE            PIC X(132) VALUE
           'SOURCE DES TAUX : H = TAUX HISTORISES (TAUHIST)  A = MILLES
      -    'IME ABSENT DE TAUHIST (CR 28)  * = AUTRE ANOMALIE'.
       01  LIGNE-DETAIL.
           05 LD-DEPDIR             PIC X(4).
           05 FILLER                PIC X(1).
           05 LD-COM                PIC X(3).
           05 FILLER                PIC X(2).
           05 LD-ANNEE              OCCURS 5.
              10 LD-COTIS           PIC -(9)9.
              10 LD-MARQUE          PIC X(1).
              10 FILLER             PIC X(1).
           05 FILLER                PIC X(15).

       PROCEDURE DIVISION.
           OPEN INPUT ENTREE-CMP.
           OPEN OUTPUT RAPPORT.
           WRITE ENR-RAPPORT FROM LIGNE-ENTETE1.
           WRITE ENR-RAPPORT FROM LIGNE-LEGENDE.

           PERFORM 1000-TRAITER-ENREGISTREMENT
               THRU 1000-TRAITER-ENREGISTREMENT-EXIT
      *---------------------------------------------------------
           MOVE W-ENTREE-VUE TO ENTREE-ANNEE-B.
           INITIALIZE W-SORTIE.
           MOVE 0 TO W-RCM.
      * MODE ANNEE HISTORIQUE DE LA CHAINE DE CALCUL
           MOVE 98 TO W-CRM.

           IF W-BATI
               MOVE W-ANNEE (IY) TO EAB-E-ANNEE
               CALL 'CTXTA3B' USING ENTREE-ANNEE-B W-SORTIE
                                    W-CRM W-RCM W-BASES-B
                   ON EXCEPTION MOVE 24 TO W-CRM MOVE 01 TO W-RCM
               END-CALL
               MOVE W-SORTIE TO RETB-VUE
               MOVE RETB-TCTDU TO W-TCTDU-AN (IY)
               MOVE RETB-GVOIE TO W-VOIE-AN (IY)
           ELSE
               MOVE W-ANNEE (IY) TO EAN-ANNEE
               CALL 'CTXTA3N' USING ENTREE-ANNEE-N W-SORTIE
                                    W-CRM W-RCM W-BASES-NB
                   ON EXCEPTION MOVE 24 TO W-CRM MOVE 01 TO W-RCM
               END-CALL
               MOVE W-SORTIE TO RETNB-VUE
               MOVE RETNB-TCTDU TO W-TCTDU-AN (IY)
               MOVE RETNB-GVOIE TO W-VOIE-AN (IY)
           END-IF.
           MOVE W-CRM TO W-CRM-AN (IY).
       2100-REJOUER-UNE-ANNEE-EXIT.
      *---------------------------------------------------------
       3100-EDITER-UNE-ANNEE.
      *---------------------------------------------------------
           MOVE SPACE TO LD-MARQUE (IY).
           IF W-CRM-AN (IY) = 0
               MOVE W-TCTDU-AN (IY) TO LD-COTIS (IY)
               IF W-VOIE-AN (IY) = 'H'
                   MOVE 'H' TO LD-MARQUE (IY)
               END-IF
           ELSE
               MOVE 0 TO LD-COTIS (IY)
               IF W-CRM-AN (IY) = 28
                   MOVE 'A' TO LD-MARQUE (IY)
               ELSE
                   MOVE '*' TO LD-MARQUE (IY)
               END-IF
           END-IF.
       3100-EDITER-UNE-ANNEE-EXIT.
           EXIT.
