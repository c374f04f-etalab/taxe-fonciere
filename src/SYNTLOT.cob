      * ROLE GENERAL, LE CONTEXTE GCTXTA FAISANT PARTIE DE    *
      * LA CLE DE SYNTHESE POUR QUE LES EDITIONS DISTINGUENT  *
      * LES DEUX FAMILLES DE ROLES.                           *
      *                                                       *
      * LA SYNTHESE PORTE AUSSI LES MONTANTS EXONERES ET      *
      * DEGREVES PAR COLLECTIVITE ET LES ALLEGEMENTS A LA     *
      * CHARGE DE L'ETAT, REPRIS PAR L'ETAT DU PRODUIT        *
      * DEFINITIF (PRODDEF).                                  *
      *                                                       *
      * LA CONSOLIDATION EST DECLAREE DANS LE SUIVI DE        *
      * CAMPAGNE (SUIVICAM, ETAPE SYNTLOT), EN ECHEC SI LES   *
      * ENREGISTREMENTS DE SERVICE NE CONCORDENT PAS.         *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY XSYNTCOM REPLACING 'X' BY SY.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'SYNTLOT 01 DU 15/10/26'.

       01  SL-FS                   PIC X(2).
           88 SL-OK                     VALUE '00'.
       01  W-TOT-TCTDU             PIC S9(14) COMP VALUE 0.
       01  W-DATJOU                PIC 9(8).

      * APPEL DE LA PRIMITIVE DE SUIVI DE COMPLETUDE DE CAMPAGNE
      * (FICHIER SUIVICAM), NON BLOQUANT
       01  SUI-JAN                 PIC 9(4) VALUE 0.
       01  SUI-DEPDIR              PIC X(3) VALUE SPACE.
       01  SUI-ETAPE               PIC X(8).
       01  SUI-STATUT              PIC X(1).
       01  SUI-VOLUME              PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.

           PERFORM 8000-CONTROLER-SERVICE
               THRU 8000-CONTROLER-SERVICE-EXIT.
           MOVE WC-DAN     TO SUI-JAN.
           MOVE WC-AC3DIR  TO SUI-DEPDIR.
           MOVE 'SYNTLOT ' TO SUI-ETAPE.
           IF W-SRV-ECART
               MOVE 'E' TO SUI-STATUT
           ELSE
               MOVE 'T' TO SUI-STATUT
           END-IF.
           MOVE W-SRV-NBLUS TO SUI-VOLUME.
           CALL 'SUIVICAM' USING SUI-JAN SUI-DEPDIR
                                 SUI-ETAPE SUI-STATUT
                                 SUI-VOLUME
               ON EXCEPTION CONTINUE
           END-CALL.
           INITIALIZE SRV-ENR.
           MOVE '*FIN' TO SRV-GSERV.
           MOVE WC-DAN TO SRV-DAN.
               ADD RETB-MCTCU   TO W-SYN-MCTCU-B
               ADD RETB-MCTTSE  TO W-SYN-MCTTSE
               ADD RETB-MCOGE3  TO W-SYN-MCOGE3
               ADD RETB-MCOGE3  TO W-SYN-MCOGEB
               ADD RETB-MCOTA3  TO W-SYN-MCOTA3
               ADD RETB-MFA300  TO W-SYN-MFA300
               ADD RETB-MFN300  TO W-SYN-MFN300
               ADD RETB-TCTFRA  TO W-SYN-TCTFRA
               ADD RETB-TCTDU   TO W-SYN-TCTDU
               ADD RETB-TCTDU   TO W-TOT-TCTDU
               ADD RETB-MEXCOM  TO W-SYN-MEXCOM-B
               ADD RETB-MAQCOM  TO W-SYN-MEXCOM-B
               ADD RETB-MEXSYN  TO W-SYN-MEXSYN-B
               ADD RETB-MAQSYN  TO W-SYN-MEXSYN-B
               ADD RETB-MEXCU   TO W-SYN-MEXCU-B
               ADD RETB-MAQCU   TO W-SYN-MEXCU-B
               ADD RETB-MDG65A  TO W-SYN-MDGETA-B
               ADD RETB-MEXRES  TO W-SYN-MDGETA-B
               ADD RETB-MPLRFR  TO W-SYN-MDGETA-B
      * LES ZONES OM NE SONT CONSOLIDEES QUE POUR LES ARTICLES
      * SANS ANOMALIE (MEME REGLE QUE L'ETAT TEOM PAR ZONE)
               IF SL-CR = 0
               ADD RETNB-TCTFRA TO W-SYN-TCTFRA
               ADD RETNB-TCTDU  TO W-SYN-TCTDU
               ADD RETNB-TCTDU  TO W-TOT-TCTDU
               ADD RETNB-MDZCOM TO W-SYN-MEXCOM-N
               ADD RETNB-MDNCOM TO W-SYN-MEXCOM-N
               ADD RETNB-MDZCU  TO W-SYN-MEXCU-N
               ADD RETNB-MDNCU  TO W-SYN-MEXCU-N
               ADD RETNB-MDJCOM TO W-SYN-MDGCOM-N
               ADD RETNB-MDKCOM TO W-SYN-MDGCOM-N
               ADD RETNB-MDJSYN TO W-SYN-MDGSYN-N
               ADD RETNB-MDKSYN TO W-SYN-MDGSYN-N
               ADD RETNB-MDJCU  TO W-SYN-MDGCU-N
               ADD RETNB-MDKCU  TO W-SYN-MDGCU-N
               IF RETNB-MCTCAS NOT = 0
                   ADD 1 TO W-SYN-NBCAS
                   ADD RETNB-MCTCAS TO W-SYN-MCTCAS
