      *********************************************************
      * PROGRAMME LETTENC                                     *
      * LANGAGE COBOL                                         *
      *                                                       *
      * LETTRAGE DES ENCAISSEMENTS RESTITUES PAR HELIOS       *
      * (ENCAIS) : CHAQUE PAIEMENT EST RAPPROCHE, PAR SA      *
      * REFERENCE DE PAIEMENT (DECOMPOSITION XREFPAI), DES    *
      * ARTICLES DE L'EXPORT HELIOS PRODUIT PAR EFIBAT3 QUI   *
      * PORTENT LA MEME REFERENCE. LA CLE MODULO 97 DE LA     *
      * REFERENCE RAPPELEE EST CONTROLEE PAR LE MODULE        *
      * CLEREF. L'ETAT ETATLET LISTE, PAR TRESORERIE          *
      * (CCPPER), LES ENCAISSEMENTS SANS ARTICLE OU A         *
      * REFERENCE INVALIDE, LES PAIEMENTS PARTIELS (RESTE DU) *
      * ET LES TROP PERCUS, AVEC LES DENOMBREMENTS DES        *
      * REFERENCES LETTREES ET DES ARTICLES NON PAYES. CODE   *
      * RETOUR 4 QUAND DES ENCAISSEMENTS SONT A REPRENDRE.    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTENC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HELIOS      ASSIGN  TO  HELIOS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS HE-FS.
           SELECT  ENCAIS      ASSIGN  TO  ENCAIS
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS EC-FS.
           SELECT  ETATLET     ASSIGN  TO  ETATLET
                               ORGANIZATION SEQUENTIAL
                               FILE STATUS ET-FS.
           SELECT  TRAVAIL     ASSIGN  TO  TRILET.

       DATA DIVISION.
       FILE SECTION.
       FD  HELIOS.
       01  ENR-HELIOS.
           COPY XHELIO REPLACING 'X' BY HE.

       FD  ENCAIS.
       01  ENR-ENCAIS.
           COPY XENCAIS REPLACING 'X' BY EC.

       FD  ETATLET.
       01  ENR-ETATLET             PIC X(132).

      * ENREGISTREMENT DE TRI : TRESORERIE, REFERENCE DE PAIEMENT,
      * ORIGINE ('A' = ARTICLE EXPORTE, 'E' = ENCAISSEMENT), MONTANT
      * DU OU ENCAISSE ET REFERENCES DU PAIEMENT
       SD  TRAVAIL.
       01  ENR-TRAVAIL.
           05 TR-CLE.
              10 TR-CCPPER         PIC X(3).
              10 TR-REFPAI         PIC X(27).
           05 TR-ORIGINE           PIC X(1).
              88 TR-ARTICLE             VALUE 'A'.
           05 TR-MONTANT           PIC S9(12).
           05 TR-JENCAI            PIC 9(8).
           05 TR-CMODPA            PIC X(1).
           05 TR-NUMOPE            PIC X(12).
           05 TR-GREFOK            PIC X(1).
              88 TR-REF-INVALIDE        VALUE 'N'.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'LETTENC 00 DU 15/10/26'.

       01  HE-FS                   PIC X(2).
           88 HE-OK                     VALUE '00'.
           88 HE-FIN                    VALUE '10'.
       01  EC-FS                   PIC X(2).
           88 EC-OK                     VALUE '00'.
           88 EC-FIN                    VALUE '10'.
       01  ET-FS                   PIC X(2).

       01  W-SW-FINTRI             PIC X(1) VALUE 'N'.
           88 W-FIN-TRI                 VALUE 'O'.

      * CONTROLE DE LA CLE DES REFERENCES ENCAISSEES PAR LE
      * MODULE CLEREF
       01  W-REFPAI.
           COPY XREFPAI REPLACING 'X' BY RFP.
       01  W-CLE-ZONE              PIC X(40).
       01  W-CLE-LONG              PIC 9(2) VALUE 25.
       01  W-CLE-CLE               PIC 9(2).
       01  W-CLE-CR                PIC 9(2).

      * REFERENCE EN COURS DE LETTRAGE : MONTANT DU (ARTICLES ET
      * EXTOURNES DE MEME REFERENCE) ET ENCAISSEMENTS RECUS
       01  W-GRP-CLE               PIC X(30) VALUE HIGH-VALUE.
       01  W-GRP-VUE REDEFINES W-GRP-CLE.
           05 W-GRP-CCPPER         PIC X(3).
           05 W-GRP-REFPAI         PIC X(27).
       01  W-GRP-NBART             PIC 9(5)  COMP VALUE 0.
       01  W-GRP-DU                PIC S9(12) VALUE 0.
       01  W-GRP-NBENC             PIC 9(5)  COMP VALUE 0.
       01  W-GRP-PAYE              PIC S9(12) VALUE 0.
       01  W-GRP-JENCAI            PIC 9(8).
       01  W-GRP-CMODPA            PIC X(1).
       01  W-GRP-NUMOPE            PIC X(12).
       01  W-GRP-SWREF             PIC X(1).
           88 W-GRP-REF-INVALIDE        VALUE 'N'.
       01  W-ECART                 PIC S9(12).

      * CUMULS DE LA TRESORERIE EN COURS (RUPTURE SUR CCPPER)
       01  W-TRE-CCPPER            PIC X(3)  VALUE HIGH-VALUE.
       01  W-TRE-NBLETTRES         PIC 9(9)  COMP VALUE 0.
       01  W-TRE-NBPARTIELS        PIC 9(9)  COMP VALUE 0.
       01  W-TRE-NBEXCES           PIC 9(9)  COMP VALUE 0.
       01  W-TRE-NBSANSART         PIC 9(9)  COMP VALUE 0.
       01  W-TRE-NBREFKO           PIC 9(9)  COMP VALUE 0.
       01  W-TRE-NBIMPAYES         PIC 9(9)  COMP VALUE 0.
       01  W-TRE-ENCAISSE          PIC S9(14) VALUE 0.

      * CUMULS DU TRAITEMENT
       01  W-NBARTLUS              PIC 9(9)  COMP VALUE 0.
       01  W-NBSANSREF             PIC 9(9)  COMP VALUE 0.
       01  W-NBENCLUS              PIC 9(9)  COMP VALUE 0.
       01  W-NBTRESO               PIC 9(5)  COMP VALUE 0.
       01  W-NBLETTRES             PIC 9(9)  COMP VALUE 0.
       01  W-NBPARTIELS            PIC 9(9)  COMP VALUE 0.
       01  W-NBEXCES               PIC 9(9)  COMP VALUE 0.
       01  W-NBSANSART             PIC 9(9)  COMP VALUE 0.
       01  W-NBREFKO               PIC 9(9)  COMP VALUE 0.
       01  W-NBIMPAYES             PIC 9(9)  COMP VALUE 0.

      * APPEL DU MODULE COMMUN DE RESOLUTION DES LIBELLES
      * (TYPE 'T' : REFERENTIEL DES TRESORERIES)
       01  W-LIB-TYPE              PIC X(1).
       01  W-LIB-DIR               PIC X(3).
       01  W-LIB-CODE              PIC X(9).
       01  W-LIB-LIBELLE           PIC X(30).
       01  W-LIB-CR                PIC 9(2).

       01  LIGNE-SEPARATION        PIC X(132) VALUE ALL '-'.
       01  LIGNE-ENTETE            PIC X(132) VALUE
           'LETTRAGE DES ENCAISSEMENTS HELIOS PAR REFERENCE DE PAIEM
      -    'ENT : ENCAISSEMENTS NON LETTRES, PARTIELS ET EXCEDENTAIRES'.
       01  LIGNE-TRESO.
           05 FILLER               PIC X(11) VALUE 'TRESORERIE '.
           05 LT-CCPPER            PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LT-LIBTRES           PIC X(30).
       01  LIGNE-COLONNE           PIC X(132) VALUE
           'REFERENCE DE PAIEMENT       SITUATION            MONTANT
      -    ' DU MONT.ENCAISSE        ECART  NB DERN.ENC M OPERATION'.
       01  LIGNE-DETAIL.
           05 LD-REFPAI            PIC X(27).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-SITUATION         PIC X(18).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-DU                PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-PAYE              PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-ECART             PIC -(11)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NBENC             PIC ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-JENCAI            PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-CMODPA            PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 LD-NUMOPE            PIC X(12).
       01  LIGNE-TOTAL.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LG-LIBELLE           PIC X(40).
           05 LG-NOMBRE            PIC Z(8)9.
       01  LIGNE-MONTANT.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 LM-LIBELLE           PIC X(40).
           05 LM-MONTANT           PIC -(14)9.

       PROCEDURE DIVISION.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           OPEN INPUT HELIOS.
           IF NOT HE-OK
               DISPLAY 'LETTENC - EXPORT HELIOS ABSENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ENCAIS.
           IF NOT EC-OK
               DISPLAY 'LETTENC - FICHIER DES ENCAISSEMENTS ABSENT'
               CLOSE HELIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ETATLET.
           WRITE ENR-ETATLET FROM LIGNE-ENTETE.

      * TRI PAR TRESORERIE ET REFERENCE, LES ARTICLES EN TETE DE
      * LEUR REFERENCE, SUIVIS DES ENCAISSEMENTS QUI LA RAPPELLENT
           SORT TRAVAIL
               ON ASCENDING KEY TR-CLE
                                TR-ORIGINE
               INPUT  PROCEDURE 1000-ALIMENTER-TRI
                   THRU 1000-ALIMENTER-TRI-EXIT
               OUTPUT PROCEDURE 2000-LETTRER
                   THRU 2000-LETTRER-EXIT.

           CLOSE HELIOS ENCAIS ETATLET.
           DISPLAY 'LETTENC - ARTICLES LUS           : ' W-NBARTLUS.
           DISPLAY 'LETTENC - ARTICLES SANS REFERENCE: ' W-NBSANSREF.
           DISPLAY 'LETTENC - ENCAISSEMENTS LUS      : ' W-NBENCLUS.
           DISPLAY 'LETTENC - TRESORERIES            : ' W-NBTRESO.
           DISPLAY 'LETTENC - REFERENCES LETTREES    : ' W-NBLETTRES.
           DISPLAY 'LETTENC - PAIEMENTS PARTIELS     : ' W-NBPARTIELS.
           DISPLAY 'LETTENC - TROP PERCUS            : ' W-NBEXCES.
           DISPLAY 'LETTENC - SANS ARTICLE           : ' W-NBSANSART.
           DISPLAY 'LETTENC - REFERENCES INVALIDES   : ' W-NBREFKO.
           DISPLAY 'LETTENC - ARTICLES NON PAYES     : ' W-NBIMPAYES.
      * ENCAISSEMENTS A REPRENDRE PAR LES TRESORERIES
           IF W-NBPARTIELS > 0 OR W-NBEXCES > 0
              OR W-NBSANSART > 0 OR W-NBREFKO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------------------------------------------------------
       1000-ALIMENTER-TRI.
      *---------------------------------------------------------
           PERFORM 1100-RELACHER-ARTICLE
               THRU 1100-RELACHER-ARTICLE-EXIT
               UNTIL HE-FIN.
           PERFORM 1200-RELACHER-ENCAISSEMENT
               THRU 1200-RELACHER-ENCAISSEMENT-EXIT
               UNTIL EC-FIN.
       1000-ALIMENTER-TRI-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-RELACHER-ARTICLE.
      *---------------------------------------------------------
      * ARTICLES ET EXTOURNES DE L'EXPORT (PLUSIEURS EXPORTS
      * PEUVENT ETRE CONCATENES) ; LES CORRECTIONS REFERENCEES NE
      * PORTENT PAS DE REFERENCE DE PAIEMENT ET NE SONT PAS LETTREES
           READ HELIOS
               AT END SET HE-FIN TO TRUE
                      GO TO 1100-RELACHER-ARTICLE-EXIT
           END-READ.
           IF ENR-HELIOS (1:1) = '*'
               GO TO 1100-RELACHER-ARTICLE-EXIT
           END-IF.
           ADD 1 TO W-NBARTLUS.
           IF HE-REFPAI = SPACE
               ADD 1 TO W-NBSANSREF
               GO TO 1100-RELACHER-ARTICLE-EXIT
           END-IF.
           INITIALIZE ENR-TRAVAIL.
           MOVE HE-CCPPER TO TR-CCPPER.
           MOVE HE-REFPAI TO TR-REFPAI.
           MOVE 'A'       TO TR-ORIGINE.
           MOVE HE-TCTDU  TO TR-MONTANT.
           MOVE 'O'       TO TR-GREFOK.
           RELEASE ENR-TRAVAIL.
       1100-RELACHER-ARTICLE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1200-RELACHER-ENCAISSEMENT.
      *---------------------------------------------------------
      * LA CLE DE LA REFERENCE RAPPELEE EST RECALCULEE : UNE
      * REFERENCE FAUSSE NE PEUT DESIGNER AUCUN ARTICLE
           READ ENCAIS
               AT END SET EC-FIN TO TRUE
                      GO TO 1200-RELACHER-ENCAISSEMENT-EXIT
           END-READ.
           IF ENR-ENCAIS (1:1) = '*'
               GO TO 1200-RELACHER-ENCAISSEMENT-EXIT
           END-IF.
           ADD 1 TO W-NBENCLUS.
           INITIALIZE ENR-TRAVAIL.
           MOVE EC-CCPPER TO TR-CCPPER.
           MOVE EC-REFPAI TO TR-REFPAI.
           MOVE 'E'       TO TR-ORIGINE.
           MOVE EC-MTENC  TO TR-MONTANT.
           MOVE EC-JENCAI TO TR-JENCAI.
           MOVE EC-CMODPA TO TR-CMODPA.
           MOVE EC-NUMOPE TO TR-NUMOPE.
           MOVE 'O'       TO TR-GREFOK.

           MOVE EC-REFPAI TO W-REFPAI.
           MOVE SPACE     TO W-CLE-ZONE.
           MOVE RFP-BASE  TO W-CLE-ZONE.
           CALL 'CLEREF' USING W-CLE-ZONE W-CLE-LONG W-CLE-CLE
                               W-CLE-CR
               ON EXCEPTION MOVE 99 TO W-CLE-CR
           END-CALL.
           IF W-CLE-CR NOT = 0
              OR RFP-CLE NOT NUMERIC
              OR RFP-CLE NOT = W-CLE-CLE
               MOVE 'N' TO TR-GREFOK
           END-IF.
           RELEASE ENR-TRAVAIL.
       1200-RELACHER-ENCAISSEMENT-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-LETTRER.
      *---------------------------------------------------------
           PERFORM 2100-TRAITER-UN-TRIE
               THRU 2100-TRAITER-UN-TRIE-EXIT
               UNTIL W-FIN-TRI.
           PERFORM 3000-CLOTURER-REFERENCE
               THRU 3000-CLOTURER-REFERENCE-EXIT.
           PERFORM 3200-CLOTURER-TRESORERIE
               THRU 3200-CLOTURER-TRESORERIE-EXIT.
       2000-LETTRER-EXIT.
           EXIT.

      *---------------------------------------------------------
       2100-TRAITER-UN-TRIE.
      *---------------------------------------------------------
           RETURN TRAVAIL
               AT END SET W-FIN-TRI TO TRUE
                      GO TO 2100-TRAITER-UN-TRIE-EXIT
           END-RETURN.

           IF TR-CLE NOT = W-GRP-CLE
               PERFORM 3000-CLOTURER-REFERENCE
                   THRU 3000-CLOTURER-REFERENCE-EXIT
               IF TR-CCPPER NOT = W-TRE-CCPPER
                   PERFORM 3200-CLOTURER-TRESORERIE
                       THRU 3200-CLOTURER-TRESORERIE-EXIT
                   PERFORM 3100-OUVRIR-TRESORERIE
                       THRU 3100-OUVRIR-TRESORERIE-EXIT
               END-IF
               MOVE TR-CLE TO W-GRP-CLE
               MOVE 0      TO W-GRP-NBART W-GRP-DU
                              W-GRP-NBENC W-GRP-PAYE
               MOVE 'O'    TO W-GRP-SWREF
           END-IF.

           IF TR-ARTICLE
               ADD 1 TO W-GRP-NBART
               ADD TR-MONTANT TO W-GRP-DU
           ELSE
               ADD 1 TO W-GRP-NBENC
               ADD TR-MONTANT TO W-GRP-PAYE
               MOVE TR-JENCAI TO W-GRP-JENCAI
               MOVE TR-CMODPA TO W-GRP-CMODPA
               MOVE TR-NUMOPE TO W-GRP-NUMOPE
               IF TR-REF-INVALIDE
                   MOVE 'N' TO W-GRP-SWREF
               END-IF
           END-IF.
       2100-TRAITER-UN-TRIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-CLOTURER-REFERENCE.
      *---------------------------------------------------------
      * SITUATION DE LA REFERENCE : LETTREE QUAND LES
      * ENCAISSEMENTS SOLDENT EXACTEMENT LE MONTANT DU, SINON
      * EDITEE (PAIEMENT PARTIEL, TROP PERCU, ENCAISSEMENT SANS
      * ARTICLE OU A REFERENCE INVALIDE). UN ARTICLE SANS
      * ENCAISSEMENT EST SEULEMENT DENOMBRE
           IF W-GRP-CLE = HIGH-VALUE
               GO TO 3000-CLOTURER-REFERENCE-EXIT
           END-IF.
           IF W-GRP-NBENC = 0
               IF W-GRP-DU > 0
                   ADD 1 TO W-TRE-NBIMPAYES
               END-IF
               GO TO 3000-CLOTURER-REFERENCE-EXIT
           END-IF.
           ADD W-GRP-PAYE TO W-TRE-ENCAISSE.
           EVALUATE TRUE
               WHEN W-GRP-NBART = 0 AND W-GRP-REF-INVALIDE
                   MOVE 'REFERENCE INVALIDE' TO LD-SITUATION
                   ADD 1 TO W-TRE-NBREFKO
               WHEN W-GRP-NBART = 0
                   MOVE 'SANS ARTICLE'       TO LD-SITUATION
                   ADD 1 TO W-TRE-NBSANSART
               WHEN W-GRP-PAYE = W-GRP-DU
                   ADD 1 TO W-TRE-NBLETTRES
                   GO TO 3000-CLOTURER-REFERENCE-EXIT
               WHEN W-GRP-PAYE < W-GRP-DU
                   MOVE 'PAIEMENT PARTIEL'   TO LD-SITUATION
                   ADD 1 TO W-TRE-NBPARTIELS
               WHEN OTHER
                   MOVE 'TROP PERCU'         TO LD-SITUATION
                   ADD 1 TO W-TRE-NBEXCES
           END-EVALUATE.
           COMPUTE W-ECART = W-GRP-PAYE - W-GRP-DU.
           MOVE W-GRP-REFPAI TO LD-REFPAI.
           MOVE W-GRP-DU     TO LD-DU.
           MOVE W-GRP-PAYE   TO LD-PAYE.
           MOVE W-ECART      TO LD-ECART.
           MOVE W-GRP-NBENC  TO LD-NBENC.
           MOVE W-GRP-JENCAI TO LD-JENCAI.
           MOVE W-GRP-CMODPA TO LD-CMODPA.
           MOVE W-GRP-NUMOPE TO LD-NUMOPE.
           WRITE ENR-ETATLET FROM LIGNE-DETAIL.
       3000-CLOTURER-REFERENCE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3100-OUVRIR-TRESORERIE.
      *---------------------------------------------------------
           MOVE TR-CCPPER TO W-TRE-CCPPER.
           MOVE 0 TO W-TRE-NBLETTRES W-TRE-NBPARTIELS W-TRE-NBEXCES
                     W-TRE-NBSANSART W-TRE-NBREFKO W-TRE-NBIMPAYES
                     W-TRE-ENCAISSE.
           ADD 1 TO W-NBTRESO.

           MOVE 'T'       TO W-LIB-TYPE.
           MOVE SPACE     TO W-LIB-DIR W-LIB-CODE.
           MOVE TR-CCPPER TO W-LIB-CODE (1:3).
           CALL 'RESLIB' USING W-LIB-TYPE W-LIB-DIR W-LIB-CODE
                               W-LIB-LIBELLE W-LIB-CR
               ON EXCEPTION MOVE SPACE TO W-LIB-LIBELLE
           END-CALL.
           MOVE TR-CCPPER     TO LT-CCPPER.
           MOVE W-LIB-LIBELLE TO LT-LIBTRES.
           WRITE ENR-ETATLET FROM LIGNE-SEPARATION.
           WRITE ENR-ETATLET FROM LIGNE-TRESO.
           WRITE ENR-ETATLET FROM LIGNE-COLONNE.
       3100-OUVRIR-TRESORERIE-EXIT.
           EXIT.

      *---------------------------------------------------------
       3200-CLOTURER-TRESORERIE.
      *---------------------------------------------------------
           IF W-TRE-CCPPER = HIGH-VALUE
               GO TO 3200-CLOTURER-TRESORERIE-EXIT
           END-IF.
           MOVE 'REFERENCES LETTREES'      TO LG-LIBELLE.
           MOVE W-TRE-NBLETTRES            TO LG-NOMBRE.
           WRITE ENR-ETATLET FROM LIGNE-TOTAL.
           MOVE 'PAIEMENTS PARTIELS'       TO LG-LIBELLE.
           MOVE W-TRE-NBPARTIELS           TO LG-NOMBRE.
           WRITE ENR-ETATLET FROM LIGNE-TOTAL.
           MOVE 'TROP PERCUS'              TO LG-LIBELLE.
           MOVE W-TRE-NBEXCES              TO LG-NOMBRE.
           WRITE ENR-ETATLET FROM LIGNE-TOTAL.
           MOVE 'ENCAISSEMENTS SANS ARTICLE' TO LG-LIBELLE.
           MOVE W-TRE-NBSANSART            TO LG-NOMBRE.
           WRITE ENR-ETATLET FROM LIGNE-TOTAL.
           MOVE 'REFERENCES INVALIDES'     TO LG-LIBELLE.
           MOVE W-TRE-NBREFKO              TO LG-NOMBRE.
           WRITE ENR-ETATLET FROM LIGNE-TOTAL.
           MOVE 'ARTICLES NON PAYES'       TO LG-LIBELLE.
           MOVE W-TRE-NBIMPAYES            TO LG-NOMBRE.
           WRITE ENR-ETATLET FROM LIGNE-TOTAL.
           MOVE 'TOTAL ENCAISSE'           TO LM-LIBELLE.
           MOVE W-TRE-ENCAISSE             TO LM-MONTANT.
           WRITE ENR-ETATLET FROM LIGNE-MONTANT.

           ADD W-TRE-NBLETTRES  TO W-NBLETTRES.
           ADD W-TRE-NBPARTIELS TO W-NBPARTIELS.
           ADD W-TRE-NBEXCES    TO W-NBEXCES.
           ADD W-TRE-NBSANSART  TO W-NBSANSART.
           ADD W-TRE-NBREFKO    TO W-NBREFKO.
           ADD W-TRE-NBIMPAYES  TO W-NBIMPAYES.
       3200-CLOTURER-TRESORERIE-EXIT.
           EXIT.
       END PROGRAM LETTENC.
