      *********************************************************
      * PROGRAMME EMPREINT                                    *
      * LANGAGE COBOL                                         *
      *                                                       *
      * MODULE COMMUN DE SCELLEMENT DES FICHIERS DE SORTIE    *
      * (SORTLOT, HELIOS, AVISFIC, ROLEDIT). LE PRODUCTEUR, A *
      * LA FERMETURE DU FICHIER, LE RELIT EN CUMULANT CHAQUE  *
      * ENREGISTREMENT (FONCTION 'A') PUIS DEPOSE L'EMPREINTE *
      * OBTENUE DANS LE REGISTRE DES SCELLES REGSCEL          *
      * (FONCTION 'S', CLE ANNEE / DIRECTION / TYPE DE        *
      * FICHIER / GENERATION). LE CONSOMMATEUR RECALCULE      *
      * L'EMPREINTE AVANT TOUTE LECTURE ET LA FAIT CONTROLER  *
      * (FONCTION 'V') : UN FICHIER MODIFIE APRES SA          *
      * PRODUCTION, MEME EQUILIBRE EN TOTAUX XSERVIC, EST     *
      * DETECTE. LA ZONE D'ECHANGE XEMPREIN PORTE LES CUMULS, *
      * UNE ZONE PAR FICHIER. CR RENDU : 00 = SCELLE ECRIT OU *
      * EMPREINTE CONFORME, 01 = EMPREINTE DIFFERENTE, 02 =   *
      * FICHIER NON SCELLE, 03 = REGISTRE INACCESSIBLE, 04 =  *
      * FONCTION INCONNUE, 05 = FICHIER D'UN PASSAGE DE LOT   *
      * ANNULE. LES SCELLES SONT EDITES PAR ETATSCEL.         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REGSCEL     ASSIGN  TO  REGSCEL
                               ORGANIZATION INDEXED
                               ACCESS MODE  DYNAMIC
                               RECORD  KEY  SC-CLE
                               FILE STATUS  SC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGSCEL.
       01  ENR-REGSCEL.
           COPY XREGSCEL.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23)
                               VALUE 'EMPREINT 00 DU 15/10/26'.

       01  SC-FS                   PIC X(2).
           88 SC-OK                     VALUE '00'.
           88 SC-INEXISTANT             VALUES '35' '05'.
       01  W-SW-OUVERT             PIC X(1) VALUE 'N'.
           88 W-REGISTRE-OUVERT         VALUE 'O'.
           88 W-REGISTRE-KO             VALUE 'E'.

       01  SRV-ENR.
           COPY XSERVIC REPLACING 'X' BY SRV.

      * VALEUR BINAIRE D'UN OCTET : L'OCTET EST POSE EN POIDS FAIBLE
      * D'UN MOT BINAIRE DONT LE POIDS FORT EST NUL
       01  W-OCTET-ZONE.
           05 W-OCTET-FORT         PIC X(1) VALUE LOW-VALUE.
           05 W-OCTET              PIC X(1).
       01  W-OCTET-VAL REDEFINES W-OCTET-ZONE
                                   PIC 9(4) COMP.

       01  IX                      PIC 9(5) COMP.
       01  W-S1                    PIC 9(18) COMP.
       01  W-S2                    PIC 9(18) COMP.
       01  W-QUOTIENT              PIC 9(18) COMP.
       01  W-MODULE                PIC 9(5) COMP VALUE 65521.

       LINKAGE SECTION.
       01  LK-SCELLE.
           COPY XEMPREIN REPLACING 'X' BY LK.
      * ENREGISTREMENT A CUMULER (FONCTION 'A' ; IGNORE SINON)
       01  LK-ENR                  PIC X(32000).

       PROCEDURE DIVISION USING LK-SCELLE LK-ENR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           EVALUATE TRUE
               WHEN LK-INITIALISER
                   MOVE 0 TO LK-NBENR LK-EMPREINTE LK-EMPSCEL
                             LK-NBSCEL LK-CR
                   MOVE 1 TO LK-SOMME1
                   MOVE 0 TO LK-SOMME2
               WHEN LK-CUMULER
                   PERFORM 1000-CUMULER
                       THRU 1000-CUMULER-EXIT
               WHEN LK-SCELLER
                   PERFORM 2000-SCELLER
                       THRU 2000-SCELLER-EXIT
               WHEN LK-VERIFIER
                   PERFORM 3000-VERIFIER
                       THRU 3000-VERIFIER-EXIT
               WHEN OTHER
                   MOVE 04 TO LK-CR
           END-EVALUATE.
           GOBACK.

      *---------------------------------------------------------
       1000-CUMULER.
      *---------------------------------------------------------
      * EMPREINTE DE TYPE ADLER : LA PREMIERE SOMME CUMULE LES
      * OCTETS, LA SECONDE CUMULE LES VALEURS SUCCESSIVES DE LA
      * PREMIERE (CE QUI LA REND SENSIBLE A L'ORDRE DES OCTETS ET
      * DES ENREGISTREMENTS). LES DEUX SOMMES SONT REDUITES MODULO
      * 65521 EN FIN D'ENREGISTREMENT
           MOVE 00 TO LK-CR.
           ADD 1 TO LK-NBENR.
           MOVE LK-SOMME1 TO W-S1.
           MOVE LK-SOMME2 TO W-S2.
           PERFORM 1100-CUMULER-OCTET
               THRU 1100-CUMULER-OCTET-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > LK-LONG.
           DIVIDE W-S1 BY W-MODULE GIVING W-QUOTIENT
               REMAINDER W-S1.
           DIVIDE W-S2 BY W-MODULE GIVING W-QUOTIENT
               REMAINDER W-S2.
           MOVE W-S1 TO LK-SOMME1.
           MOVE W-S2 TO LK-SOMME2.

      * ENREGISTREMENT DE SERVICE : LA CLE DU SCELLE EST COMPLETEE
      * PAR LA GENERATION DE L'ENTETE ET PAR L'ANNEE ET LA
      * DIRECTION DE LA FIN
           IF LK-LONG < 100 OR LK-ENR (1:1) NOT = '*'
               GO TO 1000-CUMULER-EXIT
           END-IF.
           MOVE LK-ENR (1:100) TO SRV-ENR.
           IF NOT SRV-SERVICE
               GO TO 1000-CUMULER-EXIT
           END-IF.
           IF SRV-SERV-ENTETE AND SRV-NUMGEN NUMERIC
               MOVE SRV-NUMGEN TO LK-NUMGEN
           END-IF.
           IF SRV-DAN NUMERIC AND SRV-DAN > 0
               MOVE SRV-DAN TO LK-JAN
           END-IF.
           IF SRV-AC3DIR NOT = SPACE AND SRV-AC3DIR NOT = LOW-VALUE
               MOVE SRV-AC3DIR TO LK-DEPDIR
           END-IF.
       1000-CUMULER-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CUMULER-OCTET.
      *---------------------------------------------------------
           MOVE LK-ENR (IX:1) TO W-OCTET.
           ADD W-OCTET-VAL TO W-S1.
           ADD W-S1 TO W-S2.
       1100-CUMULER-OCTET-EXIT.
           EXIT.

      *---------------------------------------------------------
       2000-SCELLER.
      *---------------------------------------------------------
      * LE SCELLE D'UNE CLE DEJA SCELLEE EST REMPLACE (RELANCE DU
      * PRODUCTEUR) ET SON HISTORIQUE DE VERIFICATION REMIS A ZERO
           PERFORM 8000-OUVRIR-REGISTRE
               THRU 8000-OUVRIR-REGISTRE-EXIT.
           IF W-REGISTRE-KO
               MOVE 03 TO LK-CR
               GO TO 2000-SCELLER-EXIT
           END-IF.
           COMPUTE LK-EMPREINTE = LK-SOMME2 * 65536 + LK-SOMME1.
           INITIALIZE ENR-REGSCEL.
           MOVE LK-JAN       TO SC-JAN.
           MOVE LK-DEPDIR    TO SC-DEPDIR.
           MOVE LK-TYPFIC    TO SC-TYPFIC.
           MOVE LK-NUMGEN    TO SC-NUMGEN.
           MOVE LK-EMPREINTE TO SC-EMPREINTE.
           MOVE LK-NBENR     TO SC-NBENR.
           MOVE LK-PROGRAMME TO SC-PRODUCTEUR.
           ACCEPT SC-DATSCEL FROM DATE YYYYMMDD.
           ACCEPT SC-HEUSCEL FROM TIME.
           MOVE 00 TO LK-CR.
           WRITE ENR-REGSCEL
               INVALID KEY
                   REWRITE ENR-REGSCEL
                       INVALID KEY MOVE 03 TO LK-CR
                   END-REWRITE
           END-WRITE.
       2000-SCELLER-EXIT.
           EXIT.

      *---------------------------------------------------------
       3000-VERIFIER.
      *---------------------------------------------------------
      * LE FICHIER RELU PAR LE CONSOMMATEUR DOIT REDONNER
      * L'EMPREINTE ET LE NOMBRE D'ENREGISTREMENTS SCELLES ; LE
      * RESULTAT EST PORTE SUR LE SCELLE (DERNIERE VERIFICATION)
           PERFORM 8000-OUVRIR-REGISTRE
               THRU 8000-OUVRIR-REGISTRE-EXIT.
           IF W-REGISTRE-KO
               MOVE 03 TO LK-CR
               GO TO 3000-VERIFIER-EXIT
           END-IF.
           COMPUTE LK-EMPREINTE = LK-SOMME2 * 65536 + LK-SOMME1.
           MOVE LK-JAN    TO SC-JAN.
           MOVE LK-DEPDIR TO SC-DEPDIR.
           MOVE LK-TYPFIC TO SC-TYPFIC.
           MOVE LK-NUMGEN TO SC-NUMGEN.
           READ REGSCEL
               INVALID KEY
                   MOVE 02 TO LK-CR
                   GO TO 3000-VERIFIER-EXIT
           END-READ.
      * FICHIER D'UN PASSAGE ANNULE : REFUSE SANS VERIFICATION, LE
      * SCELLE RESTE EN L'ETAT
           IF SC-ANNULE
               MOVE 05 TO LK-CR
               GO TO 3000-VERIFIER-EXIT
           END-IF.
           MOVE SC-EMPREINTE TO LK-EMPSCEL.
           MOVE SC-NBENR     TO LK-NBSCEL.
           IF SC-EMPREINTE = LK-EMPREINTE AND SC-NBENR = LK-NBENR
               MOVE 00 TO LK-CR
               SET SC-CONFORME TO TRUE
           ELSE
               MOVE 01 TO LK-CR
               SET SC-DIVERGENT TO TRUE
               ADD 1 TO SC-NBDIV
           END-IF.
           MOVE LK-PROGRAMME TO SC-VERIFIEUR.
           ACCEPT SC-DATVER FROM DATE YYYYMMDD.
           ACCEPT SC-HEUVER FROM TIME.
           ADD 1 TO SC-NBVER.
           REWRITE ENR-REGSCEL
               INVALID KEY CONTINUE
           END-REWRITE.
       3000-VERIFIER-EXIT.
           EXIT.

      *---------------------------------------------------------
       8000-OUVRIR-REGISTRE.
      *---------------------------------------------------------
      * OUVERTURE AU PREMIER APPEL ; LE REGISTRE EST CREE S'IL
      * N'EXISTE PAS ENCORE, PUIS RESTE OUVERT JUSQU'A LA FIN DE
      * L'APPELANT
           IF W-SW-OUVERT NOT = 'N'
               GO TO 8000-OUVRIR-REGISTRE-EXIT
           END-IF.
           OPEN I-O REGSCEL.
           IF SC-INEXISTANT
               OPEN OUTPUT REGSCEL
               CLOSE REGSCEL
               OPEN I-O REGSCEL
           END-IF.
           IF SC-OK
               SET W-REGISTRE-OUVERT TO TRUE
           ELSE
               SET W-REGISTRE-KO TO TRUE
           END-IF.
       8000-OUVRIR-REGISTRE-EXIT.
           EXIT.
       END PROGRAM EMPREINT.
