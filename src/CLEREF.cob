      *********************************************************
      * PROGRAMME CLEREF                                      *
      * LANGAGE COBOL                                         *
      *                                                       *
      * MODULE COMMUN DE CALCUL DE LA CLE DE CONTROLE MODULO  *
      * 97 DES REFERENCES DE PAIEMENT : A PARTIR D'UNE ZONE   *
      * ALPHANUMERIQUE (CHIFFRES ET LETTRES MAJUSCULES, LES   *
      * LETTRES VALANT 10 A 35) ET DE SA LONGUEUR UTILE, REND *
      * LA CLE A DEUX CHIFFRES (02 A 98) QUI COMPLETE LA      *
      * ZONE. UTILISE PAR EFIBAT3 POUR LA REFERENCE PORTEE    *
      * PAR L'EXPORT HELIOS, PAR EDITAVIS POUR LA REFERENCE   *
      * ET LA LIGNE OPTIQUE DE L'AVIS, ET PAR LETTENC POUR    *
      * CONTROLER LES REFERENCES DES ENCAISSEMENTS. CR RENDU  *
      * : 00 = CLE CALCULEE, 01 = LONGUEUR HORS LIMITES (1 A  *
      * 38), 02 = CARACTERE NON ADMIS DANS LA ZONE.           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEREF.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CLEREF 00 DU 15/10/26'.

      * TABLE DE CONVERSION : LE RANG D'UN CARACTERE DANS LA TABLE,
      * DIMINUE DE 1, DONNE SA VALEUR (0 A 9 POUR LES CHIFFRES,
      * 10 A 35 POUR LES LETTRES A A Z)
       01  W-ALPHABET.
           05 FILLER            PIC X(36) VALUE
              '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  W-ALPHABET-R REDEFINES W-ALPHABET.
           05 W-CAR-ALPHA       PIC X(1) OCCURS 36.

       01  IX                   PIC 9(2) COMP.
       01  IXA                  PIC 9(2) COMP.
       01  W-VALEUR             PIC 9(2) COMP.
       01  W-RESTE              PIC 9(2) COMP.
       01  W-PRODUIT            PIC 9(5) COMP.
       01  W-QUOTIENT           PIC 9(5) COMP.
       01  W-SW-CAR             PIC X(1).
           88 W-CAR-TROUVE           VALUE 'O'.

       LINKAGE SECTION.
      * ZONE A CLEFER, CADREE A GAUCHE, ET SA LONGUEUR UTILE
       01  LK-ZONE              PIC X(40).
       01  LK-LONG              PIC 9(2).
       01  LK-CLE               PIC 9(2).
       01  LK-CR                PIC 9(2).

       PROCEDURE DIVISION USING LK-ZONE LK-LONG LK-CLE LK-CR.
      *=========================================================
       0000-MAINLINE.
      *=========================================================
           MOVE 0 TO LK-CLE LK-CR W-RESTE.
           IF LK-LONG = 0 OR LK-LONG > 38
               MOVE 01 TO LK-CR
               GOBACK
           END-IF.
           PERFORM 1000-TRAITER-CARACTERE
               THRU 1000-TRAITER-CARACTERE-EXIT
               VARYING IX FROM 1 BY 1
               UNTIL IX > LK-LONG OR LK-CR NOT = 0.
           IF LK-CR NOT = 0
               GOBACK
           END-IF.

      * LA CLE COMPLETE LA ZONE DE SORTE QUE ZONE + CLE, LUES
      * COMME UN NOMBRE, AIENT POUR RESTE 1 MODULO 97
           COMPUTE W-PRODUIT = W-RESTE * 100.
           DIVIDE W-PRODUIT BY 97 GIVING W-QUOTIENT
               REMAINDER W-RESTE.
           COMPUTE LK-CLE = 98 - W-RESTE.
           GOBACK.

      *---------------------------------------------------------
       1000-TRAITER-CARACTERE.
      *---------------------------------------------------------
      * RESTE COURANT MODULO 97 : UN CHIFFRE DECALE D'UN RANG
      * DECIMAL, UNE LETTRE (VALEUR SUR DEUX CHIFFRES) DE DEUX
           MOVE 'N' TO W-SW-CAR.
           PERFORM 1100-CHERCHER-CARACTERE
               THRU 1100-CHERCHER-CARACTERE-EXIT
               VARYING IXA FROM 1 BY 1
               UNTIL IXA > 36 OR W-CAR-TROUVE.
           IF NOT W-CAR-TROUVE
               MOVE 02 TO LK-CR
               GO TO 1000-TRAITER-CARACTERE-EXIT
           END-IF.
           IF W-VALEUR < 10
               COMPUTE W-PRODUIT = W-RESTE * 10 + W-VALEUR
           ELSE
               COMPUTE W-PRODUIT = W-RESTE * 100 + W-VALEUR
           END-IF.
           DIVIDE W-PRODUIT BY 97 GIVING W-QUOTIENT
               REMAINDER W-RESTE.
       1000-TRAITER-CARACTERE-EXIT.
           EXIT.

      *---------------------------------------------------------
       1100-CHERCHER-CARACTERE.
      *---------------------------------------------------------
           IF W-CAR-ALPHA (IXA) = LK-ZONE (IX:1)
               SET W-CAR-TROUVE TO TRUE
               COMPUTE W-VALEUR = IXA - 1
           END-IF.
       1100-CHERCHER-CARACTERE-EXIT.
           EXIT.
       END PROGRAM CLEREF.
