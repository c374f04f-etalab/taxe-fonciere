      * FRAIS DE NON-VALEUR ET AUTRES FRAIS. LE SCHEMA EST    *
      * EQUILIBRE CONTRE LE TOTAL TCTDU DU BORDEREAU ('*FIN') *
      * ET UN ETAT DE CONTROLE D'EQUILIBRE EST EDITE PAR      *
      * TRESORERIE. L'EFFET DU COEFFICIENT CORRECTEUR DES     *
      * COMMUNES (MCOCOR) FAIT L'OBJET D'UNE ECRITURE DE      *
      * NATURE PROPRE, HORS EQUILIBRE CAR NON COMPRIS DANS LE *
      * TCTDU DU CONTRIBUABLE.                                *
      *********************************************************

       IDENTIFICATION DIVISION.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'ECRICOMP 01 DU 15/10/26'.

       01  HT-FS                   PIC X(2).
           88 HT-OK                     VALUE '00'.
      * 4 DEPARTEMENT, 5 REGION, 6 TSE, 7 TASA, 8 GEMAPI,
      * 9 ORDURES MENAGERES ET AUTRES PRODUITS HORS FRAIS,
      * 10 FRAIS D'ASSIETTE, 11 FRAIS DE NON-VALEUR,
      * 12 AUTRES FRAIS, 13 COEFFICIENT CORRECTEUR HORS EQUILIBRE)
       01  W-NATCOD-INIT.
           05 FILLER               PIC X(2) VALUE 'CO'.
           05 FILLER               PIC X(2) VALUE 'SY'.
           05 FILLER               PIC X(2) VALUE 'FA'.
           05 FILLER               PIC X(2) VALUE 'FN'.
           05 FILLER               PIC X(2) VALUE 'AU'.
           05 FILLER               PIC X(2) VALUE 'CC'.
       01  W-NATCOD-TABLE REDEFINES W-NATCOD-INIT.
           05 W-NATCOD             PIC X(2) OCCURS 13.
       01  W-NATCUM-TABLE.
           05 W-NATCUM             PIC S9(14) COMP OCCURS 13
                                   VALUE 0.
       01  IND                     PIC 9(2) COMP.
       01  W-DETAIL-HFR            PIC S9(12).
                                + HT-MFA800 + HT-MFN800.
           COMPUTE W-NATCUM (12) = W-NATCUM (12)
                                 + HT-TCTFRA - W-DETAIL-FRA.
           IF HT-MCOCOR NUMERIC
               ADD HT-MCOCOR TO W-NATCUM (13)
           END-IF.
           ADD HT-TCTDU TO W-TRE-TCTDU.
       2000-TRAITER-ENREG-EXIT.
           EXIT.
           MOVE HT-DAN    TO W-TRE-DAN.
           MOVE HT-AC3DIR TO W-TRE-DEPDIR.
           MOVE 0 TO W-TRE-TCTDU W-TRE-ANNONCE.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 13
               MOVE 0 TO W-NATCUM (IND)
           END-PERFORM.
       3000-OUVRIR-TRESORERIE-EXIT.
           PERFORM 5100-EMETTRE-UNE-ECRITURE
               THRU 5100-EMETTRE-UNE-ECRITURE-EXIT
               VARYING IND FROM 1 BY 1
               UNTIL IND > 13.

           MOVE W-TRE-CCPPER  TO LC-CCPPER.
           MOVE W-TOT-ECRIT   TO LC-TOTECR.
           MOVE W-NATCUM (IND) TO EC-MONTANT.
           WRITE ENR-ECRITURE.
           ADD 1 TO W-NBECRIT.
      * LE COEFFICIENT CORRECTEUR N'ENTRE PAS DANS L'EQUILIBRE
           IF IND < 13
               ADD W-NATCUM (IND) TO W-TOT-ECRIT
           END-IF.
       5100-EMETTRE-UNE-ECRITURE-EXIT.
           EXIT.
       END PROGRAM ECRICOMP.
