       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'TABLBORD 01 DU 15/10/26'.

       01  SU-FS                   PIC X(2).
           88 SU-OK                     VALUE '00'.
                   MOVE 'EN ECHEC              ' TO LE-ETAT
                   MOVE W-PAS-HORODATE (IND-ETAPE)
                       TO W-HORODATE-PREC
               WHEN 'A'
                   MOVE 'ANNULEE               ' TO LE-ETAT
               WHEN OTHER
                   MOVE 'MANQUANTE             ' TO LE-ETAT
           END-EVALUATE.
