           05 JG-NUMGEN            PIC 9(6).
           05 JG-DERGEN            PIC 9(6).
           05 JG-VERDICT           PIC X(1).
      * 'A' = ACCEPTE, 'R' = REJETE, 'D' = DEBLOCAGE VOLONTAIRE,
      * 'N' = GENERATION ANNULEE (PASSAGE DE LOT ANNULE PAR ANNULOT)
           05 JG-AGENT             PIC X(8).

      * REGISTRE DES GENERATIONS DEJA CONSOMMEES
           05 RG-DATJOU            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CTLGEN  01 DU 15/10/26'.

       01  PG-FS                   PIC X(2).
       01  FX-FS                   PIC X(2).
