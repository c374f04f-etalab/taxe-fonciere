           05 SU-DATJOU            PIC 9(8).
           05 SU-HEUJOU            PIC 9(8).
           05 SU-STATUT            PIC X(1).
      * 'T' = ETAPE TERMINEE, 'E' = ETAPE EN ECHEC,
      * 'A' = ETAPE ANNULEE (PASSAGE DE LOT ANNULE PAR ANNULOT)
           05 SU-VOLUME            PIC 9(9).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'SUIVICAM 01 DU 15/10/26'.

       01  SU-FS                   PIC X(2).
           88 SU-OK                     VALUE '00'.
