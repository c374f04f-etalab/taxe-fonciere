           COPY XREGRECL REPLACING 'X' BY RG.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'BALRECL 01 DU 15/10/26'.

       01  PB-FS                   PIC X(2).
           88 PB-OK                     VALUE '00'.
           END-READ.
           ADD 1 TO W-NBLUS.
      * SEULS LES DOSSIERS NON SOLDES ENTRENT DANS LA BALANCE
           IF RG-ACQUITTE OR RG-REJETE OR RG-REMBOURSE
               GO TO 2000-VENTILER-DOSSIER-EXIT
           END-IF.
           ADD 1 TO W-NBENCOURS.
