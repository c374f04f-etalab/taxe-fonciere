           COPY XREGRECL REPLACING 'X' BY RG.

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CHARRECL 01 DU 15/10/26'.

       01  RE-FS                   PIC X(2).
           88 RE-OK                     VALUE '00'.
           MOVE RE-MOTIF   TO RG-MOTIF.
           MOVE 'R'        TO RG-ETAT.
           MOVE W-DATJOU   TO RG-DATREC.
           MOVE 0          TO RG-DATLIQ RG-DATACQ RG-MDIFF
                              RG-MFRDIF RG-MINTMO RG-DATRMB
                              RG-MRMB.
           WRITE ENR-REGRECL
               INVALID KEY
                   DISPLAY 'CHARRECL - ECHEC D''INSCRIPTION DU '
