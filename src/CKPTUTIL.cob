       DATA DIVISION.
       FILE SECTION.
       FD  CTLPOINT.
       01  ENR-CTLPOINT            PIC X(262).

       FD  CTLPTCHG.
       01  ENR-CTLPTCHG            PIC X(60).
           05 VR-DEPDIR            PIC X(3).
           05 VR-DATJOU            PIC 9(8).
           05 VR-HEUJOU            PIC 9(8).
           05 VR-NUMVAG            PIC 9(2).

      * JOURNAL DES ACTIONS SUR LE POINT DE REPRISE
       FD  JOURNAL-CKP.
       01  ENR-RAPPORT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CKPTUTIL 01 DU 15/10/26'.

       01  CK-FS                   PIC X(2).
           88 CK-OK                     VALUE '00'.
