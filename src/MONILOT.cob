           05 PM-DEBMIN            PIC 9(7).

       FD  CTLPOINT.
       01  ENR-CTLPOINT            PIC X(262).

       FD  ENTREE-LOT.
       01  ENR-ENTREE-LOT          PIC X(600).
           05 SU-VOLUME            PIC 9(9).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'MONILOT 01 DU 15/10/26'.

       01  PM-FS                   PIC X(2).
       01  CK-FS                   PIC X(2).
