           02 TAUDIS-SUITE  PIC X(2988).

       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'CTLRECEV 01 DU 15/10/26'.

       01  EL-FS                   PIC X(2).
           88 EL-OK                     VALUE '00'.
              88 W-NONBATI               VALUE '1'.
           05 W-DAN                 PIC X(4).
      * MILLESIMES CONNUS DES AIGUILLAGES : CTXTA3B COUVRE 2006 A
      * 2020, CTXTA3N NE COUVRE QUE 2010 A 2019
              88 W-DAN-CONNUE            VALUES '2006' THRU '2020'.
              88 W-DAN-CONNUE-NB         VALUES '2010' THRU '2019'.
           05 W-CC2DEP              PIC X(2).
           05 W-CCODIR              PIC X(1).
