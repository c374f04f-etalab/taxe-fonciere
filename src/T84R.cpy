      * DELIBERATION EXONERATION AGRICULTURE BIOLOGIQUE. O: OUI - ''
              10 'X'-FILLER PIC X.
              10 'X'-GDEBIO PIC X.
      * TAUX COMMUNAUX DE LA COMMUNE DELEGUEE AVANT LA FUSION,
      * TAUX DE DEPART DE L'INTEGRATION FISCALE PROGRESSIVE DE LA
      * COMMUNE NOUVELLE (LE TAUX CIBLE EST LE TAUX COMMUNAL
      * PTBCOM / PNBCOM CI-DESSUS). SERVIS PAR FUSICOM
              10 'X'-FILLER PIC X.
              10 'X'-PTBANC PIC 9(4)V9(6).
              10 'X'-FILLER PIC X.
              10 'X'-PNBANC PIC 9(4)V9(6).
      * LIBRE
              10 'X'-FILLER PIC X(2645).
