           05 CKPT-IDF-TOTCOM      PIC S9(12) COMP.
           05 CKPT-IDF-TOTIDF      PIC S9(12) COMP.
           05 CKPT-IDF-NBCOM       PIC 9(9)   COMP.
      * PENALITES D'ASSIETTE DES ROLES SUPPLEMENTAIRES (INTERET
      * DE RETARD ET MAJORATION), CUMULEES POUR LE BILAN BILANSUP
           05 CKPT-TOTAL-INT-SUP   PIC S9(12) COMP.
           05 CKPT-TOTAL-MAJ-SUP   PIC S9(12) COMP.
      * VAGUE D'EMISSION DU LOT (PLAN DES VAGUES PLANVAG), ZERO
      * POUR UN LOT PORTANT SUR LA DIRECTION ENTIERE : UN POINT DE
      * REPRISE TERMINE D'UNE AUTRE VAGUE N'EST PAS UN RE-PASSAGE
           05 CKPT-NUMVAG          PIC 9(2).
