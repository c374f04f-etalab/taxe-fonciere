
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VERSION             PIC X(23) VALUE 'DECODCR 01 DU 15/10/26'.
       01  W-LIBELLE           PIC X(60).

       LINKAGE SECTION.
              WHEN 26
                 MOVE 'EPCI NON VALIDE (GOKCU) : PART GROUPEMENT NON L
      -              'IQUIDEE'           TO W-LIBELLE
              WHEN 27
                 MOVE 'BASE EXONEREE NON COUVERTE PAR LE REFERENTIEL REF
      -              'EXO'               TO W-LIBELLE
              WHEN 28
                 MOVE 'TAUX DU MILLESIME ABSENTS DU TAUDIS HISTORISE'
                                         TO W-LIBELLE
              WHEN 50
                 MOVE 'COTISATION GEMAPI ECRETEE AU PLAFOND LEGAL'
                                         TO W-LIBELLE
