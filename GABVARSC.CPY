      ***** Uebergabefelder fuer die Matrixerfassung (CALL GABVAR 30) *
      *    hin:     WVA-PARENT Stammartikel
      *    zurueck: WVA-ANZ Zeilen mit Variante und Menge, 0 =
      *             Abbruch oder kein Variantenartikel
       01  WVA-MATRIX     external.
           03  WVA-PARENT              PIC 9(6)       COMP.
           03  WVA-ANZ                 PIC 99         COMP.
           03  WVA-POS                                OCCURS 80.
               05 WVA-ARNUM            PIC 9(6)       COMP.
               05 WVA-MENGE            PIC 9(5)       COMP.
