      * Uebergabefelder fuer den Garantiefall (CALL GABGER 30) *
       01  WGA-GAR        external.
           03  WGA-AUFNUM              PIC 9(8)       COMP.
      *------> Ergebnis: Anzahl der auf 0 gestellten Zeilen <-
           03  WGA-ANZ                 PIC 9(4)       COMP.
