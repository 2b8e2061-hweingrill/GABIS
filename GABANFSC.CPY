      ***** Uebergabefelder fuer die Auslaufpruefung (CALL GABAUSL 20) *
      *    hin:    WNF-ARNUM, WNF-ANZ (gewuenschte Menge), WNF-LAGNR
      *    zurueck: WNF-KZ = AN-STATUS (0 aktiv, 1 auslaufend,
      *            2 ausgelaufen), WNF-VERF verfuegbar zu WNF-ARNUM,
      *            WNF-VART 0 = kein Vorschlag, 1 = Nachfolger,
      *            2 = Ersatzartikel, Vorschlag in WNF-VORSCHL mit
      *            Bezeichnung und Verfuegbarkeit
       01  WNF-AUSLAUF    external.
           03  WNF-ARNUM               PIC 9(6)       COMP.
           03  WNF-ANZ                 PIC S9(7)V99   COMP-3.
           03  WNF-LAGNR               PIC 99         COMP.
           03  WNF-KZ                  PIC 9          COMP.
           03  WNF-VERF                PIC S9(7)V99   COMP-3.
           03  WNF-VART                PIC 9          COMP.
           03  WNF-VORSCHL             PIC 9(6)       COMP.
           03  WNF-VBEZ                PIC X(30).
           03  WNF-VVERF               PIC S9(7)V99   COMP-3.
