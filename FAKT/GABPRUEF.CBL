      *   fehlende Debitoren/Artikel, Zusatztexte ohne Folgekennzei-   *
      *   chen, negative Lagerstaende.  Jeder Befund wird mit          *
      *   Schluessel und Schweregrad gedruckt, NICHTS wird repariert.  *
      *   Optionen/Alternativen (GABAOPT) bleiben beim Summen-         *
      *   abgleich aussen vor.                                         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO G.
       E.  READ AUFTRAG NEXT IGNORE LOCK AT END GO G.
           IF AU-NUM NOT = AK-NUM GO G.
      *--------> Optionen/Alternativen stehen nicht in AK-SUM <-
           IF NOT AU-NORMAL GO E.
           ADD AU-BET TO WS-ZSUM.
           GO E.
       G.  IF WS-ZSUM NOT = WS-KSUM
