       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABMWZ.
      ******************************************************************
      *   Mindermengen: Schwellwerte in KONSTANT 49.  Offene           *
      *   Optionen/Alternativen eines Angebots (GABAOPT) zaehlen       *
      *   nicht zum Nettowert.                                         *
      *                                                                *
      *   20 = Pruefung fuer die Auftragserfassung: WMW-MIND           *
      *        (GABMWZSC.CPY) mit Nettowert und Kundenklasse           *
           START AUFTRAG KEY NOT < AU-KEY INVALID GO X.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           IF AU-POS > WH-MAXPOS MOVE AU-POS TO WH-MAXPOS.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           ADD AU-BET TO WH-NETTO.
           IF AU-ARNUM = WH-ZUART MOVE 1 TO WH-ZUDA.
           GO C.
       E.  IF WH-ZUDA = 1 GO X.
