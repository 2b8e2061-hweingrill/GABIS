       PROGRAM-ID.    GABFRA.
      ******************************************************************
      *   Frachtberechnung: Gewicht des Auftrags aus AR-DGW mal        *
      *   Zeilenmenge (ohne offene Optionen/Alternativen eines         *
      *   Angebots, GABAOPT), Zone aus DEBZUS (DZ-FRZONE) oder aus dem *
      *   PLZ-Praefix (FR-TYP 2), Fracht aus der Gewichtsstaffel       *
      *   der Zone (FR-TYP 1, Obergrenze in kg).  Liegt der Netto-     *
      *   wert ueber der Kundengrenze DZ-FRFREI, bleibt der Auftrag    *
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           IF AU-POS > WH-MAXPOS MOVE AU-POS TO WH-MAXPOS.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           ADD AU-BET TO WH-NETTO.
           IF AU-ARNUM = WH-FRART MOVE 1 TO WH-FRDA.
           IF AU-ARNUM = 0 GO C.
           MOVE AU-ARNUM TO AR-NUM.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kundenzone " with highlight AT VDU-LP.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
