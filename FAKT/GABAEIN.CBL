      *   (Koepfe und Archivkoepfe, Wert aus den Zeilen):              *
      *   Monatsbericht Eingang / fakturiert / Rueckstand je Monat     *
      *   eines Jahres, Eingang je Verkaeufer eines Monats und der     *
      *   bewertete Rueckstand (AK-RENUM = 0) per heute.  Offene       *
      *   Optionen/Alternativen eines Angebots (GABAOPT) bleiben       *
      *   beim Wert laufender Auftraege aussen vor.                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           ADD AU-BET TO WH-WERT2.
           GO C.
       Z.  EXIT.
