      ***** Vermerke je Bestellung (Kartei der Bestellung) *
      *    BN-ART 1 = Liefermahnung der Stufe BN-STUFE versandt,
      *    2 = Antwort des Lieferanten, 3 = sonstiger Vermerk,
      *    4 = Auftragsbestaetigung des Lieferanten erfasst;
      *    BN-NEUDAT ist ein mit der Antwort genannter neuer
      *    Liefertermin (0 = keiner).
       FD  BESTNOTI    external        LABEL RECORD STANDARD.
       01  BN-SATZ.
           03  BN-KEY.
               05 BN-NUM               PIC 9(6)       COMP.
               05 BN-LFD               PIC 9(4)       COMP.
           03  BN-DATUM                PIC 9(6)       COMP.
           03  BN-ART                  PIC 9          COMP.
               88  BN-MAHNUNG          VALUE 1.
               88  BN-ANTWORT          VALUE 2.
               88  BN-AUFBEST          VALUE 4.
           03  BN-STUFE                PIC 9          COMP.
           03  BN-NEUDAT               PIC 9(6)       COMP.
           03  BN-TEXT                 PIC X(60).
           03  BN-BEN                  PIC 99         COMP.
