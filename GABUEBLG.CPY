      *------------------> kleinste/groesste Rechnungsnummer <-
           03  UL-VONRE                PIC 9(7)       COMP.
           03  UL-BISRE                PIC 9(7)       COMP.
      *------------------> Stand des Laufs fuer den Wiederanlauf <-
      *    0 = abgeschlossen, 1 = Buchsaetze werden geschrieben,
      *    2 = Buchsaetze komplett, Sammelbuchungen offen,
      *    3 = Sammelbuchungen geschrieben, Abschluss offen,
      *    9 = zurueckgesetzt (Laufnummer wird neu vergeben)
           03  UL-STAND                PIC 9          COMP.
           03  UL-BISDAT               PIC 9(8)       COMP.
           03  UL-EHDAT                PIC 9(8)       COMP.
           03  UL-ABGL                 PIC 9          COMP.
      *------------------> zuletzt verarbeiteter BUCHFAKT-Satz <-
      *    UL-PHASE 1 = Rechnungen, 2 = uebrige Buchsaetze
           03  UL-PHASE                PIC 9          COMP.
           03  UL-BFKEY                PIC 9(6)       COMP.
           03  UL-BFRKEY.
               05 UL-BFSA              PIC X.
               05 UL-BFREN             PIC 9(7)       COMP.
      *------------------> Zwischenstaende Liste und Summen <-
           03  UL-LSUM                 PIC S9(9)V99   COMP-3.
           03  UL-SEITE                PIC 99         COMP.
           03  UL-SUM                  PIC S9(9)V99   COMP OCCURS 25.
