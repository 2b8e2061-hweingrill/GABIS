               05 AZ-ARNUM             PIC 9(6)       COMP.
           03  AZ-KN8                  PIC 9(8)       COMP.
           03  AZ-URSPR                PIC XX.
      *------> Bruttogewicht je Einheit mit Verpackung fuer die
      *        Exportpapiere (GABINTRA), 0 = wie AR-DGW <-
           03  AZ-BRGW                 PIC 99V99      COMP.
      *------> ABC/XYZ-Klassifizierung (GABABC): Klasse nach Umsatz
      *        bzw. DB, Stetigkeit des Monatsbedarfs und Tag des
      *        Laufs (leer = nicht klassifiziert) <-
           03  AZ-ABC                  PIC X.
           03  AZ-XYZ                  PIC X.
           03  AZ-ABCDAT               PIC 9(8)       COMP.
      *------> Garantiezeit in Monaten ab Kaufdatum fuer die
      *        Pruefung der Reparaturauftraege (GABGER),
      *        0 = keine Garantie <-
           03  AZ-GARMON               PIC 99         COMP.
