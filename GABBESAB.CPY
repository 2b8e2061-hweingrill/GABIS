      ***** Auftragsbestaetigung des Lieferanten je Bestellposition *
      *    Schluessel wie BP-KEY; BA-STATUS 1 = wie bestellt,
      *    2 = Abweichung zu BP-ANZ/BP-PREIS offen, 3 = Abweichung
      *    vom Einkauf akzeptiert (in die Position uebernommen),
      *    4 = beanstandet.
       FD  BESTAB      external        LABEL RECORD STANDARD.
       01  BA-SATZ.
           03  BA-KEY.
               05 BA-NUM               PIC 9(6)       COMP.
               05 BA-POS               PIC 9(4)       COMP.
           03  BA-DATUM                PIC 9(6)       COMP.
           03  BA-ANZ                  PIC S9(7)      COMP-3.
           03  BA-LIEFDAT              PIC 9(6)       COMP.
           03  BA-PREIS                PIC S9(7)V99   COMP-3.
           03  BA-STATUS               PIC 9          COMP.
               88  BA-WIEBEST          VALUE 1.
               88  BA-ABWEICH          VALUE 2.
               88  BA-AKZEPT           VALUE 3.
               88  BA-BEANST           VALUE 4.
           03  BA-KLAERDAT             PIC 9(6)       COMP.
           03  BA-BEN                  PIC 99         COMP.
