      ****** Rechnungspruefung: Abgleich Eingangsrechnung gegen
      *    Bestellung (BP-PREIS) und Wareneingang (BP-GELIEF).
      *    Je Rechnung mit Bestellbezug ein Kopfsatz (KZ-POS = 0)
      *    mit der Zahlungssperre, je berechneter Bestellposition
      *    ein Satz mit Menge, Preis und Abweichung.
       FD  KREDPRUF    external        LABEL RECORD STANDARD.
       01  KZ-SATZ.
           03  KZ-KEY.
               05 KZ-LIEF              PIC X(5).
               05 KZ-RENR              PIC X(12).
               05 KZ-POS               PIC 9(4)       COMP.
           03  KZ-BKEY.
               05 KZ-BESTNUM           PIC 9(6)       COMP.
               05 KZ-BPOS              PIC 9(4)       COMP.
      *------> Position: berechnete Menge und berechneter Preis <-
           03  KZ-ANZ                  PIC S9(7)      COMP-3.
           03  KZ-PREIS                PIC S9(7)V99   COMP-3.
      *------> Mehrmenge gegen Wareneingang, Mehrpreis gegen
      *        Bestellpreis, Wertdifferenz (im Kopf: Summe) <-
           03  KZ-MDIFF                PIC S9(7)      COMP-3.
           03  KZ-PDIFF                PIC S9(7)V99   COMP-3.
           03  KZ-WDIFF                PIC S9(9)V99   COMP-3.
      *------> 1 = ausserhalb der Toleranz (im Kopf: Anzahl) <-
           03  KZ-AUSSER               PIC 999        COMP.
      *------> Kopf: Zahlungssperre und Freigabe durch den Einkauf <-
           03  KZ-SPERRE               PIC 9          COMP.
               88  KZ-FREI             VALUE 0.
               88  KZ-GESPERRT         VALUE 1.
               88  KZ-FREIGEGEBEN      VALUE 2.
           03  KZ-PRUEFDAT             PIC 9(6)       COMP.
           03  KZ-FREIDAT              PIC 9(6)       COMP.
           03  KZ-FREIBEN              PIC 99         COMP.
           03  KZ-FREIGRD              PIC X(40).
