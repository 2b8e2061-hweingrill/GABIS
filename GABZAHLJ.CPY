      ***** Zahlungsjournal: jede Zahlung, jeder Skonto und jede
      *    Korrektur an den Offenen Posten als eigener Satz mit dem
      *    echten Zahlungsdatum (OFFPOST fuehrt nur die Summen)
       FD  ZAHLJRN     external        LABEL RECORD STANDARD.
       01  ZJ-SATZ.
           03  ZJ-KEY.
               05 ZJ-LFNR              PIC 9(8)       COMP.
           03  ZJ-RENUM                PIC 9(7)       COMP.
           03  ZJ-KTONR                PIC 9(6)       COMP.
      *------------------> Zahlungs- bzw. Valutadatum <-
           03  ZJ-DATUM                PIC 9(6)       COMP.
      *------------------> Buchungstag und -zeit <-
           03  ZJ-BUDAT                PIC 9(6)       COMP.
           03  ZJ-ZEIT                 PIC 9(6)       COMP.
           03  ZJ-BETRAG               PIC S9(9)V99   COMP-3.
           03  ZJ-SKONTO               PIC S9(9)V99   COMP-3.
           03  ZJ-QUELLE               PIC 9          COMP.
               88  ZJ-MANUELL          VALUE 1.
               88  ZJ-BANK             VALUE 2.
               88  ZJ-LASTSCHR         VALUE 3.
               88  ZJ-AUSFALL          VALUE 4.
               88  ZJ-INKASSO          VALUE 5.
               88  ZJ-FIBU             VALUE 6.
      *------------------> Laufnummer (0 = Einzelbuchung) <-
           03  ZJ-LAUF                 PIC 9(6)       COMP.
           03  ZJ-BEN                  PIC X(20).
           03  ZJ-TEXT                 PIC X(30).
