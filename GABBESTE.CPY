               88  BK-ERLEDIGT         VALUE 9.
      *------> Streckengeschaeft: verbundener Kundenauftrag <-
           03  BK-AUFNUM               PIC 9(8)       COMP.
      *------> Liefermahnung (GABLMAHN): erreichte Stufe und Tag
      *        der letzten Mahnung <-
           03  BK-MAHNST               PIC 9          COMP.
           03  BK-MAHNDAT              PIC 9(6)       COMP.
      *------> Intercompany (GABICO): Firmennummer der Schwester-
      *        firma (KONSTANT 44, aus LS-MANDANT) und der dort
      *        erzeugte Kundenauftrag, 0 = noch nicht uebertragen <-
           03  BK-ICFNR                PIC 999        COMP.
           03  BK-ICAUF                PIC 9(8)       COMP.
      *------> Rechnungsnummer der Schwesterfirma, die bereits in die
      *        offenen Verbindlichkeiten uebernommen ist <-
           03  BK-ICRENR               PIC 9(6)       COMP.
      ********************************************* Bestellpositionen *
       FD  BESTPOS     external        LABEL RECORD STANDARD.
       01  BP-SATZ.
