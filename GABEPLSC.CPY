      * Uebergabefelder Einsatzplanung zum Auftrag (CALL GABEPL 20) *
       01  WEP-PLAN       external.
           03  WEP-AUFNUM              PIC 9(8)       COMP.
      *------> Ergebnis: naechster Einsatztag ab heute (sonst der
      *        letzte), Arbeiter und Name, Summe der geplanten
      *        Stunden und Anzahl der Einsaetze (0 = nicht geplant) <-
           03  WEP-DATUM               PIC 9(6)       COMP.
           03  WEP-NUM                 PIC 999        COMP.
           03  WEP-NAME                PIC X(30).
           03  WEP-STD                 PIC S999V99    COMP-3.
           03  WEP-ANZ                 PIC 99         COMP.
