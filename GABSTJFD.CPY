      ***** Stundenjournal: jede Stundenbuchung einzeln je Arbeiter *
      *    und Leistungstag (GABISSTD.DAT fuehrt nur die Summe je
      *    Arbeiter und Auftrag); Grundlage der Lohnuebergabe
       FD  STDJOUR       external       LABEL RECORD STANDARD.
       01  HJ-SATZ.
           03  HJ-KEY.
               05 HJ-NUM                PIC 9(3)      COMP.
               05 HJ-DATUM              PIC 9(6)      COMP.
               05 HJ-LFD                PIC 9(4)      COMP.
           03  HJ-AUF                   PIC 9(8)      COMP.
           03  HJ-ANZ                   PIC S999V99   COMP-3.
           03  HJ-ERFDAT                PIC 9(6)      COMP.
      *--------> 0 = Stundenerfassung GABSTD, 1 = Rueckmeldung GABMOB <-
           03  HJ-HERK                  PIC 9         COMP.
