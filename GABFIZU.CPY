      ***** aus der FIBU uebernommene Zahlungsbuchungen (GABFIZA) *
      *    je FIBU-Buchung ein Satz - was hier steht, wird beim
      *    naechsten Abgleich nicht noch einmal gebucht
       FD  FIZAHL      external        LABEL RECORD STANDARD.
       01  FZ-SATZ.
           03  FZ-KEY.
               05 FZ-BUKEY             PIC 9(6)       COMP.
               05 FZ-BUDAT             PIC 9(6)       COMP.
           03  FZ-RENUM                PIC 9(7)       COMP.
           03  FZ-KTONR                PIC 9(6)       COMP.
           03  FZ-BETRAG               PIC S9(9)V99   COMP-3.
      *------> 1 = als Zahlung gebucht, 2 = war in GABIS schon
      *        erfasst (nur abgeglichen), 3 = von Hand erledigt <-
           03  FZ-STATUS               PIC 9          COMP.
               88  FZ-GEBUCHT          VALUE 1.
               88  FZ-ERFASST          VALUE 2.
               88  FZ-ERLEDIGT         VALUE 3.
           03  FZ-LAUF                 PIC 9(6)       COMP.
           03  FZ-UEBDAT               PIC 9(6)       COMP.
           03  FZ-BEN                  PIC X(20).
