      ****** Uebergabefelder fuer das Zahlungsjournal (CALL GABZJR) *
       01  WZJ-ZAHL       external.
           03  WZJ-RENUM               PIC 9(7)       COMP.
           03  WZJ-KTONR               PIC 9(6)       COMP.
           03  WZJ-DATUM               PIC 9(6)       COMP.
           03  WZJ-BETRAG              PIC S9(9)V99   COMP-3.
           03  WZJ-SKONTO              PIC S9(9)V99   COMP-3.
      *------> 1 = manuell (GABOPOS), 2 = Bankimport (GABBANK),
      *        3 = Lastschrift (GABSEPA),
      *        4 = Forderungsausfall (GABAUSF, kein Geldeingang),
      *        5 = Eingang ueber Inkassobuero (GABINK),
      *        6 = aus der FIBU uebernommen (GABFIZA),
      *        7 = Erstattung eines Kundenguthabens (GABERST) <-
           03  WZJ-QUELLE              PIC 9          COMP.
           03  WZJ-LAUF                PIC 9(6)       COMP.
           03  WZJ-TEXT                PIC X(30).
