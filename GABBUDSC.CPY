      * Uebergabefelder fuer das Budget (CALL GABBUD, Einstieg 20) *
       01  WBU-PARM       external.
           03  WBU-DATUM               PIC 9(6)       COMP.
      *------> Ergebnis: Planumsatz der Firma im Monat von WBU-DATUM,
      *        WBU-DA = 0 wenn fuer das Jahr kein Budget erfasst ist <-
           03  WBU-PLAN                PIC S9(9)V99   COMP-3.
           03  WBU-DA                  PIC 9          COMP.
