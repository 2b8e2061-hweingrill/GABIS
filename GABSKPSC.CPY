      ****** Uebergabefelder fuer die Skontopruefung (CALL GABSKPR) *
       01  WSK-PRUEF      external.
           03  WSK-RENUM               PIC 9(7)       COMP.
           03  WSK-KTONR               PIC 9(6)       COMP.
           03  WSK-REDAT               PIC 9(6)       COMP.
           03  WSK-KOND                PIC 9(13).
           03  WSK-ZLDAT               PIC 9(6)       COMP.
      *------> offener Rest vor der Zahlung und Abzug des Kunden <-
           03  WSK-BASIS               PIC S9(9)V99   COMP-3.
           03  WSK-ABZUG               PIC S9(9)V99   COMP-3.
      *------> 1 = manuell (GABOPOS), 2 = Bankimport (GABBANK) <-
           03  WSK-QUELLE              PIC 9          COMP.
      *------> Ergebnis: zulaessiger und unberechtigter Teil <-
           03  WSK-BERECHT             PIC S9(9)V99   COMP-3.
           03  WSK-UNBER               PIC S9(9)V99   COMP-3.
           03  WSK-TAGE                PIC 9(4)       COMP.
