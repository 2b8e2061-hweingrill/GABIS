      ***** Unberechtigte Skontoabzuege: je Zahlung mit einem Abzug
      *    ueber das nach OP-KOND und Zahlungstag Zulaessige hinaus
      *    ein Satz; der unberechtigte Teil bleibt am Posten offen
       FD  SKABZUG     external        LABEL RECORD STANDARD.
       01  SU-SATZ.
           03  SU-KEY.
               05 SU-RENUM             PIC 9(7)       COMP.
               05 SU-LFD               PIC 99         COMP.
           03  SU-KTONR                PIC 9(6)       COMP.
           03  SU-REDAT                PIC 9(6)       COMP.
           03  SU-ZLDAT                PIC 9(6)       COMP.
           03  SU-TAGE                 PIC 9(4)       COMP.
      *------------------> Abzug des Kunden, davon zulaessig <-
           03  SU-ABZUG                PIC S9(7)V99   COMP-3.
           03  SU-BERECHT              PIC S9(7)V99   COMP-3.
           03  SU-UNBER                PIC S9(7)V99   COMP-3.
      *------------------> 1 = manuell (GABOPOS), 2 = Bankimport <-
           03  SU-QUELLE               PIC 9          COMP.
      *------------------> Datum des Nachforderungsschreibens <-
           03  SU-BRIEF                PIC 9(6)       COMP.
           03  SU-BEN                  PIC X(20).
           03  FILLER                  PIC X(20).
