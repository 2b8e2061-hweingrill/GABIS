      ***** Sitzungsjournal: An-/Abmeldungen und Fehlversuche *
      *    SJ-ART 1 = Anmeldung, 2 = Abmeldung, 3 = Codewort-
      *    Fehlversuch (der Versicherungspruefer will die Spur),
      *    4 = Benutzer nach Fehlversuchen gesperrt (GABCODE)
       FD  SESSJRN     external        LABEL RECORD STANDARD.
       01  SJ-SATZ.
           03  SJ-KEY.
               88  SJ-ANMELD           VALUE 1.
               88  SJ-ABMELD           VALUE 2.
               88  SJ-FEHLVERS         VALUE 3.
               88  SJ-SPERRE           VALUE 4.
           03  SJ-BEN                  PIC X(20).
           03  SJ-BENNUM               PIC 99         COMP.
           03  SJ-STATION              PIC X(8).
