      *   und Mandant.  Auskunft und Druck wie beim Aenderungs-        *
      *   journal GABJRN.                                              *
      *                                                                *
      *   20 = Eintrag schreiben: Art (1/2/3/4) in WH-NUM, der Rest    *
      *        kommt aus WB-BENUTZER;                                  *
      *   10 = Menue (Anzeige, Druck ueber Datumsbereich).             *
      ******************************************************************
               WHEN 1 MOVE "Anmeldung   " TO DRA-SATZ(19:12)
               WHEN 2 MOVE "Abmeldung   " TO DRA-SATZ(19:12)
               WHEN 3 MOVE "FEHLVERSUCH " TO DRA-SATZ(19:12)
               WHEN 4 MOVE "GESPERRT    " TO DRA-SATZ(19:12)
               WHEN OTHER MOVE "?           " TO DRA-SATZ(19:12).
           MOVE SJ-BEN TO DRA-SATZ(33:20).
           MOVE SJ-STATION TO DRA-SATZ(55:8).
