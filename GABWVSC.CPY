      * Uebergabefelder fuer Wiedervorlagen (CALL GABWV, Einstieg 30) *
      *    Kunde und/oder Auftrag werden in eine neue Wiedervorlage
      *    vorbelegt (Kundencockpit, Auftragserfassung)
       01  WWV-PARM       external.
           03  WWV-KTONR               PIC 9(6)       COMP.
           03  WWV-AUFNR               PIC 9(8)       COMP.
