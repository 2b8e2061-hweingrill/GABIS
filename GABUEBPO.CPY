      ********** Rechnungen je Lauf der FIBU-Tagesueberleitung *
      *    ein Satz je Rechnung, die in UEBLOG mitgezaehlt ist
      *    (UL-SUMME = Summe UP-BET), mit der Erloesaufteilung
      *    nach Kategorien (KONSTANT 41) - Grundlage fuer den
      *    Export an den Steuerberater (GABSTB)
       FD  UEBPOS      external        LABEL RECORD STANDARD.
       01  UP-SATZ.
           03  UP-KEY.
               05 UP-LFNR              PIC 9(6)       COMP.
               05 UP-BUKEY             PIC 9(6)       COMP.
           03  UP-REN                  PIC 9(7)       COMP.
           03  UP-KTONR                PIC 9(6)       COMP.
           03  UP-DAT                  PIC 9(6)       COMP.
           03  UP-SY                   PIC 99         COMP.
           03  UP-VM                   PIC 99         COMP.
           03  UP-GK                   PIC 9(6)       COMP.
           03  UP-SH                   PIC S9         COMP-3.
           03  UP-BET                  PIC S9(9)V99   COMP-3.
           03  UP-UST                  PIC S9(9)V99   COMP-3.
           03  UP-KST                  PIC S9(5)      COMP-3.
           03  UP-TX                   PIC X(40).
      *------------------> Netto je Erloeskategorie 1 - 17 <-
           03  UP-KAT                  PIC S9(9)V99   COMP-3
                                                      OCCURS 17.
