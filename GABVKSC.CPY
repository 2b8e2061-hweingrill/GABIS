      ****** Uebergabefelder fuer Vorauskasse-Eingaenge (CALL GABVORK) *
       01  WVK-ZAHL       external.
           03  WVK-AUFNUM              PIC 9(8)       COMP.
           03  WVK-BETRAG              PIC S9(9)V99   COMP-3.
           03  WVK-DATUM               PIC 9(6)       COMP.
      *------> 1 = Auftrag mit offener Vorauskasse getroffen <-
           03  WVK-FND                 PIC 9          COMP.
