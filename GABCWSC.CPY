      ****** Uebergabefelder Codewortpruefung (CALL GABCODE) *
      *    WCW-ERG 0 = angemeldet, 1 = Codewort falsch, 2 = Benutzer
      *    gesperrt, 3 = Benutzer unbekannt, 4 = faellige Aenderung
      *    abgebrochen
       01  WCW-UEBER      external.
           03  WCW-BEN                 PIC 99         COMP.
           03  WCW-CODE                PIC X(20).
           03  WCW-NAME                PIC X(20).
           03  WCW-ERG                 PIC 9          COMP.
