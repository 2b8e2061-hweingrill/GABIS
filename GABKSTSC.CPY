      * Uebergabefelder fuer die Kostenstellen (CALL GABKSTV)      *
       01  WKS-PARM       external.
           03  WKS-RENUM               PIC 9(7)       COMP.
           03  WKS-DATUM               PIC 9(6)       COMP.
      *------> Einstieg 50: Vorgabe am Kopf, Kunde, Verkaeufer <-
           03  WKS-KST                 PIC 9(5)       COMP.
           03  WKS-KTONR               PIC 9(6)       COMP.
           03  WKS-VKF                 PIC 99         COMP.
      *------> Ergebnis: Kostenstelle der Zeile (25/30/50) bzw.
      *        die umsatzstaerkste der Rechnung (40) <-
           03  WKS-NUMMER              PIC 9(5)       COMP.
