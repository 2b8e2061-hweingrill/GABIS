      ***** Auslaufsteuerung je Artikel (GABAUSL): Status, Nachfolger *
      *    und bis zu fuenf Ersatzartikel; eigener Satz neben
      *    ARTIKEL, weil AR-SATZ fest mit 291 Zeichen ausgelegt ist.
      *    Kein Satz = aktiver Artikel ohne Alternativen.
       FD  ARTNF       external        LABEL RECORD STANDARD.
       01  AN-SATZ.
           03  AN-KEY.
               05 AN-ARNUM             PIC 9(6)       COMP.
           03  AN-STATUS               PIC 9          COMP.
               88  AN-AKTIV            VALUE 0.
               88  AN-AUSLAUF          VALUE 1.
               88  AN-AUSGEL           VALUE 2.
      *--------------------> Nachfolgeartikel (0 = keiner) <-
           03  AN-NACHF                PIC 9(6)       COMP.
      *--------------------> Ersatzartikel in Vorschlagsfolge <-
           03  AN-ERSATZ               PIC 9(6)       COMP  OCCURS 5.
      *--------------------> Tag der letzten Statusaenderung <-
           03  AN-DATUM                PIC 9(6)       COMP.
