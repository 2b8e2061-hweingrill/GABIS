      ******** Verrechnungspreise mit den Schwesterfirmen (GABICO) *
      *    je liefernder Schwesterfirma (Firmennummer lt. KONSTANT 44)
      *    und Artikel der vereinbarte Nettopreis je Einheit; steht
      *    im Verzeichnis der bestellenden Firma und gilt fuer die
      *    Bestellung wie fuer den erzeugten Kundenauftrag
       FD  VERRPR      external        LABEL RECORD STANDARD.
       01  IP-SATZ.
           03  IP-KEY.
               05 IP-FNR               PIC 999        COMP.
               05 IP-ARNUM             PIC 9(6)       COMP.
           03  IP-PREIS                PIC S9(7)V99   COMP-3.
      *------> vereinbart am / von (Benutzer lt. KONSTANT 131-150) <-
           03  IP-DATUM                PIC 9(6)       COMP.
           03  IP-BEN                  PIC 99         COMP.
