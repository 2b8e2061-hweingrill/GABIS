      ****** Uebergabefelder fuer Intercompany-Belege (CALL GABICO) *
      *    20ICAUF:   Bestellung WIC-BESTNUM als Kundenauftrag in der
      *               Schwesterfirma anlegen, WIC-AUFNUM kommt mit der
      *               Auftragsnummer zurueck (0 = nicht uebertragen)
      *    30ICPREIS: Verrechnungspreis zu WIC-FNR/WIC-ARNUM in
      *               WIC-PREIS, 0 = kein Preis vereinbart
      *    40ICRUECK: Lieferungen und Rechnungen der Schwesterfirma
      *               zur Bestellung WIC-BESTNUM uebernehmen
      *               (0 = alle offenen Intercompany-Bestellungen)
       01  WIC-UEBER      external.
           03  WIC-BESTNUM             PIC 9(6)       COMP.
           03  WIC-AUFNUM              PIC 9(8)       COMP.
           03  WIC-FNR                 PIC 999        COMP.
           03  WIC-ARNUM               PIC 9(6)       COMP.
           03  WIC-PREIS               PIC S9(7)V99   COMP-3.
