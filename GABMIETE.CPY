      ******** Vermietung: Mietvertrag je Geraet (Seriennummer) *
      *    MI-VON/MI-BIS geplanter Zeitraum, MI-AUSDAT/MI-RUEDAT
      *    tatsaechliche Ausgabe und Ruecknahme; MI-ABVON ist der
      *    erste noch nicht abgerechnete Miettag, MI-NAECHST der
      *    naechste Abrechnungstag bei laufender Abrechnung
       FD  MIETE       external        LABEL RECORD STANDARD.
       01  MI-SATZ.
           03  MI-KEY.
               05 MI-NUM               PIC 9(6)       COMP.
           03  MI-SERNR                PIC X(20).
           03  MI-ARNUM                PIC 9(6)       COMP.
           03  MI-KTONR                PIC 9(6)       COMP.
           03  MI-VON                  PIC 9(6)       COMP.
           03  MI-BIS                  PIC 9(6)       COMP.
           03  MI-AUSDAT               PIC 9(6)       COMP.
           03  MI-RUEDAT               PIC 9(6)       COMP.
      *------------> Monate; 0 = Abrechnung erst bei Rueckgabe <-
           03  MI-INTERV               PIC 99         COMP.
           03  MI-ABVON                PIC 9(6)       COMP.
           03  MI-NAECHST              PIC 9(6)       COMP.
           03  MI-STATUS               PIC 9          COMP.
               88  MI-RESERVIERT       VALUE 0.
               88  MI-AUSGEGEBEN       VALUE 1.
               88  MI-ZURUECK          VALUE 2.
               88  MI-STORNIERT        VALUE 8.
               88  MI-ERLEDIGT         VALUE 9.
      *------------> Zustand bei Ausgabe und bei Ruecknahme <-
           03  MI-AUSZUST              PIC X(60).
           03  MI-RUEZUST              PIC X(60).
      *------------> zuletzt erzeugter Auftrag des Vertrags <-
           03  MI-LAUFNUM              PIC 9(8)       COMP.
           03  MI-ERFDAT               PIC 9(6)       COMP.
           03  MI-ERFBEN               PIC 99         COMP.
      ******** Vermietung: Miettarif je Mietartikel *
      *    Saetze je Tag, Woche (7 Tage) und Monat (30 Tage),
      *    0 = nicht angeboten; MT-ABART ist der Leistungsartikel
      *    ohne Lagerfuehrung, ueber den die Miete berechnet wird
       FD  MIETTAR     external        LABEL RECORD STANDARD.
       01  MT-SATZ.
           03  MT-KEY.
               05 MT-ARNUM             PIC 9(6)       COMP.
           03  MT-ABART                PIC 9(6)       COMP.
           03  MT-TAG                  PIC S9(5)V99   COMP-3.
           03  MT-WOCHE                PIC S9(5)V99   COMP-3.
           03  MT-MONAT                PIC S9(5)V99   COMP-3.
