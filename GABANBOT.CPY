           03  AK-GERNUM               PIC 9(4)      COMP.
      *----------> Sendungsnummer des Paketdienstes (GABPAK) <-
           03  AK-TRACK                PIC X(20).
      *----------> Vorauskasse (GABVORK): der Auftrag wird erst
      *            nach Zahlungseingang kommissioniert und geliefert;
      *            Teillieferung (GABLAGER), Versandexport (GABPAK),
      *            Kommissionierliste (GABLIST) und die externe
      *            Auftragserfassung GABAUF mit dem Lieferschein
      *            lassen AK-VK-OFFEN liegen (Bannervertrag wie
      *            AK-TRACK).
      *            AK-VKDAT Zahlungsaufforderung, AK-VKERIN letzte
      *            Erinnerung, AK-VKZLDAT/-BET Eingang, AK-VKQUELLE
      *            1 = manuell (GABOPOS), 2 = Bankimport (GABBANK) <-
           03  AK-VORK                 PIC 9         COMP.
               88  AK-VK-OFFEN         VALUE 1.
               88  AK-VK-BEZAHLT       VALUE 2.
               88  AK-VK-VERRECH       VALUE 3.
               88  AK-VK-FREI          VALUE 9.
           03  AK-VKBET                PIC S9(7)V99  COMP-3.
           03  AK-VKDAT                PIC 9(6)      COMP.
           03  AK-VKERIN               PIC 9(6)      COMP.
           03  AK-VKZLDAT              PIC 9(6)      COMP.
           03  AK-VKZLBET              PIC S9(7)V99  COMP-3.
           03  AK-VKQUELLE             PIC 9         COMP.
      *----------> Kostenstelle des Auftrags (0 = aus Kunde bzw.
      *            Verkaeufer, GABKSTV); die externe Erfassung
      *            GABAUF laesst sie auf 0 (Bannervertrag wie
      *            AK-TRACK) <-
           03  AK-KST                  PIC 9(5)      COMP.
      *----------> Wartungsvertrag (GABVTR) und Leistungszeitraum
      *            der vorausberechneten Rechnung; 0 = kein Vertrags-
      *            auftrag (Grundlage der Abgrenzung) <-
           03  AK-VTNUM                PIC 9(6)      COMP.
           03  AK-LZVON                PIC 9(6)      COMP.
           03  AK-LZBIS                PIC 9(6)      COMP.
      *----------> OSS (GABOSS): 0 = nicht bestimmt, 1 = kein
      *            OSS-Fall, 2 = EU-Privatkunde unter der Schwelle
      *            (Inlandssteuer), 3 = Steuer des Bestimmungslands
      *            AK-OSSLAND zu den Saetzen AK-OSSUST je Steuerart <-
           03  AK-OSSART               PIC 9         COMP.
           03  AK-OSSLAND              PIC XX.
           03  AK-OSSUST               PIC 99V99     COMP-3 OCCURS 6.
      *----------> Liefertermine (GABLTERM): Wunschtermin des
      *            Kunden, zugesagter Termin, Druckdatum der
      *            Auftragsbestaetigung; AK-LIEFDAT ist der Tag der
      *            ersten Lieferung (GABLAGER) bzw. der Fakturierung
      *            ohne vorherige Lieferung (GABSAMM) <-
           03  AK-WUNDAT               PIC 9(6)      COMP.
           03  AK-ZUDAT                PIC 9(6)      COMP.
           03  AK-ABDAT                PIC 9(6)      COMP.
           03  AK-LIEFDAT              PIC 9(6)      COMP.
      *----------> Garantiefall (GABGER): bei der Zuordnung des
      *            Geraets geprueft; Zeilen ohne Berechnung, vor der
      *            Fakturierung nochmals auf 0 gestellt (GABSAMM).
      *            AK-GARBIS Garantieende, AK-GARLIEF Lieferant
      *            fuer die Garantieforderung <-
           03  AK-GARANT               PIC 9         COMP.
               88  AK-GARANTIE         VALUE 1.
           03  AK-GARBIS               PIC 9(6)      COMP.
           03  AK-GARLIEF              PIC X(5).
      *----------> Serviceeinsatz (GABMOB): Techniker = Arbeiter
      *            (Artikel der Rabattgruppe 97), Einsatztag und
      *            Einsatzadresse (0 = Stamm, 1-5 = Lieferanschrift);
      *            AK-MOBST 1 = an das Tablet exportiert, 2 = Rueck-
      *            meldung verbucht <-
           03  AK-TECHNIK              PIC 999       COMP.
           03  AK-EINSDAT              PIC 9(6)      COMP.
           03  AK-EINSADR              PIC 9         COMP.
           03  AK-MOBST                PIC 9         COMP.
               88  AK-MOB-UEBERG       VALUE 1.
               88  AK-MOB-ERLEDIGT     VALUE 2.
      *----------> Intercompany (GABICO): Firmennummer der bestel-
      *            lenden Schwesterfirma und deren Bestellnummer;
      *            0 = kein Intercompany-Auftrag <-
           03  AK-ICFNR                PIC 999       COMP.
           03  AK-ICBEST               PIC 9(6)      COMP.
      ******************************************** Auftragspositionen *
       FD  AUFTRAG      EXTERNAL       LABEL RECORD STANDARD.
       01  AU-SATZ.
           03  AU-GELIEF               PIC S9(7)     COMP-3.
      *------> Rahmenauftrag: bereits abgerufene Menge der Zeile <-
           03  AU-ABGER                PIC S9(7)     COMP-3.
      *------> Kostenstelle der Zeile (0 = wie Kopf bzw. aus der
      *        Warengruppe, GABKSTV) <-
           03  AU-KST                  PIC 9(5)      COMP.
      *------> zugesagter Termin der Zeile (0 = wie AK-ZUDAT) und
      *        Tag der letzten Lieferung der Zeile (GABLAGER) <-
           03  AU-ZUDAT                PIC 9(6)      COMP.
           03  AU-LIEFDAT              PIC 9(6)      COMP.
      *------> Angebotsposition (GABAOPT): 0 = normal, 1 = Option,
      *        2 = Alternative zu Position AU-ALTPOS desselben
      *        Kapitels; gedruckt, aber ohne Kopfsumme und Ust,
      *        bis die Uebernahme in den Auftrag sie annimmt oder
      *        streicht; vorher wird der Auftrag weder geliefert
      *        noch fakturiert (GABAOPT 30) <-
           03  AU-POSART               PIC 9         COMP.
               88  AU-NORMAL           VALUE 0.
               88  AU-OPTION           VALUE 1.
               88  AU-ALTERNATIV       VALUE 2.
           03  AU-ALTPOS               PIC 9(4)      COMP.
