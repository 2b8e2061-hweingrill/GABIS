           03  KM-KREDVAR              PIC 9        COMP.
      *----------> Sammelkunde fuer den Barverkauf (GABBAR) <-
           03  KM-BARKTO               PIC 9(6)     COMP.
      *----------> Ratenvereinbarung: Tage Verzug einer Rate bis
      *            zum Terminverlust (GABMAHN, 0 = 14 Tage) <-
           03  KM-RKULANZ              PIC 999      COMP.
      *----------------> Datensicherung WH-KEY = 43: Zielverzeichnis,
      *    Hoechstalter in Tagen fuer die Ueberleitungssperre und
      *    Datum der letzten Sicherung
           03  KB-POS                  PIC 9(4)     COMP.
           03  KB-TZ                   PIC 99       COMP.
           03  KB-FERTIG               PIC 9        COMP.
      *------> Verzugszinsen: Zinssatz p.a., Zinsartikel (seine
      *        Erloesgruppe bestimmt das Erloeskonto), Mindest-
      *        betrag je Zinsrechnung, Karenztage nach Faellig-
      *        keit und Zinsbeginn (fruehestens ab, 0 = ohne)
      *        WH-KEY = 55 <-
       01  KO-ZISATZ.
           03  FILLER                  PIC XX.
           03  KZI-PROZ                PIC 99V99    COMP-3.
           03  KZI-ARNUM               PIC 9(6)     COMP.
           03  KZI-MINBET              PIC S9(5)V99 COMP-3.
           03  KZI-KARENZ              PIC 999      COMP.
           03  KZI-ABDAT               PIC 9(6)     COMP.
      *------> Zahlungsjournal: letzte laufende Nummer und
      *        letzte Laufnummer (Bankimport/Einzug)  WH-KEY = 56 <-
       01  KO-ZJSATZ.
           03  FILLER                  PIC XX.
           03  KZJ-LFNR                PIC 9(8)     COMP.
           03  KZJ-LAUF                PIC 9(6)     COMP.
      *------> Forderungsausfall: Verlustkonto (netto), Konto der
      *        Umsatzsteuer-Korrektur und Ertragskonto fuer Eingaenge
      *        auf ausgebuchte Forderungen  WH-KEY = 57 <-
       01  KO-FASATZ.
           03  FILLER                  PIC XX.
           03  KFA-VERLKTO             PIC 9(6)     COMP.
           03  KFA-USTKTO              PIC 9(6)     COMP.
           03  KFA-ERTKTO              PIC 9(6)     COMP.
      *------> Inkasso: Aufwandskonto fuer die vom Inkassobuero
      *        einbehaltene Provision und Name des Bueros WH-KEY = 58 <-
       01  KO-IKSATZ.
           03  FILLER                  PIC XX.
           03  KIK-PROVKTO             PIC 9(6)     COMP.
           03  KIK-BUERO               PIC X(30).
      *------> Skontopruefung: Toleranztage ueber die Skontofrist,
      *        Bagatellgrenze und Text des Nachforderungsschreibens
      *        WH-KEY = 59 <-
       01  KO-SKSATZ.
           03  FILLER                  PIC XX.
           03  KSK-TOLER               PIC 99       COMP.
           03  KSK-MINBET              PIC S9(5)V99 COMP-3.
           03  KSK-TEXT                PIC X(80).
      *------> Vorauskasse: Tage bis zur Zahlungserinnerung
      *        (0 = 7 Tage) und Text der Zahlungsaufforderung
      *        WH-KEY = 180 <-
       01  KO-VKSATZ.
           03  FILLER                  PIC XX.
           03  KVK-ERIN                PIC 99       COMP.
           03  KVK-TEXT                PIC X(80).
      *------> Journalverkettung (GABKETT): letzte Kettennummer und
      *        letzter Pruefwert von Rechnungsausgangsbuch und
      *        Aenderungsjournal, Ergebnis der letzten Kettenpruefung
      *        und Tag der Verkettung des Altbestands  WH-KEY = 181 <-
       01  KO-KTSATZ.
           03  FILLER                  PIC XX.
           03  KKT-RJNR                PIC 9(8)     COMP.
           03  KKT-RJHASH              PIC X(16).
           03  KKT-AJNR                PIC 9(8)     COMP.
           03  KKT-AJHASH              PIC X(16).
           03  KKT-PRDAT               PIC 9(6)     COMP.
           03  KKT-PRBRU               PIC 9(5)     COMP.
           03  KKT-PRUNV               PIC 9(5)     COMP.
           03  KKT-ALTDAT              PIC 9(6)     COMP.
      *------> Anfang der Kette nach der Jahresauslagerung des
      *        Aenderungsjournals (GABJRAUS): Nummer und Pruefwert
      *        des letzten ausgelagerten Kettensatzes, 0 = keiner <-
           03  KKT-AJABNR              PIC 9(8)     COMP.
           03  KKT-AJABHASH            PIC X(16).
      *------> Export an den Steuerberater (GABSTB): Format (1 = BMD
      *        NTCS, 2 = DATEV), Berater-/Mandantennummer, Sach-
      *        kontenlaenge und Beginnmonat des Wirtschaftsjahres
      *        (DATEV), Versatz Kundennummer -> Personenkonto und je
      *        Erloeskategorie (KONSTANT 41) Zielkonto (0 = eigenes
      *        Konto), Ust-Gruppe (KO-UST) und Steuercode bzw.
      *        BU-Schluessel  WH-KEY = 182 <-
       01  KO-STSATZ.
           03  FILLER                  PIC XX.
           03  KST-FORMAT              PIC 9        COMP.
           03  KST-BERATER             PIC 9(7)     COMP.
           03  KST-MANDANT             PIC 9(5)     COMP.
           03  KST-KTOLEN              PIC 9        COMP.
           03  KST-WJBEG               PIC 99       COMP.
           03  KST-KDVERS              PIC 9(6)     COMP.
           03  KST-KAT                              OCCURS 17.
               05  KST-KTO             PIC 9(8)     COMP.
               05  KST-UGRP            PIC 9        COMP.
               05  KST-CODE            PIC 99       COMP.
      *------> Abgrenzung Wartungsvertraege (GABVTR): Konto der
      *        passiven Rechnungsabgrenzung und Stichtag des letzten
      *        Abgrenzungslaufs  WH-KEY = 183 <-
       01  KO-ABSATZ.
           03  FILLER                  PIC XX.
           03  KAB-PRAPKTO             PIC 9(6)     COMP.
           03  KAB-LSTICH              PIC 9(6)     COMP.
      *------> Liefermahnung (GABLMAHN): Tage nach dem Liefertermin
      *        bis zur ersten Mahnung, Tage zwischen den Stufen,
      *        hoechste Stufe (0 = 3)  WH-KEY = 184 <-
       01  KO-LMSATZ.
           03  FILLER                  PIC XX.
           03  KLM-KARENZ              PIC 99       COMP.
           03  KLM-ABST                PIC 99       COMP.
           03  KLM-MAXST               PIC 9        COMP.
      *--------> Nachfassen fehlender Auftragsbestaetigungen (GABLAB)
      *          nach Tagen seit Bestelldatum, 0 = 5 <-
           03  KLM-ABTAGE              PIC 99       COMP.
      *------> Rechnungspruefung (GABKRED): Toleranz Mehrmenge und
      *        Mehrpreis in Prozent, Wertdifferenz je Rechnung
      *        (0 = ohne Betragsgrenze)  WH-KEY = 185 <-
       01  KO-RPSATZ.
           03  FILLER                  PIC XX.
           03  KRP-MTOL                PIC 99V99    COMP-3.
           03  KRP-PTOL                PIC 99V99    COMP-3.
           03  KRP-WTOL                PIC 9(5)V99  COMP-3.
      *------> Lieferantenbewertung (GABLBEW): Gewichte Liefertreue,
      *        Mengentreue, Preistreue, Ruecklieferungen in Punkten;
      *        Punktabzug je Prozent Preisabweichung bzw. Rueck-
      *        lieferquote (0 = 10)  WH-KEY = 186 <-
       01  KO-LBSATZ.
           03  FILLER                  PIC XX.
           03  KLB-GTERM               PIC 999      COMP.
           03  KLB-GMENGE              PIC 999      COMP.
           03  KLB-GPREIS              PIC 999      COMP.
           03  KLB-GRUECK              PIC 999      COMP.
           03  KLB-FAKTOR              PIC 99       COMP.
      *------> Altersstruktur und Abwertung (GABBWRT): Obergrenzen
      *        der Altersbaender in Monaten (0 = 6/12/24), Abwertung
      *        je Band in Prozent, Monate ohne Abgang fuer die
      *        Ladenhueterliste (0 = 12)  WH-KEY = 187 <-
       01  KO-AWSATZ.
           03  FILLER                  PIC XX.
           03  KAW-GRENZE              PIC 999      COMP  OCCURS 3.
           03  KAW-PROZ                PIC 999      COMP  OCCURS 4.
           03  KAW-TOTMON              PIC 999      COMP.
      *------> ABC/XYZ-Analyse (GABABC): Summengrenzen A und B in
      *        Prozent (0 = 80/95), Variationskoeffizient fuer X und
      *        Y in Prozent (0 = 25/50), Basis der Artikelklasse
      *        1 = Umsatz, 2 = Deckungsbeitrag  WH-KEY = 188 <-
       01  KO-ABCSATZ.
           03  FILLER                  PIC XX.
           03  KAC-AGRENZ              PIC 99       COMP.
           03  KAC-BGRENZ              PIC 99       COMP.
           03  KAC-XGRENZ              PIC 999      COMP.
           03  KAC-YGRENZ              PIC 999      COMP.
           03  KAC-BASIS               PIC 9        COMP.
      *------> Reklamationen (GABREK): Texte der Ursachen 1-9
      *        (leer = Vorgabe im Programm)  WH-KEY = 189 <-
       01  KO-RKSATZ.
           03  FILLER                  PIC XX.
           03  KRK-TEXT                PIC X(12)    OCCURS 9.
      *------> Einsatzplanung (GABEPL): Tageskapazitaet der
      *        Arbeiter in Stunden, Vorgabe fuer alle und
      *        abweichend je Arbeiter (Mo-Fr)  WH-KEY = 190 <-
       01  KO-EPSATZ.
           03  FILLER                  PIC XX.
           03  KEP-STDVOR              PIC 99V99    COMP-3.
           03  KEP-TAB                              OCCURS 24.
               05  KEP-ARB             PIC 999      COMP.
               05  KEP-STD             PIC 99V99    COMP-3.
      *------> Lohnuebergabe (GABLOHN): Wochensollstunden (0 = 40),
      *        Lohnarten fuer Normal-, Ueber- und Wochenend-/Feier-
      *        tagsstunden (0 = 100/200/300), zuletzt uebergebener
      *        Monat JJMM - bis dahin keine Stundenbuchung mehr
      *        WH-KEY = 191 <-
       01  KO-LOSATZ.
           03  FILLER                  PIC XX.
           03  KLO-WOSTD               PIC 99V99    COMP-3.
           03  KLO-LANORM              PIC 9(4)     COMP.
           03  KLO-LAUEB               PIC 9(4)     COMP.
           03  KLO-LAWE                PIC 9(4)     COMP.
           03  KLO-LETZT               PIC 9(4)     COMP.
      *------> Feiertagskalender (GABLOHN): Tage JJMMTT aufsteigend,
      *        0 = frei  WH-KEY = 192 <-
       01  KO-FTSATZ.
           03  FILLER                  PIC XX.
           03  KFT-DATUM               PIC 9(6)     COMP-3  OCCURS 31.
      *------> Gutscheine (GABBAR): Verbindlichkeitskonto, Ertrags-
      *        konto fuer verfallene Restwerte, Einloesefrist in
      *        Jahren (0 = 30) und zuletzt vergebene laufende
      *        Gutscheinnummer  WH-KEY = 193 <-
       01  KO-GUSATZ.
           03  FILLER                  PIC XX.
           03  KGU-KONTO               PIC 9(6)     COMP.
           03  KGU-ERTKTO              PIC 9(6)     COMP.
           03  KGU-JAHRE               PIC 99       COMP.
           03  KGU-LFD                 PIC 9(7)     COMP.
      *------> Codewortrichtlinie (GABCODE): Gueltigkeit in Tagen
      *        (0 = 90), Mindestlaenge (0 = 8), Fehlversuche bis zur
      *        Sperre (0 = 3), Anzahl frueherer Codewoerter, die
      *        nicht wieder verwendet werden duerfen (0 = 3, hoechstens
      *        3)  WH-KEY = 194 <-
       01  KO-CWSATZ.
           03  FILLER                  PIC XX.
           03  KCW-TAGE                PIC 999      COMP.
           03  KCW-MINLEN              PIC 99       COMP.
           03  KCW-FEHL                PIC 99       COMP.
           03  KCW-HIST                PIC 9        COMP.
      *------> Paketdienste 1-5 (GABPAK): Name und Muster des
      *        Tracking-Links fuer das Versandavis, "#" steht fuer
      *        die Sendungsnummer (ohne "#" wird sie angehaengt)
      *        WH-KEY = 195 - 199 <-
       01  KO-PDSATZ.
           03  FILLER                  PIC XX.
           03  KPD-NAME                PIC X(20).
           03  KPD-URL                 PIC X(76).
      *-----------------------------> Verk�ufer-Provision WH-KEY = +100 <-
       01  KO-PSATZ.
           03  FILLER                  PIC X(6).
       01  KO-USATZ.
           03  FILLER                  PIC XX.
           03  KU-NAME                 PIC X(20).
      *--------> Codewort im Klartext - nur Altbestand, wird beim
      *          Umstellen auf KU-HASH geloescht (GABCODE) <-
           03  KU-CODE                 PIC X(6).
           03  KU-MENUG.
               05  KU-MENU             PIC X        OCCURS 10.
      *--------> Codewort als Pruefwert ueber Salz und Codewort
      *          (GABCODE), Tag der letzten Aenderung, Fehlversuche
      *          in Folge, Sperre ("J"), Anfangscodewort muss bei der
      *          naechsten Anmeldung geaendert werden ("J") und die
      *          Pruefwerte der letzten drei Codewoerter <-
           03  KU-SALZ                 PIC X(8).
           03  KU-HASH                 PIC X(16).
           03  KU-CWDAT                PIC 9(6)     COMP.
           03  KU-FEHL                 PIC 99       COMP.
           03  KU-GESP                 PIC X.
           03  KU-NEU                  PIC X.
           03  KU-ALTHASH              PIC X(16)    OCCURS 3.
      *--------> "N" = darf Einkaufspreise und Margen nicht sehen
      *          (Bildschirm, Druck; Kostenauswertungen gesperrt) <-
           03  KU-EKSICHT              PIC X.
      *--------> "J" = darf Bank- und Limitaenderungen anderer
      *          Benutzer freigeben (Vier Augen, GABFREI) <-
           03  KU-FREIG                PIC X.
      *--------------------------> Ust-Satz-Historie WH-KEY = 151-170 <-
       01  KO-UHSATZ.
           03  FILLER                  PIC X(5).
