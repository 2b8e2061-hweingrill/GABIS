      ***** Verkaufshistorie je Artikel (GABAHI): eine Zeile je *
      *    Artikelposition der laufenden Auftraege und des Archivs,
      *    Schluessel wie AU-KEY/AW-KEY, Zugriff je Artikel und Datum
      *    ueber AH-AKEY.  Die Werte werden beim Eintrag aus Kopf und
      *    Zeile kopiert und bleiben nach der Jahresauslagerung des
      *    Archivs (GABARCHX) erhalten.
      *    AH-DATUM = Auftragsdatum (wie AK-DATUM), AH-MENGE in
      *    Mengeneinheiten (AU-ANZ ohne WT-NK-Skalierung)
       FD  ARTHIST     external        LABEL RECORD STANDARD.
       01  AH-SATZ.
           03  AH-KEY.
               05 AH-NUM               PIC 9(8)       COMP.
               05 AH-KAP               PIC 99         COMP.
               05 AH-POS               PIC 9(4)       COMP.
               05 AH-TZ                PIC 99         COMP.
           03  AH-AKEY.
               05 AH-ARNUM             PIC 9(6)       COMP.
               05 AH-DATUM             PIC 9(6)       COMP.
           03  AH-KTONR                PIC 9(6)       COMP.
           03  AH-ART                  PIC 99         COMP.
               88  AH-GUTSCHRIFT       VALUE 9.
           03  AH-RENUM                PIC 9(6)       COMP.
           03  AH-MEH                  PIC 99         COMP.
           03  AH-MENGE                PIC S9(7)V99   COMP-3.
           03  AH-PREIS                PIC S9(7)V99   COMP-3.
           03  AH-RAB                  PIC S99V9      COMP-3.
           03  AH-BET                  PIC S9(7)V99   COMP-3.
      *------------------> 1 = offenes Angebot (AK-WVDAT gesetzt,
      *                    weder gewonnen noch berechnet) <-
           03  AH-ANGEB                PIC 9          COMP.
               88  AH-ANGEBOT          VALUE 1.
      *------------------> wo der Beleg steht <-
           03  AH-HER                  PIC 9          COMP.
               88  AH-LAUFEND          VALUE 0.
               88  AH-ARCHIV           VALUE 1.
               88  AH-AUSGEL           VALUE 2.
