      ***** Vier-Augen-Freigaben fuer Bank- und Limitaenderungen *
      *    (GABFREI): die Aenderung wartet hier, bis ein zweiter,
      *    freigabeberechtigter Benutzer (KU-FREIG) sie freigibt;
      *    bis dahin gilt im Stamm der alte Wert.
      *    FG-ART 1 = Bank Kunde (DEBZUS IBAN/BIC), 2 = Kreditlimit,
      *    3 = Konzernlimit (DEBZUS), 4 = Bank Lieferant (LIEFSTAM),
      *    5 = unsere Bankdaten (KONSTANT 52)
      *    FG-SCHL: Kontonummer 6-stellig, Lieferantenkuerzel bzw. 52;
      *    Datum JJJJMMTT, Zeit HHMMSS
       FD  FREIGAB     external        LABEL RECORD STANDARD.
       01  FG-SATZ.
           03  FG-NR                   PIC 9(6)       COMP.
           03  FG-OBJ.
               05 FG-ART               PIC 9          COMP.
               05 FG-SCHL              PIC X(14).
               05 FG-SCHLK REDEFINES FG-SCHL.
                  07 FG-KTONR          PIC 9(6).
                  07 FILLER            PIC X(8).
           03  FG-STATUS               PIC 9          COMP.
               88  FG-OFFEN            VALUE 0.
               88  FG-FREI             VALUE 1.
               88  FG-ABGELEHNT        VALUE 2.
               88  FG-ERSETZT          VALUE 3.
      *------------------> alter Wert bei der Erfassung <-
           03  FG-AIBAN                PIC X(34).
           03  FG-ABIC                 PIC X(11).
           03  FG-AGLID                PIC X(18).
           03  FG-ALIM                 PIC S9(9)V99   COMP-3.
      *------------------> neuer Wert <-
           03  FG-NIBAN                PIC X(34).
           03  FG-NBIC                 PIC X(11).
           03  FG-NGLID                PIC X(18).
           03  FG-NLIM                 PIC S9(9)V99   COMP-3.
      *------------------> erfasst von (Benutzer 0 = Master) <-
           03  FG-ANBEN                PIC 99         COMP.
           03  FG-ANNAME               PIC X(20).
           03  FG-ANDAT                PIC 9(8)       COMP.
           03  FG-ANZEIT               PIC 9(6)       COMP.
      *------------------> freigegeben/abgelehnt von <-
           03  FG-FRBEN                PIC 99         COMP.
           03  FG-FRNAME               PIC X(20).
           03  FG-FRDAT                PIC 9(8)       COMP.
           03  FG-FRZEIT               PIC 9(6)       COMP.
