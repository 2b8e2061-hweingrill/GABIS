      ****** Lieferantenbewertung je Lieferant und Zeitraum (GABLBEW)
      *    LB-PERIODE = JJJJQ (Q = 0: ganzes Jahr); LB-PERIODE = 0
      *    haelt die zuletzt berechnete Bewertung (GABEKVGL).
      *    Quoten in Prozent, -1 = keine Daten im Zeitraum.
       FD  LIEFBEW     external        LABEL RECORD STANDARD.
       01  LB-SATZ.
           03  LB-KEY.
               05 LB-LIEF              PIC X(5).
               05 LB-PERIODE           PIC 9(5)       COMP.
           03  LB-DATUM                PIC 9(6)       COMP.
           03  LB-BERPER               PIC 9(5)       COMP.
           03  LB-POS                  PIC 9(5)       COMP.
      *------> Liefertreue, Mengentreue, Preisabweichung Rechnung
      *        gegen Bestellung, Ruecklieferquote <-
           03  LB-TERMQ                PIC S999V9     COMP-3.
           03  LB-MENGQ                PIC S999V9     COMP-3.
           03  LB-PREISA               PIC S999V9     COMP-3.
           03  LB-RUECKQ               PIC S999V9     COMP-3.
           03  LB-UMSATZ               PIC S9(9)V99   COMP-3.
      *------> gewichtete Punktzahl 0 - 100 und Rang im Zeitraum <-
           03  LB-SCORE                PIC 999V9      COMP-3.
           03  LB-RANG                 PIC 9(4)       COMP.
