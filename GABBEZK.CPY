      ****** Bezugskosten (Fracht, Zoll, Verpackung) zu Wareneingaengen
      *    Schluessel wie KP-KEY der Kostenrechnung in KREDOPO plus
      *    Kostenart; BZ-LFD = 0 ist der Kopf mit Betrag, Verteil-
      *    schluessel und den Bestellungen, je belasteter Bestell-
      *    position folgt ein Satz mit Anteil und EK vorher/nachher.
       FD  BEZUGK      external        LABEL RECORD STANDARD.
       01  BZ-SATZ.
           03  BZ-KEY.
               05 BZ-LIEF              PIC X(5).
               05 BZ-RENR              PIC X(12).
               05 BZ-KART              PIC 9          COMP.
                  88  BZ-FRACHT        VALUE 1.
                  88  BZ-ZOLL          VALUE 2.
                  88  BZ-VERPACK       VALUE 3.
               05 BZ-LFD               PIC 9(4)       COMP.
      *------> belastete Bestellposition (Kopf: 0) <-
           03  BZ-BKEY.
               05 BZ-BESTNUM           PIC 9(6)       COMP.
               05 BZ-BPOS              PIC 9(4)       COMP.
      *------> Kopf: Nettobetrag der Kostenart, Position: Anteil <-
           03  BZ-BETRAG               PIC S9(9)V99   COMP-3.
      *------> 1 = nach Warenwert, 2 = nach Gewicht (AR-DGW),
      *        3 = nach Menge <-
           03  BZ-SCHL                 PIC 9          COMP.
           03  BZ-DATUM                PIC 9(6)       COMP.
           03  BZ-BEN                  PIC 99         COMP.
      *------> Kopf: verteilt auf die Wareneingaenge dieser
      *        Bestellungen <-
           03  BZ-BESTTAB.
               05 BZ-BEST              PIC 9(6)       COMP
                                                      OCCURS 10.
      *------> Position: Artikel, eingegangene Menge, Verteilbasis,
      *        AR-EKP vor und nach der Belastung <-
           03  BZ-ARNUM                PIC 9(6)       COMP.
           03  BZ-MENGE                PIC S9(7)      COMP-3.
           03  BZ-BASIS                PIC S9(9)V99   COMP-3.
           03  BZ-EKALT                PIC S9(7)V99   COMP-3.
           03  BZ-EKNEU                PIC S9(7)V99   COMP-3.
