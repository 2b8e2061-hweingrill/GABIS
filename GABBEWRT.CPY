           03  BW-VAR                  PIC 9          COMP.
               88  BW-LETZTEKP         VALUE 1.
               88  BW-DURCHSCHN        VALUE 2.
      *--------> Wert nach Abwertung lt. Altersband (KONSTANT 187) <-
           03  BW-REDWERT              PIC S9(9)V99   COMP-3.
