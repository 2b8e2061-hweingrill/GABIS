      ***** Pruefpflicht im Wareneingang je Artikel (GABQS) *
      *    eigener Satz neben ARTIKEL, weil AR-SATZ fest mit
      *    291 Zeichen ausgelegt ist
       FD  ARTQS       external        LABEL RECORD STANDARD.
       01  AQ-SATZ.
           03  AQ-KEY.
               05 AQ-ARNUM             PIC 9(6)       COMP.
           03  AQ-PRUEF                PIC 9          COMP.
               88  AQ-PFLICHT          VALUE 1.
      *--------------------> Pruefanweisung fuer die Pruefliste <-
           03  AQ-HINW                 PIC X(40).
