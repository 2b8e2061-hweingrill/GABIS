      ********* Quarantaenebestand: ein Los je Wareneingang eines
      *    pruefpflichtigen Artikels; die Menge steht nicht in
      *    AR-STAND, bis sie freigegeben ist (GABQS)
       FD  QUARANT     external        LABEL RECORD STANDARD.
       01  QU-SATZ.
           03  QU-KEY.
               05 QU-NUM               PIC 9(6)       COMP.
           03  QU-ARNUM                PIC 9(6)       COMP.
           03  QU-BESTNUM              PIC 9(6)       COMP.
           03  QU-POS                  PIC 9(4)       COMP.
           03  QU-LIEF                 PIC X(5).
           03  QU-DATUM                PIC 9(6)       COMP.
           03  QU-ANZ                  PIC S9(7)V99   COMP-3.
      *------------------> bisher freigegeben / abgelehnt <-
           03  QU-FREI                 PIC S9(7)V99   COMP-3.
           03  QU-SPERR                PIC S9(7)V99   COMP-3.
           03  QU-CHARGE               PIC X(15).
           03  QU-MHD                  PIC 9(8)       COMP.
           03  QU-LAGER                PIC 99         COMP.
           03  QU-STATUS               PIC 99         COMP.
               88  QU-OFFEN            VALUE 0.
               88  QU-ERLEDIGT         VALUE 9.
      *----------------> letzte Pruefung, Pruefer, Befund <-
           03  QU-PRDAT                PIC 9(6)       COMP.
           03  QU-BEN                  PIC X(20).
           03  QU-GRUND                PIC X(30).
      *----------------> Ruecklieferbeleg zur Ablehnung <-
           03  QU-RLNUM                PIC 9(6)       COMP.
