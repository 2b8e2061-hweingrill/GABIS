           03  RJ-BRUTTO               PIC S9(9)V99   COMP-3.
      *---------------> Nummer des Ueberleitungslaufs (GABUEBL) <-
           03  RJ-LFNR                 PIC 9(6)       COMP.
      *---------------> Verkettung (GABKETT): Kettennummer und
      *                 Pruefwert, 0 = vor der Verkettung erfasst <-
           03  RJ-KNR                  PIC 9(8)       COMP.
           03  RJ-HASH                 PIC X(16).
