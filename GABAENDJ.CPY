           03  AJ-FELD                 PIC X(10).
           03  AJ-ALT                  PIC X(20).
           03  AJ-NEU                  PIC X(20).
      *---------------> Verkettung (GABKETT): Kettennummer und
      *                 Pruefwert, 0 = vor der Verkettung erfasst <-
           03  AJ-KNR                  PIC 9(8)       COMP.
           03  AJ-HASH                 PIC X(16).
