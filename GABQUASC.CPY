      ***** Uebergabefelder fuer den Quarantaene-Zugang (CALL GABQS) *
      *    WQS-NUM kommt mit der Losnummer zurueck, 0 = Artikel
      *    ist nicht pruefpflichtig (normaler Lagerzugang)
       01  WQS-QUARANT    external.
           03  WQS-ARNUM               PIC 9(6)       COMP.
           03  WQS-ANZ                 PIC S9(7)V99   COMP-3.
           03  WQS-BESTNUM             PIC 9(6)       COMP.
           03  WQS-POS                 PIC 9(4)       COMP.
           03  WQS-LIEF                PIC X(5).
           03  WQS-CHARGE              PIC X(15).
           03  WQS-MHD                 PIC 9(8)       COMP.
           03  WQS-LAGNR               PIC 99         COMP.
           03  WQS-NUM                 PIC 9(6)       COMP.
