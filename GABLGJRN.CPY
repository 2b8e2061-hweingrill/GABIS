               88  LJ-UMLAG            VALUE 5.
               88  LJ-RETLIEF          VALUE 6.
               88  LJ-KONSIG           VALUE 7.
      *-------> Wareneingang pruefpflichtiger Artikel (GABQS) <-
               88  LJ-QSZUGANG         VALUE 8.
               88  LJ-QSFREI           VALUE 9.
               88  LJ-QSSPERR          VALUE 10.
      *-------> Fertigungsauftrag: Komponenten ab, Set zu (GABFERT) <-
               88  LJ-FERTAB           VALUE 11.
               88  LJ-FERTZU           VALUE 12.
           03  LJ-AUFNUM               PIC 9(8)       COMP.
           03  LJ-BEN                  PIC X(20).
           03  LJ-ANZ                  PIC S9(7)V99   COMP-3.
