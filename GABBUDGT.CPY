      ***** Umsatzbudget je Jahr (GABBUD) *
      *    BU-TYP 0 = Firma gesamt (BU-NR 0), 1 = Verkaeufer,
      *    2 = Kunde (Kontonummer), 3 = Warengruppe;
      *    BU-PLAN = Planumsatz netto je Monat, BU-DBPROZ = Ziel-DB%
       FD  BUDGET      external        LABEL RECORD STANDARD.
       01  BU-SATZ.
           03  BU-KEY.
               05 BU-JAHR              PIC 9999       COMP.
               05 BU-TYP               PIC 9          COMP.
                  88 BU-FIRMA          VALUE 0.
                  88 BU-VERKAEUFER     VALUE 1.
                  88 BU-KUNDE          VALUE 2.
                  88 BU-WARENGRP       VALUE 3.
               05 BU-NR                PIC 9(6)       COMP.
           03  BU-PLAN                 PIC S9(9)V99   COMP-3
                                            OCCURS 12.
           03  BU-DBPROZ               PIC S99V9      COMP-3.
           03  BU-DATUM                PIC 9(8)       COMP.
           03  FILLER                  PIC X(20).
