      ***** Reklamationen von Kunden (GABREK) *
      *    RK-DATUM JJJJMMTT; RK-LIEF aus Charge, Seriennummer oder
      *    Artikel; RK-BELEG = erzeugter Gutschrifts- bzw. Ersatz-
      *    auftrag, RK-KOSTEN = Kosten der Erledigung
       FD  REKLAM      external        LABEL RECORD STANDARD.
       01  RK-SATZ.
           03  RK-NR                   PIC 9(6)       COMP.
           03  RK-DATUM                PIC 9(8)       COMP.
           03  RK-KTONR                PIC 9(6)       COMP.
           03  RK-AUFNR                PIC 9(8)       COMP.
           03  RK-ARNUM                PIC 9(6)       COMP.
           03  RK-GRP                  PIC 99         COMP.
           03  RK-ANZ                  PIC S9(7)      COMP-3.
           03  RK-CHARGE               PIC X(15).
           03  RK-SERNR                PIC X(20).
           03  RK-LIEF                 PIC X(5).
      *------------------> Ursache 1-9, Texte in KONSTANT 189 <-
           03  RK-URSACHE              PIC 9          COMP.
           03  RK-BEN                  PIC 99         COMP.
           03  RK-TEXT                 PIC X(40).
           03  RK-STATUS               PIC 9          COMP.
               88  RK-OFFEN            VALUE 0.
               88  RK-INARBEIT         VALUE 1.
               88  RK-ERLEDIGT         VALUE 2.
           03  RK-LOESUNG              PIC 9          COMP.
               88  RK-GUTSCHRIFT       VALUE 1.
               88  RK-ERSATZ           VALUE 2.
               88  RK-REPARATUR        VALUE 3.
               88  RK-ABGELEHNT        VALUE 4.
           03  RK-BELEG                PIC 9(8)       COMP.
           03  RK-KOSTEN               PIC S9(7)V99   COMP-3.
           03  RK-ERLDAT               PIC 9(8)       COMP.
           03  RK-ANLBEN               PIC 99         COMP.
           03  FILLER                  PIC X(20).
