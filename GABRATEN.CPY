      ***** Ratenvereinbarungen zu Offenen Posten *
      *    RA-NR 0 ist der Kopfsatz der Vereinbarung, RA-NR 1 - 24
      *    die einzelnen Raten mit Faelligkeit und Betrag.
      *    RA-BASIS haelt OP-BEZAHLT + OP-SKONTO beim Abschluss -
      *    was danach eingeht, tilgt die Raten der Reihe nach.
       FD  RATEN       external        LABEL RECORD STANDARD.
       01  RA-SATZ.
           03  RA-KEY.
               05 RA-RENUM             PIC 9(7)       COMP.
               05 RA-NR                PIC 99         COMP.
           03  RA-KTONR                PIC 9(6)       COMP.
      *------------------------------------------> Rate (RA-NR > 0) <-
           03  RA-RATE.
               05 RA-FAELL             PIC 9(6)       COMP.
               05 RA-BETRAG            PIC S9(9)V99   COMP-3.
               05 FILLER               PIC X(40).
      *-------------------------------------> Kopfsatz (RA-NR = 0) <-
           03  RA-KOPF REDEFINES RA-RATE.
               05 RA-VDAT              PIC 9(6)       COMP.
               05 RA-STATUS            PIC 9          COMP.
                   88 RA-AKTIV         VALUE 1.
                   88 RA-VERFALLEN     VALUE 2.
                   88 RA-AUFGEHOBEN    VALUE 3.
               05 RA-ANZ               PIC 99         COMP.
               05 RA-BASIS             PIC S9(9)V99   COMP-3.
               05 RA-GESAMT            PIC S9(9)V99   COMP-3.
      *------------------> Datum Terminverlust bzw. Aufhebung <-
               05 RA-ENDDAT            PIC 9(6)       COMP.
               05 RA-BEN               PIC X(20).
