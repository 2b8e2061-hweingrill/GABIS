      ***** Buchungsjournal der FIBU (FIBUBUCH.DAT im Verzeichnis
      *    der FIBU-Firma lt. KONSTANT 11), Satzaufbau wie die
      *    Ueberleitung FIBUEBER.DAT; GABIS liest hier nur (GABFIZA)
       FD  FIBUJRN     external        LABEL RECORD STANDARD.
       01  FJ-SATZ.
      *------------------------------> laufende Buchungsnummer <-
           03  FJ-KEY                  PIC 9(6)     COMP.
           03  FJ-RKEY.
               05 FJ-SA                PIC X.
               05 FJ-REN               PIC 9(7)     COMP.
           03  FJ-KTONR                PIC 9(6)     COMP.
           03  FJ-KOND                 PIC 9(13)    COMP.
           03  FJ-DAT                  PIC 9(6)     COMP.
           03  FJ-SY                   PIC 99       COMP.
           03  FJ-GK                   PIC 9(6)     COMP.
           03  FJ-Z                    PIC 9        COMP.
           03  FJ-VM                   PIC 99       COMP.
      *------------------------------> Rechnungsbezug (OP-RENUM) <-
           03  FJ-RF                   PIC 9(7)     COMP.
           03  FJ-U1                   PIC 9        COMP.
           03  FJ-U2                   PIC 9        COMP.
           03  FJ-MW                   PIC S9(7)V99 COMP-3.
           03  FJ-B1                   PIC S9(9)V99 COMP-3.
           03  FJ-B2                   PIC S9(9)V99 COMP-3.
      *------------------------------> 1 = Soll, 2 = Haben <-
           03  FJ-SH                   PIC S9       COMP-3.
           03  FJ-BET                  PIC S9(9)V99 COMP-3.
           03  FJ-KST                  PIC S9(5)    COMP-3.
           03  FJ-TX                   PIC X(40).
           03  FJ-SKTOBAS              PIC S9(9)V99 COMP-3.
           03  FJ-VALDAT               PIC 9(6)     COMP.
           03  FJ-FWBET                PIC S9(9)V99  COMP.
           03  FJ-KURS                 PIC 9(4)V9(7) COMP.
           03  FJ-FSYM                 PIC XXX.
