      ****** OSS: Umsatzsteuersaetze der EU-Bestimmungslaender *
      *    ein Satz je Land (DZ-LAND), die Saetze OS-UST je
      *    Steuerart wie KO-UST (AU-UST 1-6);
      *    Satz "##" haelt die Parameter und die laufende Summe
      *    der EU-Privatkundenumsaetze gegen die Lieferschwelle
       FD  OSSUST      external        LABEL RECORD STANDARD.
       01  OS-SATZ.
           03  OS-LAND                 PIC XX.
           03  OS-BEZ                  PIC X(20).
           03  OS-UST                  PIC 99V99      COMP-3 OCCURS 6.
           03  FILLER                  PIC X(20).
       01  OSP-SATZ.
           03  OSP-KEY                 PIC XX.
      *------> Heimatland (leer = AT) und Schwelle netto <-
           03  OSP-HLAND               PIC XX.
           03  OSP-SCHWELLE            PIC S9(7)V99   COMP-3.
      *------> 0 = nach Schwelle, 1 = immer Bestimmungsland <-
           03  OSP-MODUS               PIC 9          COMP.
      *------> laufendes Jahr (JJ), Summen Jahr und Vorjahr <-
           03  OSP-JAHR                PIC 99         COMP.
           03  OSP-SUMME               PIC S9(9)V99   COMP-3.
           03  OSP-VJSUMME             PIC S9(9)V99   COMP-3.
           03  OSP-STAND               PIC 9(6)       COMP.
           03  FILLER                  PIC X(20).
