      ***** Einsatzplanung: geplante Einsaetze und Abwesenheiten *
      *    je Arbeiter (Artikel der Rabattgruppe 97) und Tag;
      *    EP-AUF 0 = Abwesenheit (EP-ART 1 Urlaub, 2 krank,
      *    3 sonstige), Stunden und Fahrzeit in Stunden xx,xx
       FD  EINSPLAN      external       LABEL RECORD STANDARD.
       01  EP-SATZ.
           03  EP-KEY.
               05 EP-NUM                PIC 9(3)      COMP.
               05 EP-DATUM              PIC 9(6)      COMP.
               05 EP-LFD                PIC 99        COMP.
           03  EP-AUF                   PIC 9(8)      COMP.
           03  EP-ART                   PIC 9         COMP.
               88  EP-EINSATZ           VALUE 0.
               88  EP-URLAUB            VALUE 1.
               88  EP-KRANK             VALUE 2.
               88  EP-ABWESEND          VALUE 3.
           03  EP-STD                   PIC S99V99    COMP-3.
           03  EP-FAHRT                 PIC S99V99    COMP-3.
           03  EP-TEXT                  PIC X(30).
           03  EP-ERFBEN                PIC 99        COMP.
