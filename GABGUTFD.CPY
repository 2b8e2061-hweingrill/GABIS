      ******** Gutscheine der Kasse (GABBAR) *
      *    GU-NUM = laufende Nummer * 10 + Pruefziffer; GU-REST ist
      *    der noch offene Wert (Verbindlichkeit), GU-ABLAUF das
      *    Ende der Einloesefrist JJJJMMTT
       FD  GUTSCH      external        LABEL RECORD STANDARD.
       01  GU-SATZ.
           03  GU-KEY.
               05 GU-NUM               PIC 9(8)       COMP.
           03  GU-WERT                 PIC S9(7)V99   COMP-3.
           03  GU-REST                 PIC S9(7)V99   COMP-3.
           03  GU-VKDAT                PIC 9(6)       COMP.
           03  GU-VKBELEG              PIC 9(6)       COMP.
           03  GU-ABLAUF               PIC 9(8)       COMP.
      *------> 0 = offen, 1 = eingeloest, 8 = verfallen <-
           03  GU-STATUS               PIC 9          COMP.
               88  GU-OFFEN            VALUE 0.
               88  GU-EINGELOEST       VALUE 1.
               88  GU-VERFALLEN        VALUE 8.
           03  GU-ANZEIN               PIC 999        COMP.
           03  GU-LETZDAT              PIC 9(6)       COMP.
           03  GU-LETZBELEG            PIC 9(6)       COMP.
           03  GU-VERFDAT              PIC 9(6)       COMP.
           03  GU-BEN                  PIC X(20).
           03  GU-TEXT                 PIC X(30).
