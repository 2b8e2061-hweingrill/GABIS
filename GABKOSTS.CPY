      ***************** Kostenstellen und Vorgaben je Zuordnung *
      *    KN-ART 1 = Kostenstelle (KN-NUM = Kostenstelle),
      *           2 = Vorgabe je Verkaeufer (KN-NUM = AK-VKF),
      *           3 = Vorgabe je Warengruppe (KN-NUM = AU-GRP),
      *           4 = Vorgabe je Kunde (KN-NUM = Kontonummer);
      *    bei 2-4 steht die Kostenstelle in KN-KST (GABKSTV)
       FD  KOSTST      external        LABEL RECORD STANDARD.
       01  KN-SATZ.
           03  KN-KEY.
               05 KN-ART               PIC 9          COMP.
                  88  KN-STAMM         VALUE 1.
                  88  KN-VERK          VALUE 2.
                  88  KN-WGRP          VALUE 3.
                  88  KN-KUNDE         VALUE 4.
               05 KN-NUM               PIC 9(6)       COMP.
           03  KN-BEZ                  PIC X(30).
           03  KN-KST                  PIC 9(5)       COMP.
           03  FILLER                  PIC X(20).
