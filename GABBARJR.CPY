               88  BJ-BON              VALUE 0.
               88  BJ-EINGANG          VALUE 1.
               88  BJ-AUSGANG          VALUE 2.
      *------> Gutscheine: 3 = Verkauf (Bareingang), 4 = Einloesung
      *        auf einem Bon (Betrag negativ, kein Bargeld);
      *        BJ-BELEG = Gutscheinnummer <-
               88  BJ-GUTVK            VALUE 3.
               88  BJ-GUTEIN           VALUE 4.
           03  BJ-TEXT                 PIC X(30).
           03  BJ-BELEG                PIC X(10).
           03  BJ-KONTO                PIC 9(6)       COMP.
