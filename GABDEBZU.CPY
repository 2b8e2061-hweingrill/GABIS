               88  DZ-MAILVERS         VALUE 1.
      *------> Belegsprache des Kunden (0 = deutsch, GABSPRA) <-
           03  DZ-SPRACHE              PIC 99         COMP.
      *------> Insolvenz des Kunden (Forderungsausfall, GABAUSF):
      *        Kennzeichen und Datum der ersten Ausbuchung <-
           03  DZ-INSOLV               PIC 9          COMP.
               88  DZ-INSOLVENT        VALUE 1.
           03  DZ-INSDAT               PIC 9(6)       COMP.
      *------> ABC-Klasse nach Umsatz (GABABC) und Tag des Laufs <-
           03  DZ-ABC                  PIC X.
           03  DZ-ABCDAT               PIC 9(8)       COMP.
      *------> Konzernzuordnung: Kopfkonto des Konzerns (0 = keiner,
      *        der Kopf traegt seine eigene Nummer); das Konzern-
      *        kreditlimit steht im Satz des Kopfes (0 = keines) <-
           03  DZ-KONZERN              PIC 9(6)       COMP.
           03  DZ-KZLIMIT              PIC S9(9)V99   COMP-3.
      *------> Versandavis je Mail an DZ-MAIL, sobald der Paketdienst
      *        die Sendungsnummer liefert (GABPAK): 1 = senden <-
           03  DZ-VAVIS                PIC 9          COMP.
               88  DZ-VERSAVIS         VALUE 1.
