               05 BN-PROZ              PIC 99V99      COMP-3.
           03  BN-ERLEDIGT             PIC 9          COMP.
           03  BN-GUTAUF               PIC 9(8)       COMP.
      *------> 1 = Staffel auf den Umsatz aller Kunden des Konzerns
      *        (BN-KTONR ist das Kopfkonto, DZ-KONZERN) <-
           03  BN-KONZERN              PIC 9          COMP.
