      *------------------------> gueltig von/bis (0 = unbegrenzt) <-
           03  KT-VON                  PIC 9(8)       COMP.
           03  KT-BIS                  PIC 9(8)       COMP.
      *------> 1 = gilt fuer alle Kunden des Konzerns (KT-KTONR ist
      *        das Kopfkonto, DZ-KONZERN) <-
           03  KT-KONZERN              PIC 9          COMP.
