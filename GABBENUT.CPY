           03  WB-STATION              PIC X(8).
      *--------> 1 = Schulungsmandant (MD-SCHUL, GABVORL) <-
           03  WB-SCHUL                PIC 9          COMP.
      *--------> Startverzeichnis (KONSTANT 44 liegt dort; GABVORL
      *          vor dem Wechsel in das Mandantenverzeichnis) <-
           03  WB-START                PIC X(64).
      *--------> "N" = Einkaufspreise und Margen nicht zeigen
      *          (KU-EKSICHT, GABVORL bei der Anmeldung) <-
           03  WB-EKSICHT              PIC X.
               88  WB-EKVERBOT                      VALUE "N".
      *--------> "J" = darf Vier-Augen-Freigaben erteilen
      *          (KU-FREIG, GABVORL bei der Anmeldung) <-
           03  WB-FREIG                PIC X.
               88  WB-FREIGEBER                     VALUE "J".
