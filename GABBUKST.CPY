      ************ Erloesaufteilung einer Rechnung je Kostenstelle *
      *    ein Satz je Rechnung und Kostenstelle (GABKSTV 40),
      *    KV-KAT netto je Erloesgruppe wie UP-KAT; der Summendruck
      *    (GABVORL) teilt die Sammelbuchung danach auf
       FD  BUCHKST     external        LABEL RECORD STANDARD.
       01  KV-SATZ.
           03  KV-KEY.
               05 KV-REN               PIC 9(7)       COMP.
               05 KV-KST               PIC 9(5)       COMP.
           03  KV-DAT                  PIC 9(6)       COMP.
           03  KV-KAT                  PIC S9(9)V99   COMP-3
                                            OCCURS 17.
