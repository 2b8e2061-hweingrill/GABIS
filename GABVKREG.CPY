      ***** VK-Kalkulationsregel je Warengruppe (GABVKR) *
      *    Ziel-VKP = AR-EKP plus Aufschlag, mindestens VR-MINVKP,
      *    auf die Preisschwelle VR-RUND aufgerundet:
      *    0 = Cent, 1 = ,90  2 = ,99  3 = volle Euro  4 = ,95
      *    5 = 10 Cent; VR-TOLER = erlaubte Abweichung in Prozent
       FD  VKREGEL     external        LABEL RECORD STANDARD.
       01  VR-SATZ.
           03  VR-KEY.
               05 VR-GRP               PIC 99         COMP.
           03  VR-AUFSCHL              PIC S999V99    COMP-3.
           03  VR-MINVKP               PIC S9(7)V99   COMP-3.
           03  VR-RUND                 PIC 9          COMP.
           03  VR-TOLER                PIC S99V9      COMP-3.
           03  VR-DATUM                PIC 9(8)       COMP.
           03  FILLER                  PIC X(10).
