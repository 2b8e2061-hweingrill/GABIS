      ***** Wiedervorlagen je Benutzer (GABWV) *
      *    VL-BEN = zustaendiger Benutzer (KONSTANT 130 + VL-BEN),
      *    VL-FAELLIG JJJJMMTT; ueber VL-BENKEY stehen die offenen
      *    Wiedervorlagen eines Benutzers nach Faelligkeit sortiert
       FD  WIEDVOR     external        LABEL RECORD STANDARD.
       01  VL-SATZ.
           03  VL-NR                   PIC 9(6)       COMP.
           03  VL-BENKEY.
               05 VL-BEN               PIC 99         COMP.
               05 VL-STATUS            PIC 9          COMP.
                  88 VL-OFFEN          VALUE 0.
                  88 VL-ERLEDIGT       VALUE 1.
               05 VL-FAELLIG           PIC 9(8)       COMP.
           03  VL-KTONR                PIC 9(6)       COMP.
           03  VL-AUFNR                PIC 9(8)       COMP.
           03  VL-BETREFF              PIC X(40).
           03  VL-ANLBEN               PIC 99         COMP.
           03  VL-ANLDAT               PIC 9(8)       COMP.
           03  VL-ERLDAT               PIC 9(8)       COMP.
           03  FILLER                  PIC X(20).
