      ********* Fertigungsauftrag: Sets auf Lager vormontieren *
      *    Komponenten lt. Stueckliste ab (Journal 11), Set zu
      *    (Journal 12); Set-EKP aus Komponenten-EKP und Montage-
      *    stunden zum Stundensatz KONSTANT 48 (GABFERT)
       FD  FERTAUF     external        LABEL RECORD STANDARD.
       01  FA-SATZ.
           03  FA-KEY.
               05 FA-NUM               PIC 9(6)       COMP.
           03  FA-SETNUM               PIC 9(6)       COMP.
           03  FA-ANZ                  PIC S9(7)V99   COMP-3.
           03  FA-DATUM                PIC 9(6)       COMP.
      *--------------------> Montagestunden gesamt je Auftrag <-
           03  FA-STUNDEN              PIC S9(3)V99   COMP-3.
           03  FA-TEXT                 PIC X(30).
           03  FA-STATUS               PIC 99         COMP.
               88  FA-ERFASST          VALUE 0.
               88  FA-FREI             VALUE 1.
               88  FA-GEBUCHT          VALUE 9.
           03  FA-ERFDAT               PIC 9(6)       COMP.
      *------------------> bei der Fertigmeldung festgehalten <-
           03  FA-ERLDAT               PIC 9(6)       COMP.
           03  FA-BEN                  PIC X(20).
           03  FA-STDSATZ              PIC S9(5)V99   COMP-3.
           03  FA-MATEKP               PIC S9(7)V99   COMP-3.
           03  FA-EKP                  PIC S9(7)V99   COMP-3.
