      ***** Inkasso: an das Inkassobuero uebergebene Posten *
      *    der Posten selbst steht auf OP-MAHNST = 4; hier stehen
      *    Uebergabe (Forderung, Gebuehren, Zinsen) und die Rueck-
      *    meldungen des Bueros (Eingaenge, Provision, Status).
       FD  INKASSO     external        LABEL RECORD STANDARD.
       01  IK-SATZ.
           03  IK-KEY.
               05 IK-RENUM             PIC 9(7)       COMP.
           03  IK-KTONR                PIC 9(6)       COMP.
           03  IK-UEBDAT               PIC 9(6)       COMP.
           03  IK-STATUS               PIC 9          COMP.
               88  IK-BEIM-BUERO       VALUE 1.
               88  IK-ERLEDIGT         VALUE 2.
               88  IK-ZURUECK          VALUE 3.
           03  IK-FORD                 PIC S9(9)V99   COMP-3.
           03  IK-GEB                  PIC S9(7)V99   COMP-3.
           03  IK-ZINS                 PIC S9(7)V99   COMP-3.
           03  IK-EINGANG              PIC S9(9)V99   COMP-3.
           03  IK-PROV                 PIC S9(7)V99   COMP-3.
      *------------------------> letzte Rueckmeldung des Bueros <-
           03  IK-MELDDAT              PIC 9(6)       COMP.
           03  IK-MELDTX               PIC X(40).
      *-------------------------> Datum Erledigung bzw. Rueckgabe <-
           03  IK-ENDDAT               PIC 9(6)       COMP.
