      ******** Abgrenzung vorausberechneter Vertragsrechnungen *
      *    je Stichtag, Rechnung und Erloeskategorie der Anteil, der
      *    auf die Zeit nach dem Stichtag entfaellt (GABVTR); der
      *    naechste Abgrenzungslauf loest ihn am Folgetag des
      *    Stichtags wieder auf und setzt AG-AUFDAT
       FD  ABGRENZ     external        LABEL RECORD STANDARD.
       01  AG-SATZ.
           03  AG-KEY.
               05 AG-STICH             PIC 9(6)       COMP.
               05 AG-RENUM             PIC 9(6)       COMP.
               05 AG-KAT               PIC 99         COMP.
           03  AG-VTNUM                PIC 9(6)       COMP.
           03  AG-KTONR                PIC 9(6)       COMP.
           03  AG-AKNUM                PIC 9(8)       COMP.
           03  AG-REDAT                PIC 9(6)       COMP.
      *------------------------> Leistungszeitraum der Rechnung <-
           03  AG-VON                  PIC 9(6)       COMP.
           03  AG-BIS                  PIC 9(6)       COMP.
      *------------------------> Tage nach dem Stichtag / gesamt <-
           03  AG-TAGE                 PIC 9(4)       COMP.
           03  AG-GESTAGE              PIC 9(4)       COMP.
           03  AG-NETTO                PIC S9(7)V99   COMP-3.
           03  AG-BET                  PIC S9(7)V99   COMP-3.
           03  AG-ERLKTO               PIC 9(6)       COMP.
           03  AG-KST                  PIC 9(5)       COMP.
      *------------------------> 0 = noch nicht aufgeloest <-
           03  AG-AUFDAT               PIC 9(6)       COMP.
           03  FILLER                  PIC X(10).
