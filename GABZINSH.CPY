      ***** Verzugszinsen: Zinsstand je Posten und Zinsauftraege *
      *    ZH-ART 1: Schluessel OP-RENUM, ZH-BISDAT ist der Tag,
      *    bis zu dem der Posten bereits verzinst ist - der Zins-
      *    lauf rechnet nur ab diesem Tag weiter, nie doppelt.
      *    ZH-ART 2: Schluessel Auftragsnummer eines vom Zinslauf
      *    erzeugten Auftrags; dessen Posten bleibt zinsfrei.
       FD  ZINSHIST    external        LABEL RECORD STANDARD.
       01  ZH-SATZ.
           03  ZH-KEY.
               05 ZH-ART               PIC 9          COMP.
               05 ZH-NUM               PIC 9(8)       COMP.
           03  ZH-KTONR                PIC 9(6)       COMP.
           03  ZH-BISDAT               PIC 9(6)       COMP.
           03  ZH-ZINSEN               PIC S9(9)V99   COMP-3.
           03  ZH-AKNUM                PIC 9(8)       COMP.
           03  ZH-LAUFDAT              PIC 9(6)       COMP.
           03  ZH-BEN                  PIC 99         COMP.
