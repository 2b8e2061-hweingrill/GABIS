      ****** Uebergabefelder Vier-Augen-Freigabe (CALL GABFREI) *
      *    Art und Schluessel wie FG-ART/FG-SCHL (GABFREIG.CPY);
      *    20 = Aenderung vormerken (alter und neuer Wert),
      *    30 = offene Aenderung suchen: WFG-ERG 1 = vorhanden, die
      *         neuen Werte stehen dann in WFG-NIBAN ... WFG-NLIM
       01  WFG-UEBER      external.
           03  WFG-ART                 PIC 9          COMP.
           03  WFG-SCHL                PIC X(14).
           03  WFG-AIBAN               PIC X(34).
           03  WFG-ABIC                PIC X(11).
           03  WFG-AGLID               PIC X(18).
           03  WFG-ALIM                PIC S9(9)V99   COMP-3.
           03  WFG-NIBAN               PIC X(34).
           03  WFG-NBIC                PIC X(11).
           03  WFG-NGLID               PIC X(18).
           03  WFG-NLIM                PIC S9(9)V99   COMP-3.
           03  WFG-ERG                 PIC 9          COMP.
