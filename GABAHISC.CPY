      ****** Uebergabefelder Verkaufshistorie (CALL GABAHI) *
      *    30 = Auftrag WAH-NUM ist umgezogen: WAH-HER 1 = ins
      *         Archiv, 2 = aus dem Archiv ausgelagert
       01  WAH-PARM       external.
           03  WAH-NUM                 PIC 9(8)       COMP.
           03  WAH-HER                 PIC 9          COMP.
