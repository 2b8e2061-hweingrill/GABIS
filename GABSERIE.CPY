           03  SE-STATUS               PIC 9          COMP.
               88  SE-AMLAGER          VALUE 0.
               88  SE-GELIEFERT        VALUE 1.
      *----------> Mietgeraet beim Kunden (GABMIET) <-
               88  SE-VERMIETET        VALUE 2.
