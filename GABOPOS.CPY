           03  OP-AUSGL                PIC 9(6)       COMP.
           03  OP-LETZTZL              PIC 9(6)       COMP.
      *------------------------------> Mahnstufe / letzte Mahnung <-
      *                                  Stufe 4 = beim Inkassobuero
           03  OP-MAHNST               PIC 9          COMP.
               88  OP-INKASSO          VALUE 4.
           03  OP-MAHND                PIC 9(6)       COMP.
