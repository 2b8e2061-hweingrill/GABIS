           03  MS-STUFE                PIC 9          COMP.
           03  MS-STICH                PIC 9(6)       COMP.
           03  MS-MAXST                PIC 9          COMP.
      *------> 1 = Ratenvereinbarung verfaellt mit der Bestaetigung <-
           03  MS-TVERL                PIC 9          COMP.
