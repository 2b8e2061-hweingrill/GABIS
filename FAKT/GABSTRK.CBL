       STRK-MENU SECTION.
       A.  OPEN I-O AUFKOPF AUFTRAG.
           OPEN I-O BESTKOPF.
           IF WF-STATUS = "35"
               OPEN OUTPUT BESTKOPF
               CLOSE BESTKOPF
               OPEN I-O BESTKOPF.
