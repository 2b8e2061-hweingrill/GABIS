               DISPLAY "UIDERG.CSV nicht gefunden," AT 2401
               PERFORM WEITER GO Z.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
