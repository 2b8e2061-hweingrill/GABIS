               CLOSE LOESPROT
               OPEN I-O LOESPROT.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
