           SELECT LIEFBEW    ASSIGN TO "GABISLBW.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY LB-KEY
                             FILE STATUS IS WF-STATUS.
