           SELECT GUTSCH     ASSIGN TO "GABISGUT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY GU-KEY
                             FILE STATUS IS WF-STATUS.
