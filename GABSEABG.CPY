           SELECT ABGRENZ    ASSIGN TO "GABISABG.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AG-KEY
                             FILE STATUS IS WF-STATUS.
