           SELECT QUARANT    ASSIGN TO "GABISQUA.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY QU-KEY
                             FILE STATUS IS WF-STATUS.
