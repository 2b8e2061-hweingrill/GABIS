           SELECT BUCHKST    ASSIGN TO "GABISBKS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KV-KEY
                             FILE STATUS IS WF-STATUS.
