           SELECT KOSTST     ASSIGN TO "GABISKOS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KN-KEY
                             FILE STATUS IS WF-STATUS.
