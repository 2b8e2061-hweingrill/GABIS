           SELECT BUDGET     ASSIGN TO "GABISBUD.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BU-KEY
                             FILE STATUS IS WF-STATUS.
