           SELECT BESTAB     ASSIGN TO "GABISBAB.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BA-KEY
                             FILE STATUS IS WF-STATUS.
