           SELECT INKASSO    ASSIGN TO "GABISINK.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY IK-KEY
                             FILE STATUS IS WF-STATUS.
