           SELECT FERTAUF    ASSIGN TO "GABISFAU.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FA-KEY
                             FILE STATUS IS WF-STATUS.
