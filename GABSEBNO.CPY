           SELECT BESTNOTI   ASSIGN TO "GABISBNO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BN-KEY
                             FILE STATUS IS WF-STATUS.
