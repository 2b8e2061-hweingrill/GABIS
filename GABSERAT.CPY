           SELECT RATEN      ASSIGN TO "GABISRAT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RA-KEY
                             FILE STATUS IS WF-STATUS.
