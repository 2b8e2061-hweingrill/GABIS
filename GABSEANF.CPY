           SELECT ARTNF      ASSIGN TO "GABISANF.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AN-KEY
                             FILE STATUS IS WF-STATUS.
