           SELECT ARTHIST    ASSIGN TO "GABISAHI.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AH-KEY
                             ALTERNATE RECORD KEY AH-AKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
