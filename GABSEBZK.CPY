           SELECT BEZUGK     ASSIGN TO "GABISBZK.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BZ-KEY
                             ALTERNATE RECORD KEY BZ-BKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
