           SELECT STDJOUR    ASSIGN TO "GABISSTJ.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD IS HJ-KEY
                             FILE STATUS IS WF-STATUS.
