           SELECT DEBZUS     ASSIGN TO "GABISDBZ.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY DZ-KEY
                             ALTERNATE RECORD KEY DZ-KONZERN DUPLICATES
                             FILE STATUS IS WF-STATUS.
