           SELECT REJRNAL    ASSIGN TO "GABISREJ.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RJ-KEY
                             ALTERNATE RECORD KEY RJ-KNR DUPLICATES
                             FILE STATUS IS WF-STATUS.
