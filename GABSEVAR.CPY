           SELECT ARTVAR     ASSIGN TO "GABISVAR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VA-KEY
                             ALTERNATE RECORD VA-PARENT DUPLICATES
                             FILE STATUS IS WF-STATUS.
