           SELECT ZINSHIST   ASSIGN TO "GABISZIH.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZH-KEY
                             FILE STATUS IS WF-STATUS.
