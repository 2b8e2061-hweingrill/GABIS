           SELECT ARTQS      ASSIGN TO "GABISAQS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AQ-KEY
                             FILE STATUS IS WF-STATUS.
