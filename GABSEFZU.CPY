           SELECT FIZAHL     ASSIGN TO "GABISFZU.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FZ-KEY
                             ALTERNATE RECORD KEY FZ-RENUM DUPLICATES
                             FILE STATUS IS WF-STATUS.
