           SELECT KREDPRUF   ASSIGN TO "GABISKRP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KZ-KEY
                             ALTERNATE RECORD KEY KZ-BKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
