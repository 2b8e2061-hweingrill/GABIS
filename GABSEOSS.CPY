           SELECT OSSUST     ASSIGN TO "GABISOSS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OS-LAND
                             FILE STATUS IS WF-STATUS.
