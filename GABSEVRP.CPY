           SELECT VERRPR     ASSIGN TO "GABISVRP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY IP-KEY
                             FILE STATUS IS WF-STATUS.
