           SELECT UEBPOS     ASSIGN TO "GABISUPO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY UP-KEY
                             ALTERNATE RECORD KEY UP-REN DUPLICATES
                             FILE STATUS IS WF-STATUS.
