           SELECT REKLAM     ASSIGN TO "GABISREK.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RK-NR
                             ALTERNATE RECORD RK-DATUM DUPLICATES
                             ALTERNATE RECORD RK-KTONR DUPLICATES
                             FILE STATUS IS WF-STATUS.
