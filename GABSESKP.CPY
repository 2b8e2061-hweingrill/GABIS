           SELECT SKABZUG    ASSIGN TO "GABISSKP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SU-KEY
                             ALTERNATE RECORD KEY SU-KTONR DUPLICATES
                             FILE STATUS IS WF-STATUS.
