           SELECT FREIGAB    ASSIGN TO "GABISFRG.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FG-NR
                             ALTERNATE RECORD KEY FG-OBJ DUPLICATES
                             FILE STATUS IS WF-STATUS.
