           SELECT WIEDVOR    ASSIGN TO "GABISWV.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VL-NR
                             ALTERNATE RECORD KEY VL-BENKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
