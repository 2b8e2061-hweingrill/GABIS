           SELECT VKREGEL    ASSIGN TO "GABISVKR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VR-KEY
                             FILE STATUS IS WF-STATUS.
