                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AJ-KEY
                             ALTERNATE RECORD KEY AJ-LAUF DUPLICATES
                             ALTERNATE RECORD KEY AJ-KNR DUPLICATES
                             FILE STATUS IS WF-STATUS.
