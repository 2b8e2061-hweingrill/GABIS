           SELECT ZAHLJRN    ASSIGN TO "GABISZJR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZJ-KEY
                             ALTERNATE RECORD KEY ZJ-RENUM DUPLICATES
                             ALTERNATE RECORD KEY ZJ-DATUM DUPLICATES
                             FILE STATUS IS WF-STATUS.
