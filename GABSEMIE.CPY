           SELECT MIETE      ASSIGN TO "GABISMIE.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY MI-KEY
                             ALTERNATE RECORD MI-SERNR DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT MIETTAR    ASSIGN TO "GABISMTA.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY MT-KEY
                             FILE STATUS IS WF-STATUS.
