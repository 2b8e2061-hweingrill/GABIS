           SELECT EINSPLAN   ASSIGN TO "GABISEPL.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD IS EP-KEY
                             ALTERNATE RECORD EP-AKEY =
                                       EP-AUF EP-NUM EP-DATUM EP-LFD
                             FILE STATUS IS WF-STATUS.
