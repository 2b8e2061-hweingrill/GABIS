           READ AUFKOPF INVALID KEY
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF AK-VK-OFFEN
               DISPLAY "Vorauskasse noch nicht bezahlt (GABVORK)!"
                   AT 2401
               PERFORM WEITER GO C.
           DISPLAY WH-NUM with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           INSPECT AK-BEZ REPLACING ALL "#" BY ",".
               MOVE WK-KOAUF TO AK-NUM
               READ AUFKOPF INVALID GO Z
               END-READ
               IF AK-VK-OFFEN GO Z END-IF
               PERFORM KOM-AUFTRAG
               GO Z.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY > AK-KEY INVALID GO Z.
       C.  READ AUFKOPF NEXT IGNORE LOCK AT END GO Z.
           IF AK-RENUM NOT = 0 GO C.
           IF AK-VK-OFFEN GO C.
           PERFORM KOM-AUFTRAG.
           GO C.
       Z.  EXIT.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF AU-ARNUM = 0 GO C.
           IF NOT AU-NORMAL GO C.
           COMPUTE WK-KOREST = AU-ANZ - AU-GELIEF.
           IF WK-KOREST NOT > 0 GO C.
           MOVE AU-ARNUM TO AR-NUM KQ-ARNUM.
