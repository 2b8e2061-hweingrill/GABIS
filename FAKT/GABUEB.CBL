           MOVE 0 TO AK-WVDAT AK-ANGMARK.
           MOVE 0 TO AK-ERFBEN AK-AENDBEN AK-AENDDAT AK-STATUS.
           MOVE 0 TO AK-STRECK AK-BESTNUM AK-RAHMNUM AK-PROJEKT
                     AK-GERNUM AK-KST AK-VTNUM AK-LZVON AK-LZBIS
                     AK-OSSART AK-WUNDAT AK-ZUDAT AK-ABDAT AK-LIEFDAT
                     AK-GARANT AK-GARBIS AK-TECHNIK AK-EINSDAT
                     AK-EINSADR AK-MOBST AK-ICFNR AK-ICBEST.
           MOVE 0 TO AK-VORK AK-VKBET AK-VKDAT AK-VKERIN
                     AK-VKZLDAT AK-VKZLBET AK-VKQUELLE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO AK-OSSUST(WX).
           MOVE SPACE TO AK-TRACK AK-OSSLAND AK-GARLIEF.
           MOVE WH-DATUM TO AK-ERFDAT.
           WRITE AK-SATZ INVALID
               DISPLAY "Auftrag bereits uebernommen," AT 2401
           MOVE SAU-SATZ TO AU-SATZ.
           COMPUTE AU-NUM = SAK-NUM * 10 + 2.
      *-------------> Felder hinter dem externen Satzende versorgen <-
           MOVE 0 TO AU-KZ AU-GELIEF AU-ABGER AU-KST AU-ZUDAT
                     AU-LIEFDAT AU-POSART AU-ALTPOS.
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           DELETE SAUFTRAG.
           GO B.
