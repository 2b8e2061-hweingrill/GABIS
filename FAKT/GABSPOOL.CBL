               WHEN 4 MOVE "L" TO WH-ARTBST
               WHEN 5 MOVE "K" TO WH-ARTBST
               WHEN 6 MOVE "M" TO WH-ARTBST
               WHEN 8 MOVE "V" TO WH-ARTBST
               WHEN OTHER MOVE "B" TO WH-ARTBST.
           MOVE WSP-NUM TO WD-NUM7.
           MOVE SPACE TO WSP-NAME.
           DISPLAY " Belegnachdruck " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Belegart (1=Re 2=Ang 3=Auf 4=Lfs 5=Komm 6=Mahn 7=Bo
      -        "n 8=Avis, 0=Kunde):" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Belegart" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002721001" WH-CREG.
