           03  WD-LIMIT                PIC ZZZ.ZZ9,99-.
           03  WD-KZ2                  PIC Z9.
           03  WD-STOP                 PIC ZZ9.
           03  WD-KZKTO                PIC ZZZZZ9.
           03  WH-KZKOPF               PIC 9(6)    COMP.
      *-----------------> Limiterhoehung zur Freigabe (GABFREI) <--
           03  WD-FGKTO                PIC 9(6).
           03  WH-FGART                PIC 9       COMP.
           03  WH-FGALT                PIC S9(9)V99 COMP-3.
      *-----------------------------------> Listendruck <--
           03  WH-P                    PIC 99      COMP.
           03  WH-PX                   PIC XX             OCCURS 2.
           03  WV-AMCODE               PIC X(8).
           03  WV-AREKTO               PIC 9(6)    COMP.
       COPY GABAEJSC.CPY.
       COPY GABFRGSC.CPY.
       COPY GABEXT.CPY.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "GABDEBIT.DAT" WH-CREG.
      ******************** Kreditlimit und Auftragssperre Kunde *
       DEBZ-WART SECTION.
       A.  OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
           CALL "CAUP" USING "0710010980000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kredit / Sperre " WITH HIGHLIGHT AT VDU-LP.
           MOVE DE-KTONR TO DZ-KTONR.
           DISPLAY "Tour:        Stopfolge:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tour je Lieferadresse (1-5):" AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzern (Kopfkonto, 0 = keiner):" AT VDU-LP.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzernlimit (nur Kopfkonto):" AT VDU-LP.
           PERFORM KZ-ANZ.
           PERFORM LIM-OFFEN.
       C.  DISPLAY "<esc>= Ende, <ret>= Kreditlimit" AT 2301.
           MOVE DZ-KRLIMIT TO WH-WERT WD-LIMIT.
           ADD 233 VDU-ECK GIVING VDU-LP.
           CALL "CAUP" USING "1002336209" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
      *--------> Erhoehung (auch auf 0 = unbegrenzt) nur mit Freigabe <-
           IF DZ-KRLIMIT NOT = 0
               AND (WH-WERT = 0 OR WH-WERT > DZ-KRLIMIT)
               MOVE 2 TO WH-FGART
               MOVE DZ-KRLIMIT TO WH-FGALT
               PERFORM LIM-VORMERKEN
           ELSE
               MOVE WH-WERT TO DZ-KRLIMIT.
           MOVE DZ-KRLIMIT TO WD-LIMIT.
           DISPLAY WD-LIMIT with highlight AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Sperre (1 = gesperrt)"
               AT 2301.
           IF NOT RET OR WH-WERT > 1 GO E.
           MOVE WH-WERT TO DZ-SPERRE WD-KZ.
           DISPLAY WD-KZ with highlight AT VDU-LP.
           IF DZ-SPERRE = 0 MOVE SPACE TO DZ-SPERRTX GO G.
       F.  DISPLAY "<esc>= zurueck, <ret>= Sperrgrund" AT 2301.
           MOVE DZ-SPERRTX TO WT-TX.
           ADD 415 VDU-ECK GIVING VDU-LP.
           ADD 509 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KZ2 with highlight AT VDU-LP.
           CALL "CAUP" USING "1005092002" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO G.
           MOVE WH-WERT TO DZ-TOUR WD-KZ2.
           DISPLAY WD-KZ2 with highlight AT VDU-LP.
           ADD 527 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-STOP with highlight AT VDU-LP.
           CALL "CAUP" USING "1005273003" WH-CREG.
           IF ESC GO K.
           IF WOLI GO G.
           IF NOT RET GO H.
           MOVE WH-WERT TO DZ-STOPF WD-STOP.
           DISPLAY WD-KZ2 with highlight AT VDU-LP.
           COMPUTE VDU-LP = 630 + WY * 3.
           CALL "CAUP" USING "1000002002" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO J.
           MOVE WH-WERT TO DZ-ATOUR(WY) WD-KZ2.
           COMPUTE VDU-LP = 630 + WY * 3 + VDU-ECK.
           DISPLAY WD-KZ2 with highlight AT VDU-LP.
           IF WY < 5 ADD 1 TO WY GO J.
      *-------------------------------> Konzernzuordnung <-
       K.  DISPLAY "<esc>= fertig, <ret>= Kopfkonto des Konzerns (eigene
      -        " Nr. = Kopf)" AT 2301.
           MOVE DZ-KONZERN TO WH-NUM.
           CALL "CAUP" USING "1007376006" WH-CREG.
           IF ESC GO R.
           IF NOT RET GO K.
           IF WH-NUM = 0 OR WH-NUM = DE-KTONR
               MOVE WH-NUM TO DZ-KONZERN GO L.
           MOVE WH-NUM TO WH-KZKOPF.
           REWRITE DZ-SATZ.
           MOVE WH-KZKOPF TO DZ-KTONR.
           READ DEBZUS INVALID MOVE 0 TO DZ-KONZERN.
           IF DZ-KONZERN NOT = WH-KZKOPF
               DISPLAY "Konto ist kein Konzern-Kopfkonto!" AT 2401
               MOVE 0 TO WH-KZKOPF.
           MOVE DE-KTONR TO DZ-KTONR.
           READ DEBZUS.
           IF WH-KZKOPF = 0 PERFORM WEITER PERFORM KZ-ANZ GO K.
           MOVE WH-KZKOPF TO DZ-KONZERN.
       L.  PERFORM KZ-ANZ.
           IF DZ-KONZERN NOT = DE-KTONR GO R.
       M.  DISPLAY "<esc>= zurueck, <ret>= Limit fuer den ganzen Konzern
      -        " (0 = keines)" AT 2301.
           MOVE DZ-KZLIMIT TO WH-WERT.
           CALL "CAUP" USING "1008376209" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO M.
           IF DZ-KZLIMIT NOT = 0
               AND (WH-WERT = 0 OR WH-WERT > DZ-KZLIMIT)
               MOVE 3 TO WH-FGART
               MOVE DZ-KZLIMIT TO WH-FGALT
               PERFORM LIM-VORMERKEN
           ELSE
               MOVE WH-WERT TO DZ-KZLIMIT.
           PERFORM KZ-ANZ.
       R.  REWRITE DZ-SATZ.
       X.  CLOSE DEBZUS.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ***** Limiterhoehung WH-WERT (Art WH-FGART) zur Freigabe *
      *    vormerken - im Stamm bleibt bis dahin das alte Limit
       LIM-VORMERKEN SECTION.
       A.  INITIALIZE WFG-UEBER.
           MOVE WH-FGART TO WFG-ART.
           MOVE DZ-KTONR TO WD-FGKTO.
           MOVE WD-FGKTO TO WFG-SCHL.
           MOVE WH-FGALT TO WFG-ALIM.
           MOVE WH-WERT TO WFG-NLIM.
           CALL "GABFREI" USING "20FREIGABE" WH-CREG.
           DISPLAY "Erhoehung vorgemerkt - gilt erst nach Freigabe durch
      -        " einen zweiten Benutzer (40)." with highlight AT 2401.
       Z.  EXIT.
      ***** offene Limiterhoehung des Kunden anzeigen *
       LIM-OFFEN SECTION.
       A.  INITIALIZE WFG-UEBER.
           MOVE 2 TO WFG-ART.
           MOVE DZ-KTONR TO WD-FGKTO.
           MOVE WD-FGKTO TO WFG-SCHL.
           CALL "GABFREI" USING "30FREIGABE" WH-CREG.
           IF WFG-ERG = 1 GO C.
           MOVE 3 TO WFG-ART.
           CALL "GABFREI" USING "30FREIGABE" WH-CREG.
           IF WFG-ERG = 0 GO Z.
       C.  MOVE WFG-NLIM TO WD-LIMIT.
           DISPLAY "Limiterhoehung wartet auf Freigabe (40):" AT 2401
               WD-LIMIT with highlight.
       Z.  EXIT.
      *****************************************************************
       KZ-ANZ SECTION.
       A.  IF DZ-KONZERN NOT = DE-KTONR MOVE 0 TO DZ-KZLIMIT.
           MOVE DZ-KONZERN TO WD-KZKTO.
           ADD 737 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KZKTO with highlight AT VDU-LP.
           MOVE DZ-KZLIMIT TO WD-LIMIT.
           ADD 837 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-LIMIT with highlight AT VDU-LP.
       Z.  EXIT.
      *****************************************************************
       KOND-ANZ SECTION.
       A.  ADD 850 VDU-ECK GIVING VDU-LP.
