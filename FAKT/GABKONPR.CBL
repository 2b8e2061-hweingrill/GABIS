       PROGRAM-ID.    GABKONPR.
      ******************************************************************
      *        Pflege Kontraktpreise Kunde / Artikel                    *
      *        (wahlweise gueltig fuer den ganzen Konzern des Kunden)   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
      ************************** Kontraktdatei oeffnen, ggf. anlegen *
       KTR-OEFFNE SECTION.
       A.  OPEN I-O KONTRAKT.
           IF WF-STATUS = "35"
               OPEN OUTPUT KONTRAKT
               CLOSE KONTRAKT
               OPEN I-O KONTRAKT.
           ELSE COMPUTE KT-BIS = WZ-DATUM + 20000000
               MOVE WZ-DATUM TO WC-DATUM
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
      *---------------> Konzernkontrakt (Kunde = Kopfkonto) <-
       K.  ADD 702 VDU-ECK GIVING VDU-LP.
           DISPLAY "fuer Konzern (0/1):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= 1 = gilt fuer alle Konzernmi
      -        "tglieder" AT 2301.
           MOVE KT-KONZERN TO WH-WERT.
           CALL "CAUP" USING "1007221001" WH-CREG.
           IF ESC GO J.
           IF NOT RET OR WH-WERT > 1 GO K.
           MOVE WH-WERT TO KT-KONZERN.
       R.  DISPLAY "<ret>= speichern, <esc>= Abbruch, <tab>= loeschen"
               AT 2301.
           CALL "CAUP" USING "0023511001" WH-CREG.
           IF WOLI GO K.
           IF ESC GO E.
           IF TABL GO Y.
           IF NOT RET GO R.
