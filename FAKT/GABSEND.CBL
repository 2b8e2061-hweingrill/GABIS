      *   Der Versandstand je Beleg steht am Spoolverzeichnis          *
      *   (SX-MAILST: offen/gesendet/Fehler) - so sieht man, was       *
      *   zurueckkam; Ruecklaeuferr setzt man auf Fehler.              *
      *   Je Kunde waehlbar: Versandavis mit Tracking-Link, sobald der *
      *   Paketdienst die Sendungsnummer liefert (GABPAK, Belegart 8). *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
           IF NOT RET GO G.
           IF WH-NUM > 1 GO G.
           MOVE WH-NUM TO DZ-MAILPRF.
      *--------> Versandavis mit Sendungsnummer (GABPAK) <-
       H.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Versandavis  (0 = nein, 1 = ja):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Kennzeichen" AT 2301.
           MOVE DZ-VAVIS TO WH-WERT.
           CALL "CAUP" USING "1005366001" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-NUM > 1 GO H.
           MOVE WH-NUM TO DZ-VAVIS.
           REWRITE DZ-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
