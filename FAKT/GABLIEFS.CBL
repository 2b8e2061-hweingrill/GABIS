           DISPLAY "uns. Kd-Nr.:" AT VDU-LP.
           ADD 802 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kondition..:" AT VDU-LP.
           ADD 902 VDU-ECK GIVING VDU-LP.
           DISPLAY "Schwesterfa:" AT VDU-LP.
           IF ANLAGE INITIALIZE LS-SATZ
               MOVE WV-LIEF TO LS-LIEF
               DISPLAY "Lieferant wird neu angelegt" AT 2401.
           MOVE WH-WERT TO WH-TGN.
           MOVE WH-KK TO LS-KOND.
           PERFORM KOND-ANZ.
      *--------> Intercompany: Firmennummer der Schwesterfirma
      *          (KONSTANT 44), 0 = externer Lieferant <-
       L.  DISPLAY "Firmennr. der Schwesterfirma, 0 = extern: <esc>= Abb
      -        "ruch" AT 2301.
           MOVE LS-MANDANT TO WH-WERT.
           ADD 915 VDU-ECK GIVING VDU-LP.
           CALL "CAUP" USING "1009153003" WH-CREG.
           IF ESC GO Z.
           IF WOLI GO K.
           IF NOT RET GO L.
           MOVE WH-WERT TO LS-MANDANT.
           IF LS-MANDANT NOT = 0 MOVE LS-MANDANT TO WD-TG
               DISPLAY WD-TG with highlight AT VDU-LP.
       R.  DISPLAY "<ret>= Eingaben ok, <esc>= Abbruch, <tab>= loeschen"
               AT 2301.
           CALL "CAUP" USING "0023531001" WH-CREG.
           IF WOLI GO L.
           IF ESC  GO Z.
           IF TABL GO Y.
           IF NOT RET GO R.
