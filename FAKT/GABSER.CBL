      *                                                                *
      *   10 = Zugang registrieren (WSR-SERIE fuellen, GABBEST);       *
      *   40 = Menue (Zuordnung, Auskunft, Bestand je Artikel).        *
      *   Mietgeraete (GABMIET) stehen waehrend der Miete auf          *
      *   "vermietet" und koennen nicht verkauft zugeordnet werden.    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           IF SE-AMLAGER
               DISPLAY "am Lager" with highlight AT VDU-LP
               GO V.
           IF SE-VERMIETET
               DISPLAY "vermietet" with highlight AT VDU-LP
               GO V.
           DISPLAY "geliefert" with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunde......:" AT VDU-LP.
               DISPLAY "Seriennummer nicht im Register!" AT 2401
               PERFORM WEITER GO E.
           IF ZUGRIF PERFORM BESETZT GO G.
           IF SE-VERMIETET
               UNLOCK SERIEN
               CLOSE SERIEN MOVE 0 TO WM-SEROP
               DISPLAY "Geraet ist vermietet!" AT 2401
               PERFORM WEITER GO E.
           MOVE WH-KTONR TO SE-KTONR.
           MOVE WV-AUFNUM TO SE-AUFNUM.
           MOVE WH-RENUM TO SE-RENUM.
               DISPLAY VDU-DATUM AT VDU-LP.
           ADD 11 TO VDU-LP.
           IF SE-AMLAGER DISPLAY "am Lager " AT VDU-LP
               ELSE IF SE-VERMIETET DISPLAY "vermietet" AT VDU-LP
               ELSE DISPLAY "geliefert" AT VDU-LP.
           ADD 10 TO VDU-LP.
           IF SE-KTONR NOT = 0 DISPLAY SE-KTONR AT VDU-LP.
