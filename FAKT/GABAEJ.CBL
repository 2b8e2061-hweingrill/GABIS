      *        Laufnummer (KONSTANT Satz 46) nach WJ-LAUF;             *
      *   CALL "GABAEJ" USING "10EINTRAG" WH-CREG  schreibt einen      *
      *        Eintrag aus den Feldern in WJ-AEND (GABAEJSC.CPY);      *
      *        Datum/Zeit/Benutzer stempelt das Modul selbst, die      *
      *        Verkettung (Kettennummer, Pruefwert) GABKETT.           *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
      *********************************** einen Eintrag schreiben *
       EINTRAG SECTION.
       A.  OPEN I-O AENDJRN.
           IF WF-STATUS = "35"
               OPEN OUTPUT AENDJRN
               CLOSE AENDJRN
               OPEN I-O AENDJRN.
           MOVE WJ-FELD TO AJ-FELD.
           MOVE WJ-ALT TO AJ-ALT.
           MOVE WJ-NEU TO AJ-NEU.
      *--------> Kettennummer/Pruefwert setzen und schreiben <-
           CALL "GABKETT" USING "40AJKETTE" WH-CREG.
           CLOSE AENDJRN.
       Z.  EXIT.
