      *        fall ins Aenderungsjournal (Datei MARGEN) und gibt      *
      *        WMG-KZ = 0 zurueck - die Monats-Ausnahmeliste           *
      *        zeigt dann, wer unter dem Einstand verkauft hat;        *
      *   10 = Menue (Mindestmargen pflegen, Ausnahmeliste), nur fuer  *
      *        Benutzer mit Recht auf Einkaufspreise (KU-EKSICHT).     *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 AND WB-EKVERBOT
               DISPLAY "keine Berechtigung fuer Einkaufspreise und Marge
      -            "n!" with highlight AT 2401
               PERFORM WEITER GO X.
           IF WL-CA = 10 PERFORM MARG-MENU GO W.
           IF WL-CA = 20 PERFORM MARG-PRUEF GO X.
           IF WL-CA = 30 PERFORM MARG-FREIGABE GO X.
