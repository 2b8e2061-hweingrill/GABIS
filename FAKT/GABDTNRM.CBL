      *                                                                *
      *   Satzaufbau (Strichpunkt-getrennt, Satzart A):                *
      *   A;LiefArtNr;Kurztext;Einheit;Preis;Rabattgruppe              *
      *   Nur fuer Benutzer, die Einkaufspreise und Margen sehen       *
      *   duerfen (KU-EKSICHT).                                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WB-EKVERBOT
               DISPLAY "keine Berechtigung fuer Einkaufspreise und Marge
      -            "n!" with highlight AT 2401
               PERFORM WEITER GO X.
           IF WL-CA = 10 PERFORM DTN-LAUF GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
