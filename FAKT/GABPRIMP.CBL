      *                                                                *
      *   Satzaufbau der CSV (Strichpunkt-getrennt):                   *
      *   Lieferanten-ArtNr;unsere ArtNr (leer=Suche UrNr);Preis       *
      *   Nur fuer Benutzer, die Einkaufspreise und Margen sehen       *
      *   duerfen (KU-EKSICHT).                                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-ALT                  PIC S9(7)V99  COMP-3.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WB-EKVERBOT
               DISPLAY "keine Berechtigung fuer Einkaufspreise und Marge
      -            "n!" with highlight AT 2401
               PERFORM WEITER GO X.
           IF WL-CA = 10 PERFORM PRIMP GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
