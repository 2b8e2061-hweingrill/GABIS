      *   (ARCHKjjjj.DAT / ARCHZjjjj.DAT) geschrieben, die Ausgabe     *
      *   wird durch Rueckzaehlen geprueft, und erst danach wird       *
      *   im lebenden Archiv geloescht.                                *
      *   Die Verkaufshistorie (GABAHI 30) markiert die Zeilen als     *
      *   ausgelagert, statt sie zu verlieren.                         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WD-BET                  PIC ZZZ.ZZZ.ZZ9,99-.
           03  WD-JJ                   PIC Z9.
           03  WH-XINFO                PIC X(16).
       COPY GABAHISC.CPY.
       COPY GABEXT.CPY.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON ARCHKOPF.
       A.  CALL "CADECL" USING "GABIARCH.DAT" WH-CREG.
               CLOSE ARCHKOPF ARCHZEIL GO Z.
           PERFORM LOESCHUNG.
           CLOSE ARCHKOPF ARCHZEIL.
           CALL "GABAHI" USING "90AHIENDE" WH-CREG.
           PERFORM PROTOKOLL.
           DISPLAY "Auslagerung abgeschlossen." with highlight AT 2401.
           PERFORM WEITER.
           GO E.
       G.  DELETE ARCHKOPF INVALID NEXT SENTENCE.
           ADD 1 TO WZ-KDEL.
      *--------> Verkaufshistorie behaelt die Zeilen als ausgelagert <-
           MOVE AV-NUM TO WAH-NUM.
           MOVE 2 TO WAH-HER.
           CALL "GABAHI" USING "30AHIUMZ" WH-CREG.
           GO C.
       Z.  EXIT.
      ******************************** Protokoll der Auslagerung *
