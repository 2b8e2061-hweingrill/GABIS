      *        Bruttobetrag in WQ-BETRAG; zurueck kommen WQ-ANZ        *
      *        Zeilen in WQ-ZL (WQ-FND = 0: keine IBAN in              *
      *        KONSTANT 52 hinterlegt, kein Code drucken).             *
      *   21 = wie 20 fuer die Vorauskasse (GABVORK): Auftrags-        *
      *        nummer in WQ-RENUM, Referenz "VK" + achtstellige        *
      *        Auftragsnummer.                                         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-FIRMA                PIC X(22).
           03  WD-BETX                 PIC 9(9),99.
           03  WD-REN                  PIC 9(8).
           03  WH-PRAEF                PIC XX.
       COPY GABEPCSC.CPY.
       COPY GABEXT.CPY.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 20 MOVE "RE" TO WH-PRAEF
               PERFORM EPC-BAUEN GO X.
           IF WL-CA = 21 MOVE "VK" TO WH-PRAEF
               PERFORM EPC-BAUEN GO X.
           GO Z.
       X.  MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
               STRING WQ-ZL(8) DELIMITED " " WT-BEZ DELIMITED " "
                   INTO WQ-ZL(8).
           MOVE SPACE TO WQ-ZL(9).
      *--------> Referenz "RE" + achtstellige Rechnungsnummer
      *          bzw. "VK" + Auftragsnummer <-
           MOVE WQ-RENUM TO WD-REN.
           MOVE SPACE TO WQ-ZL(10).
           STRING WH-PRAEF WD-REN DELIMITED SIZE INTO WQ-ZL(10).
           MOVE SPACE TO WQ-ZL(11).
           MOVE 10 TO WQ-ANZ.
           MOVE 1 TO WQ-FND.
