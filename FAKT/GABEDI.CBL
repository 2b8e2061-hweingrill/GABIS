      *                                                                *
      *   Jede Nachricht wird im Uebertragungsprotokoll                *
      *   GABISEDI.DAT festgehalten (Richtung, Typ, Status).           *
      *   Eingelesene Zeilen gehen in die Verkaufshistorie (GABAHI).   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
               PERFORM QTY-MENGE GO C.
           GO C.
       W.  CLOSE IMPDAT AUFKOPF AUFTRAG.
           CALL "GABAHI" USING "90AHIENDE" WH-CREG.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE AR-BEZA TO AU-BEZ(1).
           MOVE SPACE TO AU-BEZ(2).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           CALL "GABAHI" USING "20AHIZEIL" WH-CREG.
           ADD 1 TO WZ-POS.
           MOVE 0 TO WH-LINART.
       Z.  EXIT.
