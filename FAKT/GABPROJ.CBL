      *   den Auftragszeilen (Arbeitszeilen RAGRP 97 ausgenommen,      *
      *   die stecken in den Stunden) und den Lohn aus STUNDEN mal     *
      *   AR-EKP des Arbeiters - ein Deckungsbeitrag je Projekt.       *
      *   Ohne Recht auf Einkaufspreise und Margen (KU-EKSICHT)        *
      *   bleiben Einsatz, Lohn und Deckungsbeitrag leer.              *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           MOVE "Materialeinsatz (EKP):" TO DRA-SATZ(10:).
           MOVE WS-MATEIN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(40:14).
           PERFORM DRUCK.
           MOVE "Lohn (Std x EKP).....:" TO DRA-SATZ(10:).
           MOVE WS-LOHN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(40:14).
           MOVE WS-STD TO WD-STD.
           MOVE "Stunden:" TO DRA-SATZ(57:9).
           MOVE WD-STD TO DRA-SATZ(66:7).
           MOVE "Deckungsbeitrag......:" TO DRA-SATZ(10:).
           MOVE WH-DB TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(40:14).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           PERFORM END-DRU.
           MOVE WD-BET TO DRA-SATZ(32:14).
           MOVE WH-KOST TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(48:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(48:14).
           PERFORM DRUCK.
           ADD 1 TO WZ-AUF.
       Z.  EXIT.
           MOVE WD-BET TO DRA-SATZ(32:14).
           MOVE WH-KOST TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(48:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(48:14).
           MOVE "(Archiv)" TO DRA-SATZ(64:8).
           PERFORM DRUCK.
           ADD 1 TO WZ-AUF.
