      *   umsatzhistorie (GABISERH.DAT), Bareinnahmen aus dem          *
      *   Kassenjournal, Auftragseingang des Tages (AK-ERFDAT),        *
      *   offene Posten gesamt, ueberfaellig (aelter als die           *
      *   Nettofrist aus KONSTANT 42), die Mahnstufenzaehler und       *
      *   das Ergebnis der letzten Kettenpruefung (KONSTANT 181).      *
      *   Dazu der Umsatz des laufenden Monats bis zum Tag gegen den   *
      *   Planumsatz der Firma aus dem Umsatzbudget (GABBUD).          *
      *                                                                *
      *   10 = Abfrage mit Datumswahl (Vorgabe gestern);               *
      *   20 = stiller Lauf fuer den Tagesabschluss (gestern).         *
      *   Der Auftragseingang zaehlt offene Optionen/Alternativen      *
      *   eines Angebots (GABAOPT) nicht mit.                          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WV-DAT6                 PIC 9(6)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WS-UMSATZ               PIC S9(9)V99  COMP-3.
           03  WS-MONUMS               PIC S9(11)V99 COMP-3.
           03  WH-MONDAT               PIC 9(6)      COMP.
           03  WH-PROZ                 PIC S9(5)V9   COMP-3.
           03  WS-BAR                  PIC S9(9)V99  COMP-3.
           03  WS-EINGANG              PIC S9(9)V99  COMP-3.
           03  WZ-EINGANG              PIC 9(5)      COMP.
           03  WH-NETTOFR              PIC 999       COMP.
           03  WH-GRENZE               PIC 9(8)      COMP.
           03  WH-WERT2                PIC S9(9)V99  COMP-3.
           03  WH-KTDAT                PIC 9(6)      COMP.
           03  WH-KTBRU                PIC 9(5)      COMP.
           03  WH-KTUNV                PIC 9(5)      COMP.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZ.ZZ9.
           03  WD-PROZ                 PIC ZZZ9,9-.
       COPY GABBENUT.CPY.
       COPY GABBUDSC.CPY.
       COPY GABEXT.CPY.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON ERLHIST.
       A.  CALL "CADECL" USING "GABISERH.DAT" WH-CREG.
           MOVE 0 TO WM-OPERH.
           OPEN INPUT ERLHIST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPERH.
           MOVE 0 TO WS-UMSATZ WS-MONUMS.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "41" GO C.
           MOVE WV-DAT8 TO EH-DATUM.
           READ ERLHIST IGNORE LOCK INVALID GO B.
           PERFORM VARYING WX FROM 7 BY 1 UNTIL WX > 23
               ADD EH-ERLOES(WX) TO WS-UMSATZ.
      *--------------------> Monatsumsatz bis zum Tag <-
       B.  DIVIDE WV-DAT8 BY 100 GIVING WH-MONDAT.
           COMPUTE EH-DATUM = WH-MONDAT * 100 + 1.
           START ERLHIST KEY NOT < EH-KEY INVALID GO B3.
       B2. READ ERLHIST NEXT IGNORE LOCK AT END GO B3.
           IF EH-DATUM > WV-DAT8 GO B3.
           PERFORM VARYING WX FROM 7 BY 1 UNTIL WX > 23
               ADD EH-ERLOES(WX) TO WS-MONUMS.
           GO B2.
       B3. IF WM-OPERH = 1 CLOSE ERLHIST.
      *--------------------> Bareinnahmen des Tages <-
       C.  OPEN INPUT BARJRN.
           IF WF-STATUS NOT = "00" GO E.
       G.  CLOSE AUFKOPF AUFTRAG.
      *--------------------> offene Posten und Mahnstufen <-
           MOVE 30 TO WH-NETTOFR.
           MOVE 0 TO WH-KTDAT WH-KTBRU WH-KTUNV.
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
               END-READ
               IF KM-NETTO NOT = 0 MOVE KM-NETTO TO WH-NETTOFR
               END-IF
      *--------> letzte Pruefung der Journalkette (GABKETT) <-
               MOVE 181 TO WH-KEY
               READ KONSTANT IGNORE LOCK
                   NOT INVALID
                       MOVE KKT-PRDAT TO WH-KTDAT
                       MOVE KKT-PRBRU TO WH-KTBRU
                       MOVE KKT-PRUNV TO WH-KTUNV
               END-READ
               IF WM-OPKON = 1 CLOSE KONSTANT.
           COMPUTE WX-DATUM = WV-DAT8.
           COMPUTE WA-TAGE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
               ADD 1 TO WZ-MAHN(OP-MAHNST).
           GO I.
       K.  CLOSE OFFPOST.
      *--------------------> Planumsatz des Monats (GABBUD) <-
       L.  MOVE WV-DAT6 TO WBU-DATUM.
           CALL "GABBUD" USING "20BUDMON" WH-CREG.
      *--------------------> drucken <-
           MOVE "TAGBLATT.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE WS-UMSATZ TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(33:14).
           PERFORM DRUCK.
           MOVE "Umsatz Monat bis Tag........:" TO DRA-SATZ(2:).
           MOVE WS-MONUMS TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(33:14).
           PERFORM DRUCK.
           IF WBU-DA = 1
               MOVE "Budget Monat (Firma)........:" TO DRA-SATZ(2:)
               MOVE WBU-PLAN TO WD-BET
               MOVE WD-BET TO DRA-SATZ(33:14)
               IF WBU-PLAN > 0
                   COMPUTE WH-PROZ ROUNDED =
                       WS-MONUMS * 100 / WBU-PLAN
                   MOVE WH-PROZ TO WD-PROZ
                   MOVE WD-PROZ TO DRA-SATZ(49:7)
                   MOVE "% erreicht" TO DRA-SATZ(57:)
               END-IF
               PERFORM DRUCK.
           MOVE "Bareinnahmen (Kassa)........:" TO DRA-SATZ(2:).
           MOVE WS-BAR TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(33:14).
           MOVE WZ-MAHN(3) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(49:6).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Journalkette................:" TO DRA-SATZ(2:).
           IF WH-KTDAT = 0
               MOVE "nicht geprueft" TO DRA-SATZ(33:)
           ELSE
               IF WH-KTBRU = 0
                   MOVE "in Ordnung" TO DRA-SATZ(33:)
               ELSE
                   MOVE WH-KTBRU TO WD-ANZ
                   MOVE WD-ANZ TO DRA-SATZ(33:6)
                   MOVE "BRUECHE - s. KETTPRUF.LST" TO DRA-SATZ(40:)
               END-IF
               MOVE WH-KTDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE "Pruefung vom" TO DRA-SATZ(67:12)
               MOVE VDU-DATUM TO DRA-SATZ(80:8).
           PERFORM DRUCK.
           IF WH-KTUNV NOT = 0
               MOVE "davon nicht verkettet.......:" TO DRA-SATZ(2:)
               MOVE WH-KTUNV TO WD-ANZ
               MOVE WD-ANZ TO DRA-SATZ(33:6)
               MOVE "Saetze" TO DRA-SATZ(40:6)
               PERFORM DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
      ********* Nettowert eines Auftrags aus den Zeilen *
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           ADD AU-BET TO WH-WERT2.
           GO C.
       Z.  EXIT.
