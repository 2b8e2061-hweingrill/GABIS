      *   der Preistabelle in AR-TAB (Preislogik wie GABARTIK),        *
      *   schreibt die Preishistorie und journaliert den Wechsel       *
      *   ueber GABAEJ.                                                *
      *                                                                *
      *   Liste und Wechsel zeigen zu beiden Lieferanten die Punkt-    *
      *   zahl der letzten Lieferantenbewertung (LIEFBEW, GABLBEW).    *
      *   Nur fuer Benutzer, die Einkaufspreise und Margen sehen       *
      *   duerfen (KU-EKSICHT).                                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEART.CPY.
           COPY GABSESTA.CPY.
           COPY GABSEPRH.CPY.
           COPY GABSELBW.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTIK.CPY.
       COPY GABSTATI.CPY.
       COPY GABPRHIS.CPY.
       COPY GABLIBEW.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSTA                PIC 9         COMP  VALUE ZERO.
           03  WM-OPPRH                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLBW                PIC 9         COMP  VALUE ZERO.
           03  WH-VEKP                 PIC S9(7)V99  COMP-3.
           03  WH-AEKP                 PIC S9(7)V99  COMP-3.
           03  WH-MINEKP               PIC S9(7)V99  COMP-3.
           03  WH-SUMERS               PIC S9(9)V99  COMP-3.
           03  WZ-TREF                 PIC 9(4)      COMP.
           03  WV-ARNUM                PIC 9(6)      COMP.
           03  WH-LIEF                 PIC X(5).
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-BET                  PIC ZZZ.ZZ9,99-.
           03  WD-ERSP                 PIC Z.ZZZ.ZZ9,99-.
               05 FILLER               PIC 99.
           03  WD-JKEY                 PIC 9(8).
           03  WD-JBET                 PIC ZZZZZZ9,99-.
           03  WD-SCORE                PIC ZZ9,9.
           03  WD-BEWERT               PIC X(5).
       COPY GABAEJSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       A.  CALL "CADECL" USING "GABISTAT.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON PREISHIST.
       A.  CALL "CADECL" USING "GABISPRH.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFBEW.
       A.  CALL "CADECL" USING "GABISLBW.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WB-EKVERBOT
               DISPLAY "keine Berechtigung fuer Einkaufspreise und Marge
      -            "n!" with highlight AT 2401
               PERFORM WEITER GO X.
           IF WL-CA = 10 PERFORM VGL-MENU GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           MOVE 0 TO WM-OPPRH.
           OPEN I-O PREISHIST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPPRH.
           MOVE 0 TO WM-OPLBW.
           OPEN INPUT LIEFBEW.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLBW.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " EK-Preisvergleich " with highlight AT VDU-LP.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPSTA = 1 CLOSE STATISTIK.
           IF WM-OPPRH = 1 CLOSE PREISHIST.
           IF WM-OPLBW = 1 CLOSE LIEFBEW.
       Z.  EXIT.
      ***** Punktzahl der letzten Bewertung von WH-LIEF -> WD-BEWERT *
       BEWERT-LESEN SECTION.
       A.  MOVE "   - " TO WD-BEWERT.
           IF WM-OPLBW = 0 GO Z.
           MOVE WH-LIEF TO LB-LIEF.
           MOVE 0 TO LB-PERIODE.
           READ LIEFBEW IGNORE LOCK INVALID GO Z.
           MOVE LB-SCORE TO WD-SCORE.
           MOVE WD-SCORE TO WD-BEWERT.
       Z.  EXIT.
      ***** effektiver EKP der Preistabellenzeile PY (wie GABARTIK) *
      *     AR-APREIS = 0 oder Lieferant leer: WH-VEKP = 0 *
           MOVE "  Artikel  Bezeichnung                     aktiv   EKP
      -        " aktiv    best    EKP best   Menge/J    Ersparnis/J"
               TO DRA-SATZ.
           MOVE "Bew.akt Bew.best" TO DRA-SATZ(111:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:126).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE AR-NUM TO WD-ARNUM.
           MOVE WD-MENGE TO DRA-SATZ(82:9).
           MOVE WH-ERSP TO WD-ERSP.
           MOVE WD-ERSP TO DRA-SATZ(95:13).
           MOVE AR-LIEF TO WH-LIEF.
           PERFORM BEWERT-LESEN.
           MOVE WD-BEWERT TO DRA-SATZ(113:5).
           MOVE AR-ALIEF(WH-MINPY) TO WH-LIEF.
           PERFORM BEWERT-LESEN.
           MOVE WD-BEWERT TO DRA-SATZ(121:5).
           PERFORM DRUCK.
       Z.  EXIT.
      ***** Wechsel auf den guenstigsten Lieferanten *
           MOVE AR-EKP TO WD-BET.
           ADD 420 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET AT VDU-LP.
           MOVE AR-LIEF TO WH-LIEF.
           PERFORM BEWERT-LESEN.
           ADD 433 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bewertung:" AT VDU-LP " " WD-BEWERT.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "best..:" AT VDU-LP "  " AR-ALIEF(WH-MINPY)
               with highlight.
           MOVE WH-MINEKP TO WD-BET.
           ADD 520 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE AR-ALIEF(WH-MINPY) TO WH-LIEF.
           PERFORM BEWERT-LESEN.
           ADD 533 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bewertung:" AT VDU-LP " " WD-BEWERT
               with highlight.
           IF AR-ALIEF(WH-MINPY) = AR-LIEF
               DISPLAY "aktiver Lieferant ist schon der guenstigste,"
                   AT 2401
