      ******************************************************************
      *   Auskunft/Druck ueber das Aenderungsjournal: je Lauf          *
      *   (Massenlaeufe) oder je Satz (Datei + Schluessel)             *
      *   wahlweise aus einer ausgelagerten Jahresdatei AEJjjjj.DAT    *
      *   (GABJRAUS), nur lesend.                                      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEAUF.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT JAHRJRN  ASSIGN TO WN-JRNJ
                           ORGANIZATION SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABAENDJ.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ************** ausgelagerte Jahresdatei (Satz wie AJ-SATZ) *
       FD  JAHRJRN                     LABEL RECORD STANDARD.
       01  XJ-SATZ                     PIC X(200).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WS-BERF                 PIC 9(5)      COMP  OCCURS 21.
           03  WS-BAEND                PIC 9(5)      COMP  OCCURS 21.
           03  WH-BX                   PIC 99        COMP.
      *------------> Jahresdatei statt Journal (0 = laufend) <--
           03  WH-JJAHR                PIC 9999      VALUE ZERO.
           03  WN-JRNJ                 PIC X(15).
           03  WH-XINFO                PIC X(16).
           03  WM-SUCH                 PIC 9         COMP.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON AENDJRN.
       A.  CALL "CADECL" USING "GABISAEJ.DAT" WH-CREG.
           DISPLAY "2 - Druck je Satz (Datei+Schluessel)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Belege je Benutzer" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Jahresdatei waehlen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           IF WH-JJAHR = 0
               DISPLAY "    (laufendes Journal)     " AT VDU-LP
           ELSE
               DISPLAY "    (Jahresdatei            " AT VDU-LP
               ADD 18 TO VDU-LP
               DISPLAY WN-JRNJ(1:11) with highlight AT VDU-LP ")".
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 1 PERFORM LAUF-DRU
               WHEN 2 PERFORM SATZ-DRU
               WHEN 3 PERFORM BEN-STAT
               WHEN 4 PERFORM JAHR-WAHL
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           MOVE WH-NUM TO WV-LAUF AJ-LAUF.
           MOVE "AENDJRN.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN.
           IF WH-JJAHR NOT = 0
               MOVE 1 TO WM-SUCH
               PERFORM JAHR-DRU GO W.
           START AENDJRN KEY NOT < AJ-LAUF INVALID GO W.
       E.  READ AENDJRN NEXT IGNORE LOCK AT END GO W.
           IF AJ-LAUF NOT = WV-LAUF GO W.
           DISPLAY WV-SCHL with highlight AT VDU-LP.
           MOVE "AENDJRN.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN.
           IF WH-JJAHR NOT = 0
               MOVE 2 TO WM-SUCH
               PERFORM JAHR-DRU GO W.
           MOVE WV-DATEI TO AJ-DATEI.
           MOVE WV-SCHL TO AJ-SCHL.
           MOVE 0 TO AJ-DATUM AJ-ZEIT AJ-LFD.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(68:5).
           MOVE VDU-DATUM TO DRA-SATZ(68:8).
           IF WH-JJAHR NOT = 0
               MOVE "Jahresdatei" TO DRA-SATZ(80:11)
               MOVE WN-JRNJ TO DRA-SATZ(92:15).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
           MOVE AJ-NEU TO DRA-SATZ(105:20).
           PERFORM DRUCK.
       Z.  EXIT.
      ***** Jahresdatei waehlen (0 = wieder laufendes Journal) *
       JAHR-WAHL SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Jahresdatei " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahr (0 = laufendes Journal):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Jahr" AT 2301.
           MOVE WH-JJAHR TO WH-WERT.
           CALL "CAUP" USING "1002346004" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 MOVE 0 TO WH-JJAHR GO X.
           MOVE WH-NUM TO WH-JJAHR.
           MOVE SPACE TO WN-JRNJ.
           STRING "AEJ" WH-JJAHR ".DAT" DELIMITED BY SIZE
               INTO WN-JRNJ.
           CALL "CBL_CHECK_FILE_EXIST" USING WN-JRNJ WH-XINFO.
           IF RETURN-CODE NOT = 0
               DISPLAY "keine Jahresdatei " AT 2401 WN-JRNJ
               MOVE 0 TO WH-JJAHR
               PERFORM WEITER GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Jahresdatei durchsuchen: 1 = je Lauf, 2 = je Satz *
       JAHR-DRU SECTION.
       A.  OPEN INPUT JAHRJRN.
           IF WF-STATUS NOT = "00" GO Z.
       C.  READ JAHRJRN AT END GO X.
           MOVE XJ-SATZ TO AJ-SATZ.
           IF WM-SUCH = 1 AND AJ-LAUF NOT = WV-LAUF GO C.
           IF WM-SUCH = 2
               AND (AJ-DATEI NOT = WV-DATEI OR AJ-SCHL NOT = WV-SCHL)
               GO C.
           PERFORM JRN-ZEILE.
           GO C.
       X.  CLOSE JAHRJRN.
       Z.  EXIT.
