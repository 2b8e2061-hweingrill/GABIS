      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABLOHN.
      ******************************************************************
      *   Lohnuebergabe an das Lohnbuero: Monatslauf ueber das         *
      *   Stundenjournal (GABISSTJ.DAT, jede Stundenbuchung aus        *
      *   GABSTD und GABMOB) je Arbeiter, aufgeteilt in               *
      *   - Normalstunden (Mo-Fr bis zum Wochensoll),                  *
      *   - Ueberstunden (Mo-Fr ueber dem Wochensoll; das Soll der     *
      *     Woche sind 1/5 der Wochensollstunden je Arbeitstag Mo-Fr   *
      *     im Monat, der kein Feiertag ist),                          *
      *   - Wochenend-/Feiertagsstunden (Sa, So, Feiertagskalender).   *
      *   Importdatei LOHNjjmm.CSV (Personalnummer;Lohnart;Stunden)    *
      *   und Kontrolliste LOHN.LST zum Abzeichnen.  Der uebergebene   *
      *   Monat wird gesperrt (KONSTANT 191): bis dahin keine Stunden- *
      *   buchung mehr in GABSTD und GABMOB.                           *
      *                                                                *
      *   10 = Menue (Monatslauf, Feiertage, Parameter);               *
      *   20 = stille Pruefung: Leistungsdatum (JJMMTT) in WH-NUM,     *
      *        WH-WERT 0 = frei, 1 = Monat bereits uebergeben.         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEKON.CPY.
           COPY GABSEART.CPY.
           COPY GABSESTJ.CPY.
           COPY GABSEDRU.CPY.
           SELECT EXPDAT   ASSIGN TO WN-LOHN
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABKONST.CPY.
       COPY GABARTIK.CPY.
       COPY GABSTJFD.CPY.
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EX-ZEILE                    PIC X(40).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-ARB                  PIC 999       COMP.
           03  WH-JJ                   PIC 99        COMP.
           03  WH-MM                   PIC 99        COMP.
           03  WH-LTAG                 PIC 99        COMP.
           03  WH-TX                   PIC 99        COMP.
           03  WH-FX                   PIC 99        COMP.
           03  WH-WTAG                 PIC 9         COMP.
           03  WH-FEIER                PIC 9         COMP.
           03  WH-TDAT                 PIC 9(6)      COMP.
           03  WH-BUDAT                PIC 9(6)      COMP.
           03  WV-MONAT                PIC 9(4)      COMP.
           03  WV-HEUTE                PIC 9(4)      COMP.
           03  WV-NAECH                PIC 9(4)      COMP.
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WA-ERST                 PIC 9(8)      COMP.
           03  WA-INT                  PIC 9(8)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WH-TAGSOLL              PIC S99V99    COMP-3.
           03  WS-WONORM               PIC S9(5)V99  COMP-3.
           03  WS-WOSOLL               PIC S9(5)V99  COMP-3.
           03  WS-NORM                 PIC S9(5)V99  COMP-3.
           03  WS-UEB                  PIC S9(5)V99  COMP-3.
           03  WS-WE                   PIC S9(5)V99  COMP-3.
           03  WS-GNORM                PIC S9(7)V99  COMP-3.
           03  WS-GUEB                 PIC S9(7)V99  COMP-3.
           03  WS-GWE                  PIC S9(7)V99  COMP-3.
           03  WS-SUMME                PIC S9(7)V99  COMP-3.
           03  WZ-ARB                  PIC 9(4)      COMP.
           03  WZ-SAETZE               PIC 9(5)      COMP.
           03  WN-LOHN.
               05  FILLER              PIC X(4)      VALUE "LOHN".
               05  WN-LOJJMM           PIC 9(4).
               05  FILLER              PIC X(4)      VALUE ".CSV".
           03  WD-PNR                  PIC 9(3).
           03  WD-LA                   PIC 9(4).
           03  WD-CSTD                 PIC 9(4),99.
           03  WD-NR                   PIC ZZ9.
           03  WD-STD                  PIC ZZ9,99.
           03  WD-SUM                  PIC ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZ.ZZ9.
           03  WD-MMJJ                 PIC 99/99.
           03  WD-LAZ                  PIC ZZZ9.
      *--------> Stunden je Tag des Monats fuer den Arbeiter <-
       01  WL-TAB.
           03  WL-STD                  PIC S999V99   COMP-3 OCCURS 31.
      *--------> Arbeitskopien KONSTANT 191 und 192 <-
       01  WK-LOSATZ.
           03  FILLER                  PIC XX.
           03  WK-WOSTD                PIC 99V99     COMP-3.
           03  WK-LANORM               PIC 9(4)      COMP.
           03  WK-LAUEB                PIC 9(4)      COMP.
           03  WK-LAWE                 PIC 9(4)      COMP.
           03  WK-LETZT                PIC 9(4)      COMP.
       01  WK-FTSATZ.
           03  FILLER                  PIC XX.
           03  WK-FTDAT                PIC 9(6)      COMP-3 OCCURS 31.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON STDJOUR.
       A.  CALL "CADECL" USING "GABISSTJ.DAT" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "LOHNEXP.CSV" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM LO-MENU GO W.
           IF WL-CA = 20 PERFORM LO-PRUEF GO X.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       X.  MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ******************************************************************
       BESETZT SECTION.
       A.  DISPLAY "Record - besetzt" AT 2401.
       Z.  EXIT.
      ******************************************************************
       WEITER SECTION.
       A.  DISPLAY "weiter mit <ret>: " WITH HIGHLIGHT AT 0000.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0000.
           CALL "CAUP" USING "1324012480000" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       DATDREH SECTION.
       A.  MOVE WC-TAG  TO WZ-TAG VDU-JAHR.
           MOVE WC-MONAT TO WZ-MONAT VDU-MONAT.
           MOVE WC-JAHR TO WZ-JAHR VDU-TAG.
       Z.  EXIT.
      ******************************************************* Drucker *
       DRUCK SECTION.
       A.  WRITE DRA-SATZ AFTER WZ-SCHALT.
           IF WF-STATUS = 27 GO A.
           MOVE SPACE TO DRA-SATZ.
           ADD WZ-SCHALT TO WZ-ZEILEN.
           MOVE 1 TO WZ-SCHALT.
       Z.  EXIT.
      ******************************************************************
       END-DRU SECTION.
       A.  IF WM-OPEN = 0 GO Z.
           IF WM-DRU = 0 MOVE x"1B210000" TO DRA-SATZ(1:).
       B.  WRITE DRA-SATZ AFTER PAGE.
           IF WF-STATUS = 27 GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ******************************************************************
       BEG-DRU SECTION.
       A.  IF WM-OPEN > 0 GO Z.
           MOVE 1 TO WM-OPEN.
           IF WH-DRUNAM(1:3) = "LPT" OPEN OUTPUT DRUCKER
           else OPEN EXTEND DRUCKER.
       C.  MOVE 0 TO WZ-ZEILEN WZ-SCHALT.
           MOVE X"1B21" TO DRA-SATZ(1:).
           MOVE WH-PX(1) TO DRA-SATZ(3:2).
           IF WM-DRU = 1 MOVE WE-STG(WH-P) TO DRA-SATZ.
       D.  WRITE DRA-SATZ AFTER 0.
           IF WF-STATUS = 99 GO D.
           IF WM-DRU = 1 GO X.
           MOVE X"1B43" TO DRA-SATZ(1:).
           MOVE WH-PX(2) TO DRA-SATZ(3:2).
       E.  WRITE DRA-SATZ AFTER 0.
           IF WF-STATUS = 99 GO E.
       X.  MOVE SPACE TO DRA-SATZ.
       Z.  EXIT.
      ******************************************************************
       LO-MENU SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           PERFORM PAR-LESEN.
           CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Lohnuebergabe " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Monatslauf (LOHNjjmm.CSV)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Feiertagskalender" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Sollstunden und Lohnarten" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM LO-LAUF
               WHEN 2 PERFORM LO-FEIER
               WHEN 3 PERFORM LO-PARAM
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ***** Parameter (KONSTANT 191) und Feiertage (192) lesen *
       PAR-LESEN SECTION.
       A.  INITIALIZE WK-LOSATZ WK-FTSATZ.
           MOVE 191 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO C.
           MOVE KO-LOSATZ TO WK-LOSATZ.
       C.  MOVE 192 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE KO-FTSATZ TO WK-FTSATZ.
       Z.  EXIT.
      ***** stille Pruefung (Einstieg 20) *
       LO-PRUEF SECTION.
       A.  MOVE 0 TO WH-WERT.
           MOVE WH-NUM TO WH-BUDAT.
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 191 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO X.
           IF KLO-LETZT = 0 GO X.
           DIVIDE WH-BUDAT BY 100 GIVING WV-MONAT.
           IF WV-MONAT NOT > KLO-LETZT MOVE 1 TO WH-WERT.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ******************************************************************
      *    Monatslauf: Stunden je Arbeiter aufteilen, Importdatei
      *    schreiben, Kontrolliste drucken, Monat sperren
      ******************************************************************
       LO-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Monatslauf Lohnuebergabe " with highlight
               AT VDU-LP.
           IF WM-OPKON = 0
               DISPLAY "Konstantendatei nicht vorhanden," AT 2401
               PERFORM WEITER GO X.
      *--------> Vorschlag: der Vormonat <-
           DIVIDE WH-DATUM BY 100 GIVING WV-HEUTE.
           DIVIDE WV-HEUTE BY 100 GIVING WH-JJ REMAINDER WH-MM.
           IF WH-MM = 1 MOVE 12 TO WH-MM SUBTRACT 1 FROM WH-JJ
           ELSE SUBTRACT 1 FROM WH-MM.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Abrechnungsmonat (MMJJ):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Monat" AT 2301.
           COMPUTE WH-WERT = WH-MM * 100 + WH-JJ.
           CALL "CAUP" USING "1002306004" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           DIVIDE WH-NUM BY 100 GIVING WH-MM REMAINDER WH-JJ.
           IF WH-MM < 1 OR WH-MM > 12 GO C.
           COMPUTE WV-MONAT = WH-JJ * 100 + WH-MM.
           IF WV-MONAT > WV-HEUTE
               DISPLAY "Monat liegt in der Zukunft!" AT 2401
               PERFORM WEITER GO C.
      *--------> erster und letzter Tag, Tageszahl des Ersten <-
           COMPUTE WV-VON = WV-MONAT * 100 + 1.
           COMPUTE WX-DATUM = WV-VON + 20000000.
           COMPUTE WA-ERST = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WH-MM = 12
               COMPUTE WX-DATUM = (WH-JJ + 1) * 10000 + 101
           ELSE COMPUTE WX-DATUM = WV-VON + 100.
           ADD 20000000 TO WX-DATUM.
           COMPUTE WA-INT = FUNCTION INTEGER-OF-DATE(WX-DATUM)
                          - WA-ERST.
           MOVE WA-INT TO WH-LTAG.
           COMPUTE WV-BIS = WV-VON + WH-LTAG - 1.
      *--------> bereits uebergeben bzw. Vormonat offen <-
           PERFORM PAR-LESEN.
           IF WK-LETZT = 0 GO G.
           IF WV-MONAT > WK-LETZT GO E.
           DISPLAY "Monat bereits uebergeben!" with highlight
               foreground-color 4 AT 2401.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET GO C.
           GO G.
       E.  DIVIDE WK-LETZT BY 100 GIVING WH-JJ REMAINDER WH-MM.
           IF WH-MM = 12 COMPUTE WV-NAECH = (WH-JJ + 1) * 100 + 1
           ELSE COMPUTE WV-NAECH = WK-LETZT + 1.
           DIVIDE WV-MONAT BY 100 GIVING WH-JJ REMAINDER WH-MM.
           IF WV-MONAT NOT > WV-NAECH GO G.
           DISPLAY "Vormonat nicht uebergeben!" with highlight
               foreground-color 4 AT 2401.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET GO C.
       G.  MOVE WV-MONAT TO WN-LOJJMM.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Importdatei:" AT VDU-LP.
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY WN-LOHN with highlight AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO X.
           OPEN INPUT STDJOUR.
           IF WF-STATUS NOT = "00"
               DISPLAY "keine Stundenbuchungen vorhanden," AT 2401
               PERFORM WEITER GO X.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN OUTPUT EXPDAT.
           MOVE "LOHN.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-ARB WZ-SAETZE.
           MOVE 0 TO WS-GNORM WS-GUEB WS-GWE.
           MOVE WK-WOSTD TO WH-TAGSOLL.
           IF WK-WOSTD = 0 MOVE 40 TO WH-TAGSOLL.
           DIVIDE 5 INTO WH-TAGSOLL ROUNDED.
           IF WK-LANORM = 0 MOVE 100 TO WK-LANORM.
           IF WK-LAUEB = 0 MOVE 200 TO WK-LAUEB.
           IF WK-LAWE = 0 MOVE 300 TO WK-LAWE.
      *--------> Journal je Arbeiter und Tag <-
           MOVE 0 TO WH-ARB.
           PERFORM TAB-NULL.
           MOVE 0 TO HJ-NUM HJ-DATUM HJ-LFD.
           START STDJOUR KEY NOT < HJ-KEY INVALID GO W.
       I.  READ STDJOUR NEXT IGNORE LOCK AT END GO W.
           IF HJ-NUM = WH-ARB GO K.
           IF WH-ARB NOT = 0 PERFORM LO-ARBEITER.
           MOVE HJ-NUM TO WH-ARB.
           PERFORM TAB-NULL.
       K.  IF HJ-DATUM < WV-VON OR HJ-DATUM > WV-BIS GO I.
           DIVIDE HJ-DATUM BY 100 GIVING WA-TAGE REMAINDER WH-TX.
           ADD HJ-ANZ TO WL-STD(WH-TX).
           GO I.
       W.  IF WH-ARB NOT = 0 PERFORM LO-ARBEITER.
           PERFORM LO-KOPF.
           MOVE ALL "=" TO DRA-SATZ(40:44).
           PERFORM DRUCK.
           MOVE "Gesamt" TO DRA-SATZ(2:6).
           MOVE WZ-ARB TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(9:6).
           MOVE "Arbeiter" TO DRA-SATZ(16:8).
           MOVE WS-GNORM TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(40:11).
           MOVE WS-GUEB TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(51:11).
           MOVE WS-GWE TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(62:11).
           COMPUTE WS-SUMME = WS-GNORM + WS-GUEB + WS-GWE.
           MOVE WS-SUMME TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(73:11).
           PERFORM DRUCK.
           MOVE 4 TO WZ-SCHALT.
           MOVE "geprueft:   ______________________" TO DRA-SATZ(2:).
           MOVE "Datum: ____________" TO DRA-SATZ(50:).
           PERFORM DRUCK.
           MOVE 3 TO WZ-SCHALT.
           MOVE "freigegeben: _____________________" TO DRA-SATZ(2:).
           MOVE "Datum: ____________" TO DRA-SATZ(50:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           CLOSE STDJOUR EXPDAT.
           IF WM-OPART = 1 CLOSE ARTIKEL.
      *--------> Monat fuer die Stundenbuchung sperren <-
           MOVE 191 TO WH-KEY.
           MOVE 0 TO WH-NEU.
       M.  READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT GO M.
           IF WH-NEU = 1 INITIALIZE KO-LOSATZ
               MOVE 191 TO KO-NUM.
           IF WV-MONAT > KLO-LETZT MOVE WV-MONAT TO KLO-LETZT.
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           MOVE WZ-SAETZE TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401.
           DISPLAY "Saetze uebergeben, Monat gesperrt." AT 2408.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Tagesstunden des Arbeiters loeschen *
       TAB-NULL SECTION.
       A.  MOVE 0 TO WH-TX.
       C.  ADD 1 TO WH-TX.
           IF WH-TX > 31 GO Z.
           MOVE 0 TO WL-STD(WH-TX).
           GO C.
       Z.  EXIT.
      ****** Monatsstunden des Arbeiters WH-ARB aufteilen, Import- *
      *      saetze schreiben und Zeile der Kontrolliste drucken
       LO-ARBEITER SECTION.
       A.  MOVE 0 TO WS-NORM WS-UEB WS-WE WS-WONORM WS-WOSOLL.
           MOVE 0 TO WH-TX.
       C.  ADD 1 TO WH-TX.
           IF WH-TX > WH-LTAG GO E.
           COMPUTE WA-INT = WA-ERST + WH-TX - 1.
           COMPUTE WA-TAGE = WA-INT - 1.
           DIVIDE WA-TAGE BY 7 GIVING WA-TAGE REMAINDER WH-WTAG.
      *--------> Montag: vorige Woche abschliessen <-
           IF WH-WTAG = 0 AND WH-TX > 1 PERFORM WO-ABSCHL.
           COMPUTE WH-TDAT = WV-VON + WH-TX - 1.
           PERFORM FT-SUCHEN.
           IF WH-WTAG > 4 OR WH-FEIER = 1
               ADD WL-STD(WH-TX) TO WS-WE
               GO C.
           ADD WL-STD(WH-TX) TO WS-WONORM.
           ADD WH-TAGSOLL TO WS-WOSOLL.
           GO C.
       E.  PERFORM WO-ABSCHL.
           IF WS-NORM = 0 AND WS-UEB = 0 AND WS-WE = 0 GO Z.
           ADD 1 TO WZ-ARB.
           MOVE WH-ARB TO WD-PNR.
           IF WS-NORM = 0 GO F.
           MOVE WK-LANORM TO WD-LA.
           MOVE WS-NORM TO WD-CSTD.
           PERFORM EXP-SATZ.
       F.  IF WS-UEB = 0 GO G.
           MOVE WK-LAUEB TO WD-LA.
           MOVE WS-UEB TO WD-CSTD.
           PERFORM EXP-SATZ.
       G.  IF WS-WE = 0 GO H.
           MOVE WK-LAWE TO WD-LA.
           MOVE WS-WE TO WD-CSTD.
           PERFORM EXP-SATZ.
       H.  ADD WS-NORM TO WS-GNORM.
           ADD WS-UEB TO WS-GUEB.
           ADD WS-WE TO WS-GWE.
           PERFORM LO-KOPF.
           MOVE WH-ARB TO WD-NR.
           MOVE WD-NR TO DRA-SATZ(2:3).
           MOVE SPACE TO AR-BEZA.
           MOVE WH-ARB TO AR-NUM.
           IF WM-OPART > 0
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO DRA-SATZ(7:30).
           MOVE WS-NORM TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(40:11).
           MOVE WS-UEB TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(51:11).
           MOVE WS-WE TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(62:11).
           COMPUTE WS-SUMME = WS-NORM + WS-UEB + WS-WE.
           MOVE WS-SUMME TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(73:11).
           PERFORM DRUCK.
       Z.  EXIT.
      ****** Woche abschliessen: Mo-Fr bis zum Soll normal, darueber *
      *      Ueberstunden
       WO-ABSCHL SECTION.
       A.  IF WS-WONORM > WS-WOSOLL
               ADD WS-WOSOLL TO WS-NORM
               COMPUTE WS-UEB = WS-UEB + WS-WONORM - WS-WOSOLL
           ELSE ADD WS-WONORM TO WS-NORM.
           MOVE 0 TO WS-WONORM WS-WOSOLL.
       Z.  EXIT.
      ****** WH-TDAT im Feiertagskalender?  WH-FEIER 1 = ja *
       FT-SUCHEN SECTION.
       A.  MOVE 0 TO WH-FEIER WH-FX.
       C.  ADD 1 TO WH-FX.
           IF WH-FX > 31 GO Z.
           IF WK-FTDAT(WH-FX) NOT = WH-TDAT GO C.
           MOVE 1 TO WH-FEIER.
       Z.  EXIT.
      ****** Satz der Importdatei: Personalnummer;Lohnart;Stunden *
       EXP-SATZ SECTION.
       A.  MOVE SPACE TO EX-ZEILE.
           STRING WD-PNR ";" WD-LA ";" WD-CSTD
               DELIMITED SIZE INTO EX-ZEILE.
           WRITE EX-ZEILE.
           ADD 1 TO WZ-SAETZE.
       Z.  EXIT.
      ******************************************************************
       LO-KOPF SECTION.
       A.  IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO Z.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Lohnuebergabe Stunden Monat" TO DRA-SATZ(2:).
           COMPUTE WD-MMJJ = WH-MM * 100 + WH-JJ.
           MOVE WD-MMJJ TO DRA-SATZ(30:5).
           MOVE WN-LOHN TO DRA-SATZ(40:12).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(71:5).
           MOVE VDU-DATUM TO DRA-SATZ(76:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:82).
           PERFORM DRUCK.
           MOVE " Nr" TO DRA-SATZ(2:3).
           MOVE "Arbeiter" TO DRA-SATZ(7:8).
           MOVE "Normalstd." TO DRA-SATZ(41:10).
           MOVE "Ueberstd." TO DRA-SATZ(53:9).
           MOVE "WE/Feiert." TO DRA-SATZ(63:10).
           MOVE "Summe" TO DRA-SATZ(79:5).
           PERFORM DRUCK.
           MOVE "Lohnart" TO DRA-SATZ(7:7).
           MOVE WK-LANORM TO WD-LAZ.
           MOVE WD-LAZ TO DRA-SATZ(47:4).
           MOVE WK-LAUEB TO WD-LAZ.
           MOVE WD-LAZ TO DRA-SATZ(58:4).
           MOVE WK-LAWE TO WD-LAZ.
           MOVE WD-LAZ TO DRA-SATZ(69:4).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:82).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Feiertagskalender (KONSTANT 192): vorhandener Tag wird
      *    geloescht, neuer Tag einsortiert
      ******************************************************************
       LO-FEIER SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Feiertagskalender " with highlight AT VDU-LP.
           IF WM-OPKON = 0
               DISPLAY "Konstantendatei nicht vorhanden," AT 2401
               PERFORM WEITER GO Y.
           PERFORM PAR-LESEN.
       C.  PERFORM FT-LISTE.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Feiertag (vorhanden = loeschen):" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Datum" AT 2301.
           MOVE 0 TO WZ-DATUM.
           CALL "CAUP" USING "1102366006" WH-CREG.
           IF ESC GO M.
           IF NOT RET GO C.
           IF WZ-DATUM = 0 GO C.
           MOVE WZ-DATUM TO WH-TDAT.
           PERFORM FT-SUCHEN.
           IF WH-FEIER = 1 PERFORM FT-LOESCHEN GO C.
           IF WK-FTDAT(31) NOT = 0
               DISPLAY "Kalender voll (31 Tage)!" AT 2401
               PERFORM WEITER GO C.
           PERFORM FT-EINFUEGEN.
           GO C.
       M.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC PERFORM PAR-LESEN GO Y.
           IF NOT RET GO M.
           MOVE 192 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-FTSATZ
               MOVE 192 TO KO-NUM.
           MOVE WK-FTSATZ(3:124) TO KO-FTSATZ(3:124).
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Feiertage in drei Spalten ab Zeile 4 anzeigen *
       FT-LISTE SECTION.
       A.  MOVE 0 TO WH-FX.
       C.  ADD 1 TO WH-FX.
           IF WH-FX > 31 GO Z.
           IF WH-FX < 12
               COMPUTE VDU-LP = WH-FX * 100 + 305 + VDU-ECK
           ELSE IF WH-FX < 23
               COMPUTE VDU-LP = WH-FX * 100 - 770 + VDU-ECK
           ELSE COMPUTE VDU-LP = WH-FX * 100 - 1845 + VDU-ECK.
           IF WK-FTDAT(WH-FX) = 0
               DISPLAY "        " AT VDU-LP
               GO C.
           MOVE WK-FTDAT(WH-FX) TO WC-DATUM WH-TDAT.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM AT VDU-LP.
      *--------> Wochentag dazu <-
           COMPUTE WX-DATUM = WH-TDAT + 20000000.
           COMPUTE WA-INT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-TAGE = WA-INT - 1.
           DIVIDE WA-TAGE BY 7 GIVING WA-TAGE REMAINDER WH-WTAG.
           ADD 9 TO VDU-LP.
           IF WH-WTAG > 4 DISPLAY "(WE)" AT VDU-LP
           ELSE DISPLAY "    " AT VDU-LP.
           GO C.
       Z.  EXIT.
      ****** Feiertag WH-FX austragen, Rest nachruecken *
       FT-LOESCHEN SECTION.
       A.  IF WH-FX > 30 GO E.
           MOVE WK-FTDAT(WH-FX + 1) TO WK-FTDAT(WH-FX).
           ADD 1 TO WH-FX.
           GO A.
       E.  MOVE 0 TO WK-FTDAT(31).
       Z.  EXIT.
      ****** Feiertag WH-TDAT aufsteigend einsortieren *
       FT-EINFUEGEN SECTION.
       A.  MOVE 0 TO WH-FX.
       C.  ADD 1 TO WH-FX.
           IF WK-FTDAT(WH-FX) NOT = 0
               AND WK-FTDAT(WH-FX) < WH-TDAT GO C.
           MOVE 31 TO WH-TX.
       E.  IF WH-TX NOT > WH-FX GO G.
           MOVE WK-FTDAT(WH-TX - 1) TO WK-FTDAT(WH-TX).
           SUBTRACT 1 FROM WH-TX.
           GO E.
       G.  MOVE WH-TDAT TO WK-FTDAT(WH-FX).
       Z.  EXIT.
      ******************************************************************
      *    Wochensollstunden, Lohnarten, gesperrter Monat (KONSTANT
      *    191); der Sperrmonat kann hier zurueckgesetzt werden
      ******************************************************************
       LO-PARAM SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Sollstunden und Lohnarten " with highlight
               AT VDU-LP.
           IF WM-OPKON = 0
               DISPLAY "Konstantendatei nicht vorhanden," AT 2401
               PERFORM WEITER GO Y.
           PERFORM PAR-LESEN.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Sollstunden je Woche:" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Stunden (xx,xx)" AT 2301.
           MOVE WK-WOSTD TO WH-WERT.
           IF WK-WOSTD = 0 MOVE 40 TO WH-WERT.
           CALL "CAUP" USING "1002303205" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-WERT = 0 OR WH-WERT > 80 GO C.
           MOVE WH-WERT TO WK-WOSTD.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lohnart Normalstd.:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Lohnart" AT 2301.
           MOVE WK-LANORM TO WH-WERT.
           IF WK-LANORM = 0 MOVE 100 TO WH-WERT.
           CALL "CAUP" USING "1003306004" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO WK-LANORM.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lohnart Ueberstd.:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Lohnart" AT 2301.
           MOVE WK-LAUEB TO WH-WERT.
           IF WK-LAUEB = 0 MOVE 200 TO WH-WERT.
           CALL "CAUP" USING "1004306004" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO G.
           MOVE WH-NUM TO WK-LAUEB.
       I.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lohnart WE/Feiertag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Lohnart" AT 2301.
           MOVE WK-LAWE TO WH-WERT.
           IF WK-LAWE = 0 MOVE 300 TO WH-WERT.
           CALL "CAUP" USING "1005306004" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM = 0 GO I.
           MOVE WH-NUM TO WK-LAWE.
       K.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "gesperrt bis (MMJJ):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Monat (0 = keiner)" AT 2301.
           DIVIDE WK-LETZT BY 100 GIVING WH-JJ REMAINDER WH-MM.
           COMPUTE WH-WERT = WH-MM * 100 + WH-JJ.
           CALL "CAUP" USING "1006306004" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           DIVIDE WH-NUM BY 100 GIVING WH-MM REMAINDER WH-JJ.
           IF WH-NUM NOT = 0 AND (WH-MM < 1 OR WH-MM > 12) GO K.
           COMPUTE WK-LETZT = WH-JJ * 100 + WH-MM.
       M.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC PERFORM PAR-LESEN GO Y.
           IF NOT RET GO M.
           MOVE 191 TO WH-KEY.
           MOVE 0 TO WH-NEU.
       O.  READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT GO O.
           IF WH-NEU = 1 INITIALIZE KO-LOSATZ
               MOVE 191 TO KO-NUM.
           MOVE WK-LOSATZ(3:11) TO KO-LOSATZ(3:11).
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
