      *   zerlegten Anschrift samt Anredetext als CSV (MAILEXP.CSV)    *
      *   fuer die Textverarbeitung, wahlweise Etikettendruck, und     *
      *   je selektiertem Kunden ein Karteivermerk "Mailing".          *
      *   Zusaetzlich waehlbar: ABC-Klasse des Kunden (DEBZUS, GABABC) *
      *   20 = fertige Kundenliste MAILSEL.TXT (eine Kundennummer je   *
      *   Zeile, z.B. aus der Verkaufshistorie GABAHI) uebernehmen.    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEDRU.CPY.
           SELECT KARTEIN  ASSIGN TO RANDOM "GABKART.DAT"
                           ORGANIZATION IS INDEXED, ACCESS IS DYNAMIC,
           SELECT CSVDAT   ASSIGN TO "MAILEXP.CSV"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           SELECT MAILSEL  ASSIGN TO "MAILSEL.TXT"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
      *********************************************** Karteibewegungen *
       FD  KARTEIN     external        RECORD IS VARYING IN SIZE
                                       FROM 8 TO 286 CHARACTERS
      ******************************************************************
       FD  CSVDAT                      LABEL RECORD STANDARD.
       01  CS-ZEILE                    PIC X(200).
      ******************************************************************
       FD  MAILSEL                     LABEL RECORD STANDARD.
       01  MS-ZEILE.
           03  MS-KTONR                PIC 9(6).
           03  FILLER                  PIC X(4).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WD-KZ2                  PIC Z9.
           03  WH-ANRTX                PIC X(9).
           03  WH-KPOS                 PIC 999       COMP.
      *--------------------> ABC-Klassen (leer = alle) <-
           03  WV-ABCKL                PIC X(3).
           03  WV-KREST                PIC X(3).
           03  WM-DZOP                 PIC 9         COMP  VALUE ZERO.
           03  WZ-TREFF                PIC 99        COMP.
       COPY GABEXT.CPY.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KARTEIN.
       A.  CALL "CADECL" USING "GABKART.DAT" WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON MAILSEL.
       A.  CALL "CADECL" USING "MAILSEL.TXT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM MAILING GO W.
           IF WL-CA = 20 PERFORM MAIL-LISTE GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       X.  MOVE WH-CREG TO WL-CREG.
           IF NOT RET OR WH-NUM > 1 GO H.
           MOVE WH-NUM TO WH-ETIK WD-KZ.
           DISPLAY WD-KZ with highlight AT VDU-LP.
       J.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "ABC-Klasse (leer= alle):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Klassen, z.B. AB" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1206290103" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO J.
           MOVE WT-TX(1:3) TO WV-ABCKL.
           INSPECT WV-ABCKL CONVERTING "abc" TO "ABC".
           MOVE WV-ABCKL TO WV-KREST.
           INSPECT WV-KREST CONVERTING "ABC" TO SPACE.
           IF WV-KREST NOT = SPACE GO J.
       I.  DISPLAY "<esc>= Abbruch, <ret>= Start (CSV + Karteivermerk)"
               AT 2301.
           CALL "CAUP" USING "0023511000" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO I.
           MOVE 0 TO WM-DZOP.
           IF WV-ABCKL NOT = SPACE
               OPEN INPUT DEBZUS
               IF WF-STATUS = "00" MOVE 1 TO WM-DZOP.
           OPEN OUTPUT CSVDAT.
           OPEN I-O KARTEIN.
           IF WF-STATUS NOT = "00"
           IF DE-PLZL < WV-PLZVON OR DE-PLZL > WV-PLZBIS GO K.
           IF WV-KARTEI NOT = 0 PERFORM KARTEI-PRUEF
               IF WH-TREF = 0 GO K.
           IF WV-ABCKL = SPACE GO M.
           IF WM-DZOP = 0 GO X.
           MOVE DE-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO K.
           MOVE 0 TO WZ-TREFF.
           INSPECT WV-ABCKL TALLYING WZ-TREFF FOR ALL DZ-ABC.
           IF DZ-ABC = SPACE OR WZ-TREFF = 0 GO K.
       M.  PERFORM CSV-ZEILE.
           IF WH-ETIK = 1 PERFORM ETIKETT.
           PERFORM KART-NOTIZ.
           ADD 1 TO WZ-SEL.
           DISPLAY DE-KTONR AT 2020.
           GO K.
       X.  CLOSE CSVDAT KARTEIN.
           IF WM-DZOP = 1 CLOSE DEBZUS.
           PERFORM END-DRU.
           DISPLAY WZ-SEL with highlight AT 2220
               " Kunden selektiert (MAILEXP.CSV)." with highlight.
           PERFORM WEITER.
       Z.  EXIT.
      ************ Kundenliste MAILSEL.TXT als Selektion *
       MAIL-LISTE SECTION.
       A.  OPEN INPUT MAILSEL.
           IF WF-STATUS NOT = "00"
               DISPLAY "keine Kundenliste MAILSEL.TXT," AT 2401
               PERFORM WEITER GO Z.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Mailing aus Kundenliste " with highlight AT VDU-LP.
       H.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Etiketten drucken (0/1):" AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= 1 = Etiketten" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1003291001" WH-CREG.
           IF ESC GO Y.
           IF NOT RET OR WH-NUM > 1 GO H.
           MOVE WH-NUM TO WH-ETIK WD-KZ.
           DISPLAY WD-KZ with highlight AT VDU-LP.
       I.  DISPLAY "<esc>= Abbruch, <ret>= Start (CSV + Karteivermerk)"
               AT 2301.
           CALL "CAUP" USING "0023511000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO I.
           OPEN OUTPUT CSVDAT.
           OPEN I-O KARTEIN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KARTEIN
               CLOSE KARTEIN
               OPEN I-O KARTEIN.
           MOVE "KdNr;Anrede;Name1;Name2;Strasse;Plz;Ort"
               TO CS-ZEILE.
           WRITE CS-ZEILE.
           MOVE 0 TO WZ-SEL.
       K.  READ MAILSEL AT END GO X.
           IF MS-KTONR NOT NUMERIC GO K.
           MOVE MS-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO K.
           PERFORM CSV-ZEILE.
           IF WH-ETIK = 1 PERFORM ETIKETT.
           PERFORM KART-NOTIZ.
           DISPLAY WZ-SEL with highlight AT 2220
               " Kunden selektiert (MAILEXP.CSV)." with highlight.
           PERFORM WEITER.
       Y.  CLOSE MAILSEL.
       Z.  EXIT.
      ******************* ob der Karteicode am Kunden steht *
       KARTEI-PRUEF SECTION.
