      *   Mindestbestands-Vorschlag aus der Umsatzstatistik:           *
      *   mittlerer Monatsbedarf der letzten zwoelf Monate mal         *
      *   waehlbarer Eindeckzeit, Liste alt/neu und wahlweise          *
      *   Uebernahme des Vorschlags in AR-MIND je Artikel;             *
      *   auslaufende Artikel (GABAUSL) bekommen Vorschlag 0;          *
      *   wahlweise nur fuer eine ABC/XYZ-Klasse (ARTZOLL)             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY GABSEART.CPY.
           COPY GABSESTA.CPY.
           COPY GABSEANF.CPY.
           COPY GABSEAZL.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTIK.CPY.
       COPY GABSTATI.CPY.
       COPY GABARTNF.CPY.
       COPY GABARTZL.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WM-OPANF                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-KOUNT                PIC 9(6)      COMP  VALUE ZERO.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-MIND                 PIC ZZZ.ZZ9,99-.
           03  WD-MON                  PIC Z9.
      *--------------------> Klassenauswahl (leer = alle) <-
           03  WV-KLASSE               PIC X(4)      VALUE SPACE.
           03  WV-KABC                 PIC X(4).
           03  WV-KXYZ                 PIC X(4).
           03  WV-KREST                PIC X(4).
           03  WM-AZLOP                PIC 9         COMP  VALUE ZERO.
           03  WZ-TREFF                PIC 99        COMP.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "GABISTAT.DAT" WH-CREG.
       DECL-N SECTION.         USE AFTER ERROR PROCEDURE ON ARTNF.
       A.  CALL "CADECL" USING "GABISANF.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISAZL.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
           IF WH-NUM NOT = 0 MOVE WH-NUM TO WH-MONATE.
           MOVE WH-MONATE TO WD-MON.
           DISPLAY WD-MON with highlight AT VDU-LP.
      *------> nur eine ABC/XYZ-Klasse, z.B. A, AB, AX <-
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Klasse (z.B. A, AX, leer = alle):" AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Klasse" AT 2301.
           MOVE WV-KLASSE TO WT-TX.
           CALL "CAUP" USING "1203390104" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           PERFORM KL-EINGABE.
           IF WV-KREST NOT = SPACE GO E.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Z.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE WZ-MONAT TO WH-LFDMON.
           MOVE "DISPO.LST" TO WH-DRUNAM.
           MOVE 0 TO WM-OPANF.
           OPEN INPUT ARTNF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPANF.
           MOVE 0 TO WM-AZLOP.
           IF WV-KLASSE NOT = SPACE
               OPEN INPUT ARTZOLL
               IF WF-STATUS = "00" MOVE 1 TO WM-AZLOP.
           MOVE 0 TO WZ-KOUNT AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
       I.  READ ARTIKEL NEXT AT END GO X.
           IF ZUGRIF PERFORM BESETZT GO I.
           IF AR-RAGRP = 97 GO I.
           IF WV-KLASSE = SPACE GO J.
           IF WM-AZLOP = 0 GO X.
           MOVE AR-NUM TO AZ-ARNUM.
           READ ARTZOLL IGNORE LOCK INVALID GO I.
           MOVE 0 TO WZ-TREFF.
           IF WV-KABC NOT = SPACE
               INSPECT WV-KABC TALLYING WZ-TREFF FOR ALL AZ-ABC
               IF AZ-ABC = SPACE OR WZ-TREFF = 0 GO I.
           MOVE 0 TO WZ-TREFF.
           IF WV-KXYZ NOT = SPACE
               INSPECT WV-KXYZ TALLYING WZ-TREFF FOR ALL AZ-XYZ
               IF AZ-XYZ = SPACE OR WZ-TREFF = 0 GO I.
       J.  PERFORM BEDARF-RECH.
      *--------> auslaufende Artikel nicht mehr nachbestellen <-
           MOVE 0 TO AN-STATUS.
           MOVE AR-NUM TO AN-ARNUM.
           IF WM-OPANF = 1
               READ ARTNF IGNORE LOCK INVALID MOVE 0 TO AN-STATUS.
           IF NOT AN-AKTIV MOVE 0 TO WH-VORSCHL.
           IF WH-VORSCHL = 0 AND AR-MIND = 0 GO I.
           IF WH-VORSCHL = AR-MIND GO I.
           PERFORM VOR-DRU.
           REWRITE AR-SATZ.
           ADD 1 TO WZ-KOUNT.
           GO I.
       X.  IF WM-OPANF = 1 CLOSE ARTNF.
           IF WM-AZLOP = 1 CLOSE ARTZOLL.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2220 " Artikel"
               " uebernommen." with highlight.
           PERFORM WEITER.
           IF WT-NK(WH-MEH) = 2 DIVIDE 100 INTO WH-BEDARF.
           COMPUTE WH-VORSCHL ROUNDED = WH-BEDARF * WH-MONATE.
       Z.  EXIT.
      ******************************************************************
      *    Klasseneingabe zerlegen: A/B/C nach WV-KABC, X/Y/Z nach
      *    WV-KXYZ; andere Zeichen bleiben in WV-KREST (ungueltig)
      ******************************************************************
       KL-EINGABE SECTION.
       A.  MOVE WT-TX(1:4) TO WV-KLASSE.
           INSPECT WV-KLASSE CONVERTING "abcxyz" TO "ABCXYZ".
           MOVE WV-KLASSE TO WV-KABC WV-KXYZ WV-KREST.
           INSPECT WV-KABC CONVERTING "XYZ" TO SPACE.
           INSPECT WV-KXYZ CONVERTING "ABC" TO SPACE.
           INSPECT WV-KREST CONVERTING "ABCXYZ" TO SPACE.
       Z.  EXIT.
      ********************************* Zeile der Vorschlagsliste *
       VOR-DRU SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
           MOVE WD-MIND TO DRA-SATZ(58:12).
           MOVE WH-VORSCHL TO WD-MIND.
           MOVE WD-MIND TO DRA-SATZ(74:12).
           IF NOT AN-AKTIV MOVE "auslaufend" TO DRA-SATZ(88:10).
           PERFORM DRUCK.
       Z.  EXIT.
