      *   Inventur: Zaehllisten je Lagerplatz (AR-REGAL), Erfassung    *
      *   der Zaehlmengen, bewertete Differenzliste (AR-EKP) und       *
      *   Buchungslauf der Differenzen ueber GABLAGER (Journal)        *
      *   Zaehlliste wahlweise nur fuer eine ABC/XYZ-Klasse (ARTZOLL,  *
      *   z.B. A-Artikel oefter zaehlen)                               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEINV.CPY.
           COPY GABSEART.CPY.
           COPY GABSELGO.CPY.
           COPY GABSEAZL.CPY.
           COPY GABSEDRU.CPY.
           SELECT SORTDAT  ASSIGN TO "GABISORT.TMP".
       DATA DIVISION.
       COPY GABINVEN.CPY.
       COPY GABARTIK.CPY.
       COPY GABLGORT.CPY.
       COPY GABARTZL.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WM-LGOOP                PIC 9         COMP  VALUE ZERO.
           03  WH-LGOSTD               PIC S9(7)V99  COMP-3.
           03  WD-LAGZ                 PIC 9.
      *--------------------> Klassenauswahl (leer = alle) <-
           03  WV-KLASSE               PIC X(4)      VALUE SPACE.
           03  WV-KABC                 PIC X(4).
           03  WV-KXYZ                 PIC X(4).
           03  WV-KREST                PIC X(4).
           03  WM-AZLOP                PIC 9         COMP  VALUE ZERO.
           03  WZ-TREFF                PIC 99        COMP.
       COPY GABLGBU.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABISINV.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON LAGORT.
       A.  CALL "CADECL" USING "GABISLGO.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISAZL.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
           IF NOT RET GO B.
           IF WH-NUM > 9 GO B.
           MOVE WH-NUM TO WV-LAGER.
      *------> nur eine ABC/XYZ-Klasse, z.B. A, AB, AX <-
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Klasse (z.B. A, AX, leer = alle):" AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Klasse" AT 2301.
           MOVE WV-KLASSE TO WT-TX.
           CALL "CAUP" USING "1205370104" WH-CREG.
           IF ESC GO B.
           IF NOT RET GO C.
           PERFORM KL-EINGABE.
           IF WV-KREST NOT = SPACE GO C.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO C.
           OPEN OUTPUT INVENTUR.
           CLOSE INVENTUR.
           OPEN I-O INVENTUR.
           IF WV-LAGER NOT = 0
               OPEN INPUT LAGORT
               IF WF-STATUS = "00" MOVE 1 TO WM-LGOOP.
           MOVE 0 TO WM-AZLOP.
           IF WV-KLASSE NOT = SPACE
               OPEN INPUT ARTZOLL
               IF WF-STATUS = "00" MOVE 1 TO WM-AZLOP.
           MOVE LOW-VALUE TO AR-KEY.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO Y.
       C.  READ ARTIKEL NEXT IGNORE LOCK AT END GO Y.
      *----------------> Arbeits-/Stundenartikel zaehlt niemand <-
           IF AR-RAGRP = 97 GO C.
           IF WV-KLASSE = SPACE GO E.
           IF WM-AZLOP = 0 GO C.
           MOVE AR-NUM TO AZ-ARNUM.
           READ ARTZOLL IGNORE LOCK INVALID GO C.
           MOVE 0 TO WZ-TREFF.
           IF WV-KABC NOT = SPACE
               INSPECT WV-KABC TALLYING WZ-TREFF FOR ALL AZ-ABC
               IF AZ-ABC = SPACE OR WZ-TREFF = 0 GO C.
           MOVE 0 TO WZ-TREFF.
           IF WV-KXYZ NOT = SPACE
               INSPECT WV-KXYZ TALLYING WZ-TREFF FOR ALL AZ-XYZ
               IF AZ-XYZ = SPACE OR WZ-TREFF = 0 GO C.
       E.  MOVE AR-STAND TO SO-STAND.
      *------> je Lager: nur Artikel mit Lagerortsatz, Soll ist
      *        der dortige Bestand <-
           IF WV-LAGER NOT = 0
           RELEASE SO-SATZ.
           GO C.
       Y.  IF WM-LGOOP = 1 CLOSE LAGORT MOVE 0 TO WM-LGOOP.
           IF WM-AZLOP = 1 CLOSE ARTZOLL MOVE 0 TO WM-AZLOP.
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
      ******************************************************************
       INV-AUS SECTION.
           MOVE WD-STAND TO DRA-SATZ(68:11).
           MOVE WH-WERTD TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(81:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(81:14).
           PERFORM DRUCK.
           GO D.
       W.  IF WZ-ZEILEN = 0
           MOVE "Differenzwert gesamt:" TO DRA-SATZ(43:).
           MOVE WS-WERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(81:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(81:14).
           PERFORM DRUCK.
           PERFORM END-DRU.
       X.  CLOSE INVENTUR.
