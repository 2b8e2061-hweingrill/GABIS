      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABABC.
      ******************************************************************
      *   ABC/XYZ-Analyse: Artikel nach Umsatz bzw. Deckungsbeitrag    *
      *   der letzten zwoelf Monate (STATISTIK, Menge mal AR-VKP bzw.  *
      *   AR-VKP - AR-EKP) absteigend in A/B/C nach Summengrenzen,     *
      *   dazu X/Y/Z nach dem Variationskoeffizienten der Monats-      *
      *   mengen (stetig / schwankend / sporadisch).  Kunden A/B/C     *
      *   nach dem Umsatz aus KDSTAT.  Die Klasse steht in den         *
      *   Erweiterungssaetzen ARTZOLL (AZ-ABC/AZ-XYZ) und DEBZUS       *
      *   (DZ-ABC) und dient als Auswahl in GABINV, GABDISPO, GABMAIL  *
      *   und GABDB.  Der Lauf ist jederzeit wiederholbar und druckt   *
      *   die Konzentration (ABC.LST): Anzahl und Anteil je Klasse,    *
      *   wie viele Artikel bzw. Kunden 80 % des Umsatzes bringen.     *
      *   Grenzen und Basis in KONSTANT 188.                           *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEART.CPY.
           COPY GABSESTA.CPY.
           COPY GABSEAZL.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEKST.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT SORTDAT  ASSIGN TO "GABISORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTIK.CPY.
       COPY GABSTATI.CPY.
       COPY GABARTZL.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKSTAT.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       SD  SORTDAT.
       01  SO-SATZ.
           03  SO-WERT                 PIC S9(11)V99  COMP-3.
           03  SO-NUM                  PIC 9(6)       COMP.
           03  SO-XYZ                  PIC X.
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSTA                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKST                PIC 9         COMP  VALUE ZERO.
           03  WM-KONOP                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-ANZ                  PIC 9(6)      COMP.
           03  WZ-LFD                  PIC 9(6)      COMP.
           03  WZ-N80                  PIC 9(6)      COMP.
           03  WH-ART                  PIC 9         COMP.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-HEUTE                PIC 9(8)      COMP.
           03  WH-LFDMON               PIC 99        COMP.
           03  WH-VORJJ                PIC 99        COMP.
           03  WH-MEH                  PIC 99        COMP.
           03  WH-KL                   PIC 9         COMP.
           03  WH-XY                   PIC 9         COMP.
           03  WH-KLASSE               PIC X.
           03  WB-I                    PIC 99        COMP.
           03  WB-J                    PIC 99        COMP.
      *-------------------> Monatswerte der letzten zwoelf Monate <-
           03  WB-MON                  PIC S9(9)V99  COMP-3 OCCURS 12.
           03  WB-SUMME                PIC S9(11)V99 COMP-3.
           03  WB-QSUMME               PIC S9(15)V9(4) COMP-3.
           03  WB-MITTEL               PIC S9(9)V9(4) COMP-3.
           03  WB-VAR                  PIC S9(15)V9(4) COMP-3.
           03  WB-WERT                 PIC S9(11)V99 COMP-3.
      *-------------------> Grenzen (KONSTANT 188) <-
           03  WV-AGRENZ               PIC 99        COMP.
           03  WV-BGRENZ               PIC 99        COMP.
           03  WV-XGRENZ               PIC 999       COMP.
           03  WV-YGRENZ               PIC 999       COMP.
           03  WV-BASIS                PIC 9         COMP.
      *-------------------> Summen je Klasse, Matrix ABC x XYZ <-
           03  WS-GESAMT               PIC S9(13)V99 COMP-3.
           03  WS-KUM                  PIC S9(13)V99 COMP-3.
           03  WS-KLASSE                            OCCURS 3.
               05  WS-KANZ             PIC 9(6)      COMP.
               05  WS-KWERT            PIC S9(13)V99 COMP-3.
               05  WS-KXYZ             PIC 9(6)      COMP  OCCURS 3.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-PROZ                 PIC ZZ9,9.
           03  WD-BET                  PIC ZZZ.ZZZ.ZZ9,99-.
           03  WD-GR                   PIC ZZ9.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "GABISTAT.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISAZL.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KDSTAT.
       A.  CALL "CADECL" USING "GABISKST.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM ABC-MENU GO W.
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
       ABC-MENU SECTION.
       A.  MOVE 0 TO WM-KONOP.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-KONOP.
           IF WF-STATUS = "41" MOVE 2 TO WM-KONOP.
           PERFORM PAR-LESEN.
           CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " ABC/XYZ-Analyse " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Artikel klassifizieren (ABC/XYZ)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Kunden klassifizieren (ABC)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Klassengrenzen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 MOVE 1 TO WH-ART PERFORM ABC-LAUF
               WHEN 2 MOVE 2 TO WH-ART PERFORM ABC-LAUF
               WHEN 3 PERFORM PAR-PFLEGE
               WHEN OTHER GO C.
           GO C.
       X.  IF WM-KONOP = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************** Grenzen aus KONSTANT 188 (Vorgaben) *
       PAR-LESEN SECTION.
       A.  MOVE 80 TO WV-AGRENZ.
           MOVE 95 TO WV-BGRENZ.
           MOVE 25 TO WV-XGRENZ.
           MOVE 50 TO WV-YGRENZ.
           MOVE 1 TO WV-BASIS.
           MOVE 188 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           IF KAC-AGRENZ NOT = 0 AND KAC-BGRENZ > KAC-AGRENZ
               MOVE KAC-AGRENZ TO WV-AGRENZ
               MOVE KAC-BGRENZ TO WV-BGRENZ.
           IF KAC-XGRENZ NOT = 0 AND KAC-YGRENZ > KAC-XGRENZ
               MOVE KAC-XGRENZ TO WV-XGRENZ
               MOVE KAC-YGRENZ TO WV-YGRENZ.
           IF KAC-BASIS = 2 MOVE 2 TO WV-BASIS.
       Z.  EXIT.
      ******************************************************************
      *    Klassifizierungslauf, WH-ART 1 = Artikel, 2 = Kunden:
      *    Werte absteigend sortiert, Klasse nach der Summe VOR dem
      *    Satz (der Satz, der die Grenze ueberschreitet, gehoert
      *    noch zur oberen Klasse), Wert 0 immer C
      ******************************************************************
       ABC-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           IF WH-ART = 1
               DISPLAY " Artikel klassifizieren " with highlight
                   AT VDU-LP
           ELSE DISPLAY " Kunden klassifizieren " with highlight
                   AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "A bis     %, B bis     % der Summe" AT VDU-LP.
           ADD 312 VDU-ECK GIVING VDU-LP.
           MOVE WV-AGRENZ TO WD-GR.
           DISPLAY WD-GR with highlight AT VDU-LP.
           ADD 324 VDU-ECK GIVING VDU-LP.
           MOVE WV-BGRENZ TO WD-GR.
           DISPLAY WD-GR with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           IF WH-ART = 2 DISPLAY "Basis: Umsatz (KDSTAT)" AT VDU-LP
           ELSE IF WV-BASIS = 2
                   DISPLAY "Basis: Deckungsbeitrag" AT VDU-LP
               ELSE DISPLAY "Basis: Umsatz" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "ueberschreibt die bisherige Klasse!" with highlight
               foreground-color 4 AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE WZ-MONAT TO WH-LFDMON.
           IF WZ-JAHR = 0 MOVE 99 TO WH-VORJJ
           ELSE SUBTRACT 1 FROM WZ-JAHR GIVING WH-VORJJ.
           COMPUTE WH-HEUTE = WH-DATUM + 20000000.
           MOVE 0 TO WS-GESAMT WS-KUM WZ-ANZ WZ-LFD WZ-N80.
           INITIALIZE WS-KLASSE(1) WS-KLASSE(2) WS-KLASSE(3).
           IF WH-ART = 2 GO E.
           MOVE 0 TO WM-OPART WM-OPSTA.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT STATISTIK.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSTA.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPSTA.
           OPEN I-O ARTZOLL.
           IF WF-STATUS = "35"
               OPEN OUTPUT ARTZOLL
               CLOSE ARTZOLL
               OPEN I-O ARTZOLL.
           SORT SORTDAT ON DESCENDING KEY SO-WERT
                           ASCENDING KEY SO-NUM
               INPUT PROCEDURE ART-EIN
               OUTPUT PROCEDURE ABC-AUS.
           CLOSE ARTZOLL.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPSTA = 1 CLOSE STATISTIK.
           GO G.
       E.  MOVE 0 TO WM-OPDEB WM-OPKST.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT KDSTAT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKST.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
           SORT SORTDAT ON DESCENDING KEY SO-WERT
                           ASCENDING KEY SO-NUM
               INPUT PROCEDURE KUN-EIN
               OUTPUT PROCEDURE ABC-AUS.
           CLOSE DEBZUS.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKST = 1 CLOSE KDSTAT.
       G.  IF WZ-ANZ = 0
               DISPLAY "nichts zu klassifizieren," AT 2401
               PERFORM WEITER GO Y.
           PERFORM KONZ-BERICHT.
           PERFORM END-DRU.
           MOVE WZ-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401
               " klassifiziert, Bericht ABC.LST." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********** Artikel: Wert der letzten zwoelf Monate, XYZ *
       ART-EIN SECTION.
       A.  MOVE LOW-VALUE TO AR-KEY.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO Z.
       C.  READ ARTIKEL NEXT IGNORE LOCK AT END GO Z.
           IF AR-RAGRP = 97 GO C.
           PERFORM MON-ART.
           PERFORM XYZ-RECH.
           IF WV-BASIS = 2
               COMPUTE WB-WERT ROUNDED = WB-SUMME * (AR-VKP - AR-EKP)
           ELSE COMPUTE WB-WERT ROUNDED = WB-SUMME * AR-VKP.
           IF WB-WERT < 0 MOVE 0 TO WB-WERT.
           MOVE WB-WERT TO SO-WERT.
           MOVE AR-NUM TO SO-NUM.
           MOVE WH-KLASSE TO SO-XYZ.
           ADD WB-WERT TO WS-GESAMT.
           ADD 1 TO WZ-ANZ.
           RELEASE SO-SATZ.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Monatsmengen der letzten zwoelf Monate nach WB-MON:
      *    bis zum lfd. Monat aus dem laufenden Jahr, die restlichen
      *    aus dem Vorjahresteil; ist der Jahreswechsel noch nicht
      *    nachgezogen, ist der ganze GJ-Teil das Vorjahr.  Mengen
      *    sind je Mengeneinheit skaliert (WT-NK).
      ******************************************************************
       MON-ART SECTION.
       A.  MOVE 0 TO WB-I.
       B.  ADD 1 TO WB-I.
           IF WB-I > 12 GO C.
           MOVE 0 TO WB-MON(WB-I).
           GO B.
       C.  IF WM-OPSTA = 0 GO Z.
           MOVE AR-NUM TO ST-ARNUM.
           READ STATISTIK IGNORE LOCK INVALID GO Z.
           IF ST-JAHR NOT = WZ-JAHR AND ST-JAHR NOT = WH-VORJJ GO Z.
           ADD AR-MEH 1 GIVING WH-MEH.
           MOVE 0 TO WB-I.
       D.  ADD 1 TO WB-I.
           IF WB-I > 12 GO Z.
           IF ST-JAHR = WH-VORJJ OR WB-I NOT > WH-LFDMON
               MOVE ST-MENGEN(WB-I) TO WB-MON(WB-I)
           ELSE MOVE ST-MENGEN(WB-I + 12) TO WB-MON(WB-I).
           IF WH-MEH > 20 GO D.
           IF WT-NK(WH-MEH) = 1 DIVIDE 10 INTO WB-MON(WB-I).
           IF WT-NK(WH-MEH) = 2 DIVIDE 100 INTO WB-MON(WB-I).
           GO D.
       Z.  EXIT.
      ******************************************************************
      *    Summe, Mittel und Varianz der Monatswerte; X/Y/Z nach dem
      *    Variationskoeffizienten (Streuung / Mittel) im Quadrat
      *    gegen die Grenzen in Prozent - ohne Bedarf Z
      ******************************************************************
       XYZ-RECH SECTION.
       A.  MOVE 0 TO WB-SUMME WB-QSUMME.
           MOVE 0 TO WB-I.
       B.  ADD 1 TO WB-I.
           IF WB-I > 12 GO C.
           IF WB-MON(WB-I) < 0 MOVE 0 TO WB-MON(WB-I).
           ADD WB-MON(WB-I) TO WB-SUMME.
           COMPUTE WB-QSUMME = WB-QSUMME + WB-MON(WB-I) * WB-MON(WB-I).
           GO B.
       C.  MOVE "Z" TO WH-KLASSE.
           IF WB-SUMME NOT > 0 GO Z.
           COMPUTE WB-MITTEL ROUNDED = WB-SUMME / 12.
           COMPUTE WB-VAR ROUNDED =
               WB-QSUMME / 12 - WB-MITTEL * WB-MITTEL.
           IF WB-VAR < 0 MOVE 0 TO WB-VAR.
           IF WB-VAR * 10000 NOT >
               WV-XGRENZ * WV-XGRENZ * WB-MITTEL * WB-MITTEL
               MOVE "X" TO WH-KLASSE GO Z.
           IF WB-VAR * 10000 NOT >
               WV-YGRENZ * WV-YGRENZ * WB-MITTEL * WB-MITTEL
               MOVE "Y" TO WH-KLASSE.
       Z.  EXIT.
      *************** Kunden: Umsatz der letzten zwoelf Monate *
       KUN-EIN SECTION.
       A.  MOVE 0 TO DE-KTONR.
           START DEBITOR KEY > DE-KEY INVALID GO Z.
       C.  READ DEBITOR NEXT IGNORE LOCK AT END GO Z.
           MOVE 0 TO WB-WERT.
           IF WM-OPKST = 0 GO E.
           MOVE DE-KTONR TO KD-KTONR.
           READ KDSTAT IGNORE LOCK INVALID GO E.
           IF KD-JAHR NOT = WZ-JAHR AND KD-JAHR NOT = WH-VORJJ GO E.
           MOVE 0 TO WB-I.
       D.  ADD 1 TO WB-I.
           IF WB-I > 12 GO E.
           IF KD-JAHR = WH-VORJJ OR WB-I NOT > WH-LFDMON
               ADD KD-UMSATZ(WB-I) TO WB-WERT
           ELSE ADD KD-UMSATZ(WB-I + 12) TO WB-WERT.
           GO D.
       E.  IF WB-WERT < 0 MOVE 0 TO WB-WERT.
           MOVE WB-WERT TO SO-WERT.
           MOVE DE-KTONR TO SO-NUM.
           MOVE SPACE TO SO-XYZ.
           ADD WB-WERT TO WS-GESAMT.
           ADD 1 TO WZ-ANZ.
           RELEASE SO-SATZ.
           GO C.
       Z.  EXIT.
      ********* Klassen vergeben, Erweiterungssatz fortschreiben *
       ABC-AUS SECTION.
       A.  RETURN SORTDAT AT END GO Z.
           ADD 1 TO WZ-LFD.
           MOVE 3 TO WH-KL.
           IF SO-WERT = 0 OR WS-GESAMT = 0 GO C.
           IF WS-KUM * 100 < WS-GESAMT * WV-BGRENZ MOVE 2 TO WH-KL.
           IF WS-KUM * 100 < WS-GESAMT * WV-AGRENZ MOVE 1 TO WH-KL.
       C.  ADD SO-WERT TO WS-KUM.
           IF WZ-N80 = 0 AND WS-KUM * 100 NOT < WS-GESAMT * 80
               MOVE WZ-LFD TO WZ-N80.
           ADD 1 TO WS-KANZ(WH-KL).
           ADD SO-WERT TO WS-KWERT(WH-KL).
           IF WH-KL = 1 MOVE "A" TO WH-KLASSE.
           IF WH-KL = 2 MOVE "B" TO WH-KLASSE.
           IF WH-KL = 3 MOVE "C" TO WH-KLASSE.
           IF WH-ART = 2 GO K.
      *--------------------------------> Artikel: ARTZOLL <-
           MOVE 3 TO WH-XY.
           IF SO-XYZ = "X" MOVE 1 TO WH-XY.
           IF SO-XYZ = "Y" MOVE 2 TO WH-XY.
           ADD 1 TO WS-KXYZ(WH-KL, WH-XY).
           MOVE 0 TO WH-NEU.
           MOVE SO-NUM TO AZ-ARNUM.
       E.  READ ARTZOLL INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 0 AND ZUGRIF PERFORM BESETZT GO E.
           IF WH-NEU = 1
               INITIALIZE AZ-SATZ
               MOVE SO-NUM TO AZ-ARNUM
               MOVE "AT" TO AZ-URSPR.
           MOVE WH-KLASSE TO AZ-ABC.
           MOVE SO-XYZ TO AZ-XYZ.
           MOVE WH-HEUTE TO AZ-ABCDAT.
           IF WH-NEU = 1 WRITE AZ-SATZ
           ELSE REWRITE AZ-SATZ.
           GO A.
      *--------------------------------> Kunden: DEBZUS <-
       K.  MOVE 0 TO WH-NEU.
           MOVE SO-NUM TO DZ-KTONR.
       L.  READ DEBZUS INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 0 AND ZUGRIF PERFORM BESETZT GO L.
           IF WH-NEU = 1
               INITIALIZE DZ-SATZ
               MOVE SO-NUM TO DZ-KTONR.
           MOVE WH-KLASSE TO DZ-ABC.
           MOVE WH-HEUTE TO DZ-ABCDAT.
           IF WH-NEU = 1 WRITE DZ-SATZ
           ELSE REWRITE DZ-SATZ.
           GO A.
       Z.  EXIT.
      ******************************************************************
      *    Konzentrationsbericht: Anzahl und Wert je Klasse mit
      *    Anteilen, Anzahl fuer 80 % der Summe, bei Artikeln die
      *    Verteilung ABC x XYZ
      ******************************************************************
       KONZ-BERICHT SECTION.
       A.  MOVE "ABC.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WH-ART = 1
               MOVE "A B C / X Y Z - A n a l y s e   A r t i k e l"
                   TO DRA-SATZ(2:)
           ELSE MOVE "A B C - A n a l y s e   K u n d e n"
                   TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(62:5).
           MOVE VDU-DATUM TO DRA-SATZ(67:8).
           PERFORM DRUCK.
           IF WH-ART = 2 OR WV-BASIS = 1
               MOVE "Basis: Umsatz der letzten 12 Monate"
                   TO DRA-SATZ(2:)
           ELSE MOVE "Basis: Deckungsbeitrag der letzten 12 Monate"
                   TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:73).
           PERFORM DRUCK.
           MOVE "Klasse    Anzahl   Anteil            Wert   Anteil"
               TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:73).
           PERFORM DRUCK.
           MOVE 0 TO WH-KL.
       C.  ADD 1 TO WH-KL.
           IF WH-KL > 3 GO E.
           IF WH-KL = 1 MOVE "A" TO DRA-SATZ(4:1).
           IF WH-KL = 2 MOVE "B" TO DRA-SATZ(4:1).
           IF WH-KL = 3 MOVE "C" TO DRA-SATZ(4:1).
           MOVE WS-KANZ(WH-KL) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(10:7).
           COMPUTE WD-PROZ ROUNDED = WS-KANZ(WH-KL) * 100 / WZ-ANZ.
           MOVE WD-PROZ TO DRA-SATZ(20:5).
           MOVE "%" TO DRA-SATZ(26:1).
           MOVE WS-KWERT(WH-KL) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(29:15).
           IF WB-EKVERBOT AND WH-ART = 1 AND WV-BASIS = 2
               MOVE SPACE TO DRA-SATZ(29:15).
           MOVE 0 TO WD-PROZ.
           IF WS-GESAMT NOT = 0
               COMPUTE WD-PROZ ROUNDED =
                   WS-KWERT(WH-KL) * 100 / WS-GESAMT.
           MOVE WD-PROZ TO DRA-SATZ(46:5).
           MOVE "%" TO DRA-SATZ(52:1).
           PERFORM DRUCK.
           GO C.
       E.  MOVE ALL "-" TO DRA-SATZ(2:73).
           PERFORM DRUCK.
           MOVE "gesamt" TO DRA-SATZ(2:6).
           MOVE WZ-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(10:7).
           MOVE WS-GESAMT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(29:15).
           IF WB-EKVERBOT AND WH-ART = 1 AND WV-BASIS = 2
               MOVE SPACE TO DRA-SATZ(29:15).
           PERFORM DRUCK.
      *--------------------------------> Konzentration <-
           MOVE 2 TO WZ-SCHALT.
           IF WS-GESAMT = 0
               MOVE "keine Umsaetze im Zeitraum." TO DRA-SATZ(2:)
               PERFORM DRUCK GO Z.
           MOVE "80 % der Summe bringen" TO DRA-SATZ(2:22).
           MOVE WZ-N80 TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(25:7).
           MOVE "von" TO DRA-SATZ(33:3).
           MOVE WZ-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(37:7).
           IF WH-ART = 1 MOVE "Artikeln" TO DRA-SATZ(45:8)
           ELSE MOVE "Kunden" TO DRA-SATZ(45:6).
           COMPUTE WD-PROZ ROUNDED = WZ-N80 * 100 / WZ-ANZ.
           MOVE "(" TO DRA-SATZ(54:1).
           MOVE WD-PROZ TO DRA-SATZ(55:5).
           MOVE "%)." TO DRA-SATZ(61:3).
           PERFORM DRUCK.
           IF WH-ART = 2 GO Z.
      *--------------------------------> Matrix ABC x XYZ <-
           MOVE 2 TO WZ-SCHALT.
           MOVE "Anzahl je Klasse         X        Y        Z"
               TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE 0 TO WH-KL.
       G.  ADD 1 TO WH-KL.
           IF WH-KL > 3 GO Z.
           IF WH-KL = 1 MOVE "A" TO DRA-SATZ(4:1).
           IF WH-KL = 2 MOVE "B" TO DRA-SATZ(4:1).
           IF WH-KL = 3 MOVE "C" TO DRA-SATZ(4:1).
           MOVE WS-KXYZ(WH-KL, 1) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(21:7).
           MOVE WS-KXYZ(WH-KL, 2) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(30:7).
           MOVE WS-KXYZ(WH-KL, 3) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(39:7).
           PERFORM DRUCK.
           GO G.
       Z.  EXIT.
      ******************* Klassengrenzen pflegen (KONSTANT 188) *
       PAR-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Klassengrenzen " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "A bis Summenanteil %......:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "B bis Summenanteil %......:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "X bis Variationskoeff. %..:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Y bis Variationskoeff. %..:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel 1=Umsatz, 2=DB....:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Grenze A" AT 2301.
           MOVE WV-AGRENZ TO WH-NUM.
           CALL "CAUP" USING "1002312002" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM = 0 OR WH-NUM > 98 GO C.
           MOVE WH-NUM TO WV-AGRENZ.
       E.  DISPLAY "<esc>= zurueck, <ret>= Grenze B" AT 2301.
           MOVE WV-BGRENZ TO WH-NUM.
           CALL "CAUP" USING "1003312002" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM NOT > WV-AGRENZ GO E.
           MOVE WH-NUM TO WV-BGRENZ.
       G.  DISPLAY "<esc>= zurueck, <ret>= Grenze X" AT 2301.
           MOVE WV-XGRENZ TO WH-NUM.
           CALL "CAUP" USING "1004316003" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO G.
           MOVE WH-NUM TO WV-XGRENZ.
       I.  DISPLAY "<esc>= zurueck, <ret>= Grenze Y" AT 2301.
           MOVE WV-YGRENZ TO WH-NUM.
           CALL "CAUP" USING "1005316003" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM NOT > WV-XGRENZ GO I.
           MOVE WH-NUM TO WV-YGRENZ.
       K.  DISPLAY "<esc>= zurueck, <ret>= Basis der Artikelklasse"
               AT 2301.
           MOVE WV-BASIS TO WH-NUM.
           CALL "CAUP" USING "1006316001" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-NUM < 1 OR WH-NUM > 2 GO K.
           MOVE WH-NUM TO WV-BASIS.
           MOVE 188 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-ABCSATZ
               MOVE 188 TO KO-NUM.
           MOVE WV-AGRENZ TO KAC-AGRENZ.
           MOVE WV-BGRENZ TO KAC-BGRENZ.
           MOVE WV-XGRENZ TO KAC-XGRENZ.
           MOVE WV-YGRENZ TO KAC-YGRENZ.
           MOVE WV-BASIS TO KAC-BASIS.
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
