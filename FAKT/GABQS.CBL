      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABQS.
      ******************************************************************
      *   Wareneingangspruefung: Artikel mit Pruefpflicht (ARTQS,      *
      *   GABISAQS.DAT) gehen im Wareneingang nicht in den Bestand,    *
      *   sondern als Los in die Quarantaene (QUARANT, GABISQUA.DAT).  *
      *   Die Quarantaenemenge steht nicht in AR-STAND und ist damit   *
      *   weder reservierbar noch im Auftrag oder Shopexport           *
      *   verfuegbar.  Das Pruefergebnis gibt Mengen frei (Zugang in   *
      *   den Bestand) oder lehnt sie ab - wahlweise gleich mit        *
      *   Ruecklieferbeleg (RUECKLIE) an den Lieferanten.  Jeder       *
      *   Schritt steht im Lagerjournal (Art 8 Zugang Quarantaene,     *
      *   9 Freigabe, 10 Ablehnung).                                   *
      *                                                                *
      *   10 = Menue (aus GABBEST),                                    *
      *   20 = Quarantaene-Zugang zu WQS-QUARANT (GABBEST Wareneingang)*
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEAQS.CPY.
           COPY GABSEQUA.CPY.
           COPY GABSEART.CPY.
           COPY GABSERLF.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTQS.CPY.
       COPY GABQUARA.CPY.
       COPY GABARTIK.CPY.
       COPY GABRUECK.CPY.
       COPY GABLIEFS.CPY.
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-QUNUM                PIC 9(6)      COMP.
           03  WH-RLNUM                PIC 9(6)      COMP.
           03  WH-OFFEN                PIC S9(7)V99  COMP-3.
           03  WH-FREI                 PIC S9(7)V99  COMP-3.
           03  WH-SPERR                PIC S9(7)V99  COMP-3.
           03  WH-MITRL                PIC 9         COMP.
           03  WV-GRUND                PIC X(30).
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
       COPY GABLGBU.CPY.
       COPY GABCHGSC.CPY.
       COPY GABQUASC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-Q SECTION.         USE AFTER ERROR PROCEDURE ON ARTQS.
       A.  CALL "CADECL" USING "GABISAQS.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON QUARANT.
       A.  CALL "CADECL" USING "GABISQUA.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RUECKLIE.
       A.  CALL "CADECL" USING "GABISRLF.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM QS-MENU GO W.
           IF WL-CA = 20 PERFORM QS-ZUGANG GO X.
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
      ***************** Pruefpflicht-Datei oeffnen, notfalls anlegen *
       AQS-OEFFNE SECTION.
       A.  OPEN I-O ARTQS.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ARTQS
               CLOSE ARTQS
               OPEN I-O ARTQS.
       Z.  EXIT.
      ******************** Quarantaenedatei oeffnen, notfalls anlegen *
       QUA-OEFFNE SECTION.
       A.  OPEN I-O QUARANT.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT QUARANT
               CLOSE QUARANT
               OPEN I-O QUARANT.
       Z.  EXIT.
      ******* Ruecklieferdatei oeffnen, notfalls anlegen *
       RL-OEFFNE SECTION.
       A.  OPEN I-O RUECKLIE.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT RUECKLIE
               CLOSE RUECKLIE
               OPEN I-O RUECKLIE.
       Z.  EXIT.
      ******************************************************************
      *    Wareneingang zu WQS-QUARANT: ist der Artikel pruef-
      *    pflichtig, wird ein Quarantaene-Los angelegt und nur im
      *    Journal (Art 8) gebucht; WQS-NUM = Losnummer, sonst 0
      ******************************************************************
       QS-ZUGANG SECTION.
       A.  MOVE 0 TO WQS-NUM.
           OPEN INPUT ARTQS.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WQS-ARNUM TO AQ-ARNUM.
           READ ARTQS IGNORE LOCK INVALID MOVE 0 TO AQ-PRUEF.
           CLOSE ARTQS.
           IF NOT AQ-PFLICHT GO Z.
           IF WQS-LAGNR = 0 MOVE 1 TO WQS-LAGNR.
           PERFORM QUA-OEFFNE.
      *-----------------------> naechste freie Losnummer <-
           MOVE 999999 TO QU-NUM.
           START QUARANT KEY < QU-KEY INVALID MOVE 0 TO QU-NUM
               GO C.
           READ QUARANT PREVIOUS IGNORE LOCK AT END MOVE 0 TO QU-NUM.
       C.  ADD 1 QU-NUM GIVING WH-QUNUM.
           INITIALIZE QU-SATZ.
           MOVE WH-QUNUM TO QU-NUM.
           MOVE WQS-ARNUM TO QU-ARNUM.
           MOVE WQS-BESTNUM TO QU-BESTNUM.
           MOVE WQS-POS TO QU-POS.
           MOVE WQS-LIEF TO QU-LIEF.
           MOVE WH-DATUM TO QU-DATUM.
           MOVE WQS-ANZ TO QU-ANZ.
           MOVE 0 TO QU-FREI QU-SPERR.
           MOVE WQS-CHARGE TO QU-CHARGE.
           MOVE WQS-MHD TO QU-MHD.
           MOVE WQS-LAGNR TO QU-LAGER.
           MOVE 0 TO QU-STATUS QU-PRDAT QU-RLNUM.
           MOVE SPACE TO QU-BEN QU-GRUND.
       D.  WRITE QU-SATZ INVALID ADD 1 TO QU-NUM GO D.
           MOVE QU-NUM TO WH-QUNUM.
           CLOSE QUARANT.
      *--------------------> Journal: Zugang in die Quarantaene <-
           MOVE WQS-ARNUM TO WG-ARNUM.
           MOVE WQS-ANZ TO WG-ANZ.
           MOVE 8 TO WG-ART.
           MOVE WQS-BESTNUM TO WG-AUFNUM.
           MOVE WQS-CHARGE TO WG-CHARGE.
           MOVE WQS-MHD TO WG-MHD.
           MOVE WQS-LAGNR TO WG-LAGNR.
           CALL "GABLAGER" USING "10LAGBUCH" WH-CREG.
           MOVE WH-QUNUM TO WQS-NUM.
       Z.  EXIT.
      ******************************************************************
       QS-MENU SECTION.
       A.  PERFORM AQS-OEFFNE.
           PERFORM QUA-OEFFNE.
           MOVE 0 TO WM-OPART WM-OPLIS.
           OPEN I-O ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wareneingangspruefung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Pruefpflicht je Artikel" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Pruefliste Quarantaene" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Pruefergebnis erfassen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM QS-PFLEGE
               WHEN 2 PERFORM QS-LISTE
               WHEN 3 PERFORM QS-PRUEFEN
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE ARTQS QUARANT.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ****** Pruefpflicht und Pruefanweisung je Artikel *
       QS-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Pruefpflicht Artikel " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002136008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 225 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE AR-NUM TO AQ-ARNUM.
           READ ARTQS INVALID
               INITIALIZE AQ-SATZ
               MOVE AR-NUM TO AQ-ARNUM
               WRITE AQ-SATZ.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Pruefpflicht:    (1 = ja, 0 = nein)" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Pruefpflicht" AT 2301.
           MOVE AQ-PRUEF TO WH-NUM.
           CALL "CAUP" USING "1003176001" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM > 1 GO E.
           MOVE WH-NUM TO AQ-PRUEF.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Pruefanweisung:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Anweisung fuer die Pruef"
               "liste" AT 2301.
           MOVE AQ-HINW TO WT-TX.
           CALL "CAUP" USING "1205030140" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE WT-TX TO AQ-HINW.
           REWRITE AQ-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Pruefliste: offene Lose mit Restmenge und Anweisung *
       QS-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Pruefliste Quarantaene " with highlight AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RETA GO A.
           MOVE "QSPRUEF.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN QU-NUM.
           START QUARANT KEY > QU-KEY INVALID GO W.
       D.  READ QUARANT NEXT IGNORE LOCK AT END GO W.
           IF QU-ERLEDIGT GO D.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "P r u e f l i s t e   Q u a r a n t a e n e"
               TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(60:5).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE "    Los  Eingang   Lief.  Best.  Artikel  Bezeichnung
      -        "                        offen  Charge" TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE QU-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE QU-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(10:8).
           MOVE QU-LIEF TO DRA-SATZ(20:5).
           MOVE QU-BESTNUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(26:6).
           MOVE QU-ARNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(33:7).
           MOVE QU-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO DRA-SATZ(42:30).
           COMPUTE WH-OFFEN = QU-ANZ - QU-FREI - QU-SPERR.
           MOVE WH-OFFEN TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(73:8).
           MOVE QU-CHARGE TO DRA-SATZ(83:15).
           PERFORM DRUCK.
           MOVE QU-ARNUM TO AQ-ARNUM.
           READ ARTQS IGNORE LOCK INVALID MOVE SPACE TO AQ-HINW.
           IF AQ-HINW = SPACE GO D.
           MOVE "Pruefung:" TO DRA-SATZ(33:9).
           MOVE AQ-HINW TO DRA-SATZ(42:40).
           PERFORM DRUCK.
           GO D.
       W.  IF WZ-ZEILEN = 0
               DISPLAY "keine offenen Quarantaene-Lose," AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Pruefergebnis zu einem Los: Menge freigeben (Journal Art 9,
      *    Zugang in den Bestand und Charge) und/oder ablehnen
      *    (Journal Art 10, wahlweise Ruecklieferbeleg)
      ******************************************************************
       QS-PRUEFEN SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Pruefergebnis " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Los-Nr.:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Losnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002136006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO QU-NUM.
       D.  READ QUARANT INVALID
               DISPLAY "Los nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF QU-ERLEDIGT
               UNLOCK QUARANT
               DISPLAY "Los ist bereits abgeschlossen!" AT 2401
               PERFORM WEITER GO C.
           COMPUTE WH-OFFEN = QU-ANZ - QU-FREI - QU-SPERR.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellung:" AT VDU-LP.
           MOVE QU-BESTNUM TO WD-NUM.
           ADD 315 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 325 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lieferant:" AT VDU-LP.
           ADD 336 VDU-ECK GIVING VDU-LP.
           DISPLAY QU-LIEF with highlight AT VDU-LP.
           MOVE QU-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE QU-ARNUM TO WD-ARNUM.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " AR-BEZA.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Eingang:" AT VDU-LP.
           MOVE QU-ANZ TO WD-ANZ.
           ADD 512 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 525 VDU-ECK GIVING VDU-LP.
           DISPLAY "noch offen:" AT VDU-LP.
           MOVE WH-OFFEN TO WD-ANZ.
           ADD 537 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "freigeben:          ablehnen:" AT VDU-LP.
      *-------------------------------------> Freigabemenge <-
       E.  DISPLAY "<esc>= zurueck, <ret>= Menge freigeben" AT 2301.
           MOVE WH-OFFEN TO WH-WERT.
           CALL "CAUP" USING "1006146007" WH-CREG.
           IF ESC UNLOCK QUARANT GO V.
           IF NOT RET GO E.
           IF WH-WERT > WH-OFFEN
               DISPLAY "mehr als offen - bitte pruefen!" AT 2401
               PERFORM WEITER GO E.
           MOVE WH-WERT TO WH-FREI.
      *-------------------------------------> Ablehnmenge <-
       G.  DISPLAY "<esc>= zurueck, <ret>= Menge ablehnen" AT 2301.
           COMPUTE WH-WERT = WH-OFFEN - WH-FREI.
           CALL "CAUP" USING "1006336007" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-FREI + WH-WERT > WH-OFFEN
               DISPLAY "mehr als offen - bitte pruefen!" AT 2401
               PERFORM WEITER GO G.
           MOVE WH-WERT TO WH-SPERR.
           IF WH-FREI = 0 AND WH-SPERR = 0 GO E.
           MOVE SPACE TO WV-GRUND.
           MOVE 0 TO WH-MITRL.
           IF WH-SPERR = 0 GO K.
      *--------------------------------> Befund der Ablehnung <-
       H.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Befund:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Grund der Ablehnung" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1207110130" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           MOVE WT-TX TO WV-GRUND.
       I.  DISPLAY "<ret>= mit Ruecklieferbeleg, <tab>= ohne, <esc>= zur
      -        "ueck" AT 2301.
           CALL "CAUP" USING "0023701000" WH-CREG.
           IF ESC GO H.
           IF TABL GO K.
           IF NOT RET GO I.
           MOVE 1 TO WH-MITRL.
      *-------------------------------------> Los fortschreiben <-
       K.  ADD WH-FREI TO QU-FREI.
           ADD WH-SPERR TO QU-SPERR.
           MOVE WH-DATUM TO QU-PRDAT.
           MOVE WB-NAME TO QU-BEN.
           IF WV-GRUND NOT = SPACE MOVE WV-GRUND TO QU-GRUND.
           IF QU-FREI + QU-SPERR NOT < QU-ANZ MOVE 9 TO QU-STATUS.
           IF WH-MITRL = 1 PERFORM QS-RUECK.
           REWRITE QU-SATZ.
      *--------------------> Freigabe: Zugang in den Bestand <-
           IF WH-FREI = 0 GO M.
           MOVE QU-ARNUM TO WG-ARNUM.
           MOVE WH-FREI TO WG-ANZ.
           MOVE 9 TO WG-ART.
           MOVE QU-BESTNUM TO WG-AUFNUM.
           MOVE QU-CHARGE TO WG-CHARGE.
           MOVE QU-MHD TO WG-MHD.
           MOVE QU-LAGER TO WG-LAGNR.
           CALL "GABLAGER" USING "10LAGBUCH" WH-CREG.
           IF QU-CHARGE NOT = SPACE
               MOVE QU-ARNUM TO WCH-ARNUM
               MOVE QU-CHARGE TO WCH-CHARGE
               MOVE QU-MHD TO WCH-MHD
               MOVE WH-FREI TO WCH-ANZ
               MOVE 0 TO WCH-AUFNUM
               MOVE QU-BESTNUM TO WCH-BESTNUM
               MOVE QU-LIEF TO WCH-LIEF
               CALL "GABCHG" USING "10ZUBUCH" WH-CREG.
      *--------------------> Ablehnung: nur Journal <-
       M.  IF WH-SPERR = 0 GO N.
           MOVE QU-ARNUM TO WG-ARNUM.
           MOVE WH-SPERR TO WG-ANZ.
           MOVE 10 TO WG-ART.
           MOVE QU-BESTNUM TO WG-AUFNUM.
           MOVE QU-CHARGE TO WG-CHARGE.
           MOVE QU-MHD TO WG-MHD.
           MOVE QU-LAGER TO WG-LAGNR.
           CALL "GABLAGER" USING "10LAGBUCH" WH-CREG.
       N.  IF WH-MITRL = 0
               DISPLAY "gebucht." with highlight AT 2401
               ELSE MOVE WH-RLNUM TO WD-NUM
               DISPLAY "gebucht, Ruecklieferung" AT 2401
                   WD-NUM with highlight " gedruckt." with highlight.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Ruecklieferbeleg zur abgelehnten Menge WH-SPERR: Satz in
      *    RUECKLIE fuer die Lieferantengutschrift (GABBEST); kein
      *    Lagerabgang, die Menge war nie im Bestand
      ******************************************************************
       QS-RUECK SECTION.
       A.  PERFORM RL-OEFFNE.
           MOVE 999999 TO RL-NUM.
           START RUECKLIE KEY < RL-KEY INVALID MOVE 0 TO RL-NUM
               GO C.
           READ RUECKLIE PREVIOUS IGNORE LOCK AT END MOVE 0 TO RL-NUM.
       C.  ADD 1 RL-NUM GIVING WH-RLNUM.
           INITIALIZE RL-SATZ.
           MOVE WH-RLNUM TO RL-NUM.
           MOVE QU-LIEF TO RL-LIEF.
           MOVE WH-DATUM TO RL-DATUM.
           MOVE QU-BESTNUM TO RL-BESTNUM.
           MOVE QU-POS TO RL-POS.
           MOVE QU-ARNUM TO RL-ARNUM.
           MOVE WH-SPERR TO RL-ANZ.
           MOVE WV-GRUND TO RL-GRUND.
           MOVE 0 TO RL-STATUS RL-GUTDAT.
           WRITE RL-SATZ.
           MOVE WH-RLNUM TO QU-RLNUM.
           PERFORM RL-DRUCK.
           CLOSE RUECKLIE.
       Z.  EXIT.
      ********************* Rueckliefernote fuer den Versand *
       RL-DRUCK SECTION.
       A.  MOVE "RUECKLF.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "R u e c k l i e f e r u n g" TO DRA-SATZ(8:).
           MOVE RL-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(38:6).
           MOVE RL-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "vom" TO DRA-SATZ(46:4).
           MOVE VDU-DATUM TO DRA-SATZ(50:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:75).
           PERFORM DRUCK.
           MOVE "Absender:" TO DRA-SATZ(2:10).
           MOVE WK-FIRMA TO DRA-SATZ(12:22).
           PERFORM DRUCK.
           MOVE RL-LIEF TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID INITIALIZE LS-SATZ.
           MOVE "an:" TO DRA-SATZ(2:10).
           MOVE LS-BEZ TO DRA-SATZ(12:30).
           PERFORM DRUCK.
           MOVE LS-STR TO DRA-SATZ(12:25).
           PERFORM DRUCK.
           MOVE LS-PLZL TO DRA-SATZ(12:8).
           MOVE LS-ORT TO DRA-SATZ(21:20).
           PERFORM DRUCK.
           MOVE "unsere Kundennummer:" TO DRA-SATZ(2:21).
           MOVE LS-UKDNR TO DRA-SATZ(23:10).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "zu Ihrer Lieferung auf Bestellung" TO DRA-SATZ(2:34).
           MOVE RL-BESTNUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(37:6).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE RL-ARNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(2:7).
           MOVE AR-BEZA TO DRA-SATZ(11:30).
           MOVE RL-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(43:8).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Grund:" TO DRA-SATZ(2:7).
           MOVE RL-GRUND TO DRA-SATZ(9:30).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Wir bitten um Gutschrift." TO DRA-SATZ(2:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
