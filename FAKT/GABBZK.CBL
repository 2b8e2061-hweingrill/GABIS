      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABBZK.
      ******************************************************************
      *   Bezugskosten: Fracht-, Zoll- und Verpackungsrechnungen       *
      *   (in KREDOPO erfasst, GABKRED) werden je Kostenart auf die    *
      *   Wareneingaenge einer oder mehrerer Bestellungen verteilt -   *
      *   nach Warenwert (BP-GELIEF * BP-PREIS), Gewicht (AR-DGW) oder *
      *   Menge.  Der Anteil je Stueck wird auf AR-EKP aufgeschlagen   *
      *   (Kalkulation, Deckungsbeitrag, gleitender Durchschnitt in    *
      *   GABBWRT).  Verteilung in BEZUGK (GABISBZK.DAT); eine neue    *
      *   Verteilung oder ein Storno nimmt den Aufschlag zurueck.      *
      *   Protokoll je Wareneingang (BZKPROT.LST); EK alt/neu bleibt   *
      *   ohne EK-Recht (KU-EKSICHT) leer.                             *
      *                                                                *
      *   10 = Menue (aus GABBEST).                                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEBZK.CPY.
           COPY GABSEKOP.CPY.
           COPY GABSEBES.CPY.
           COPY GABSEART.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABBEZK.CPY.
       COPY GABKREDO.CPY.
       COPY GABBESTE.CPY.
       COPY GABARTIK.CPY.
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
           03  WV-LIEF                 PIC X(5).
           03  WV-RENR                 PIC X(12).
           03  WH-KART                 PIC 9         COMP.
           03  WH-SCHL                 PIC 9         COMP.
           03  WH-BETRAG               PIC S9(9)V99  COMP-3.
           03  WH-ANDERE               PIC S9(9)V99  COMP-3.
           03  WH-ANTEIL               PIC S9(9)V99  COMP-3.
           03  WH-OFFEN                PIC S9(9)V99  COMP-3.
           03  WH-SUMBAS               PIC S9(11)V99 COMP-3.
           03  WH-SUMANT               PIC S9(9)V99  COMP-3.
           03  WH-STUECK               PIC S9(7)V99  COMP-3.
           03  WH-LFD                  PIC 9(4)      COMP.
           03  WH-LETZT                PIC 999       COMP.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-BKNUM                PIC 9(6)      COMP.
           03  WH-BPOS                 PIC 9(4)      COMP.
           03  WZ-KOUNT                PIC 9(5)      COMP.
      *------------------------> Bestellungen einer Verteilung <-
           03  WO-ANZ                  PIC 99        COMP.
           03  WO-BEST                 PIC 9(6)      COMP  OCCURS 10.
      *------------> eingegangene Positionen dieser Bestellungen <-
           03  WP-ANZ                  PIC 999       COMP.
           03  WP-TAB                                       OCCURS 300.
               05  WP-BESTNUM          PIC 9(6)      COMP.
               05  WP-BPOS             PIC 9(4)      COMP.
               05  WP-ARNUM            PIC 9(6)      COMP.
               05  WP-MENGE            PIC S9(7)     COMP-3.
               05  WP-BASIS            PIC S9(9)V99  COMP-3.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-POS                  PIC ZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-BETRAG               PIC ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------> Zeile des Protokolls <-
       01  DRP-SATZ.
           03  FILLER                  PIC X.
           03  DRP-POS                 PIC ZZZ9.
           03  FILLER                  PIC X.
           03  DRP-ARNUM               PIC Z9.9999.
           03  FILLER                  PIC X.
           03  DRP-BEZ                 PIC X(20).
           03  DRP-MENGE               PIC ZZZ.ZZ9-.
           03  FILLER                  PIC X.
           03  DRP-LIEF                PIC X(5).
           03  FILLER                  PIC X.
           03  DRP-RENR                PIC X(12).
           03  FILLER                  PIC X.
           03  DRP-KART                PIC X(10).
           03  FILLER                  PIC X.
           03  DRP-SCHL                PIC X(7).
           03  DRP-ANTEIL              PIC ZZZ.ZZZ.ZZ9,99-.
           03  DRP-STUECK              PIC ZZZ.ZZ9,99-.
           03  DRP-EKALT               PIC ZZZ.ZZ9,99-.
           03  DRP-EKNEU               PIC ZZZ.ZZ9,99-.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON BEZUGK.
       A.  CALL "CADECL" USING "GABISBZK.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON KREDOPO.
       A.  CALL "CADECL" USING "GABISKOP.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BESTKOPF.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM BZK-MENU GO W.
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
      ******************************** Bezugskostendatei oeffnen *
       BZK-OEFFNE SECTION.
       A.  OPEN I-O BEZUGK.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BEZUGK
               CLOSE BEZUGK
               OPEN I-O BEZUGK.
       Z.  EXIT.
      ******************************************************************
       BZK-MENU SECTION.
       A.  OPEN INPUT KREDOPO.
           IF WF-STATUS NOT = "00"
               DISPLAY "keine Eingangsrechnungen erfasst!" AT 2401
               PERFORM WEITER GO Z.
           PERFORM BZK-OEFFNE.
           OPEN INPUT BESTKOPF BESTPOS.
           MOVE 0 TO WM-OPART WM-OPLIS.
           OPEN I-O ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bezugskosten " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Bezugskosten verteilen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Verteilung stornieren" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Protokoll je Wareneingang" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM BZ-ERFASSEN
               WHEN 2 PERFORM BZ-STORNO
               WHEN 3 PERFORM BZ-PROTOKOLL
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE KREDOPO BEZUGK BESTKOPF BESTPOS.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Kostenrechnung (Lieferant/Spediteur und Rechnungsnummer
      *    aus KREDOPO) und Kostenart waehlen; ergibt WV-LIEF,
      *    WV-RENR, WH-KART und den Kopfsatz in BZ-SATZ (WH-NEU = 1:
      *    noch nicht verteilt).  ESC = Abbruch.
      ******************************************************************
       BZ-BELEG SECTION.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lieferant:         Rechnungsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Kuerzel" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1202140105" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO C.
           MOVE WT-TX TO WV-LIEF.
           IF WV-LIEF = SPACE GO C.
       E.  DISPLAY "<esc>= zurueck, <ret>= Rechnungsnummer" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1202390112" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WT-TX TO WV-RENR.
           IF WV-RENR = SPACE GO E.
           MOVE WV-LIEF TO KP-LIEF.
           MOVE WV-RENR TO KP-RENR.
           READ KREDOPO IGNORE LOCK INVALID
               DISPLAY "Rechnung nicht in den Verbindlichkeiten - bitte"
                   " zuerst erfassen!" AT 2401
               PERFORM WEITER GO C.
           MOVE WV-LIEF TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY LS-BEZ with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnungsbetrag:" AT VDU-LP.
           MOVE KP-BETRAG TO WD-BETRAG.
           ADD 420 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BETRAG with highlight AT VDU-LP.
      *---------------------------------------------> Kostenart <-
       G.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kostenart:   (1 = Fracht, 2 = Zoll, 3 = Verpackung,"
               " 4 = sonstige)" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Kostenart" AT 2301.
           MOVE 1 TO WH-NUM.
           CALL "CAUP" USING "1005146001" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO G.
           IF WH-NUM < 1 OR WH-NUM > 4 GO G.
           MOVE WH-NUM TO WH-KART.
           MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WH-KART TO BZ-KART.
           MOVE 0 TO BZ-LFD WH-NEU.
           READ BEZUGK INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO G.
           IF WH-NEU = 1
               INITIALIZE BZ-SATZ
               MOVE WV-LIEF TO BZ-LIEF
               MOVE WV-RENR TO BZ-RENR
               MOVE WH-KART TO BZ-KART
               MOVE 1 TO BZ-SCHL.
       Z.  EXIT.
      ******************************************************************
      *    Bezugskosten erfassen und verteilen: Betrag, Verteil-
      *    schluessel und Bestellungen; eine vorhandene Verteilung
      *    der Kostenart wird vorher zurueckgenommen
      ******************************************************************
       BZ-ERFASSEN SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bezugskosten verteilen " with highlight
               AT VDU-LP.
           PERFORM BZ-BELEG.
           IF ESC GO X.
           IF WH-NEU = 0
               MOVE BZ-DATUM TO WC-DATUM
               PERFORM DATDREH
               DISPLAY "bereits verteilt am " AT 2401 VDU-DATUM
                   " - wird neu verteilt" with highlight.
      *----------------> Summe der uebrigen Kostenarten der Rechnung <-
           MOVE 0 TO WH-ANDERE.
           MOVE BZ-BETRAG TO WH-BETRAG.
           MOVE BZ-SCHL TO WH-SCHL.
           MOVE 0 TO WO-ANZ.
           IF WH-NEU = 0 PERFORM BZ-BESTHOL.
           PERFORM BZ-ANDERE.
      *------------------------------------------> Nettobetrag <-
       C.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Betrag netto:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Betrag" AT 2301.
           MOVE WH-BETRAG TO WH-WERT.
           CALL "CAUP" USING "1006206211" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-WERT NOT > 0 GO C.
           MOVE WH-WERT TO WH-BETRAG.
           IF WH-BETRAG + WH-ANDERE > KP-BETRAG
               DISPLAY "Bezugskosten uebersteigen den Rechnungsbetrag -"
                   " bitte pruefen!" AT 2401
               PERFORM WEITER.
      *------------------------------------> Verteilschluessel <-
       E.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Verteilung:  (1 = Warenwert, 2 = Gewicht, 3 = Meng"
               "e)" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Verteilschluessel" AT 2301.
           MOVE WH-SCHL TO WH-NUM.
           CALL "CAUP" USING "1007146001" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM < 1 OR WH-NUM > 3 GO E.
           MOVE WH-NUM TO WH-SCHL.
      *---------------------------> Bestellungen (Wareneingaenge) <-
       G.  ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellung:" AT VDU-LP.
           PERFORM BZ-BESTZEIG.
       H.  DISPLAY "<esc>= zurueck, <ret>= Bestellnummer (leer = fert"
               "ig, vorhandene = entfernen)" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1008156006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO H.
           IF WH-NUM = 0 GO K.
           MOVE WH-NUM TO WH-BKNUM.
           MOVE 0 TO WY.
       I.  ADD 1 TO WY.
           IF WY > WO-ANZ GO J.
           IF WO-BEST(WY) NOT = WH-BKNUM GO I.
      *---------------------> schon erfasst: aus der Liste nehmen <-
           MOVE WO-BEST(WO-ANZ) TO WO-BEST(WY).
           SUBTRACT 1 FROM WO-ANZ.
           GO G.
       J.  IF WO-ANZ NOT < 10
               DISPLAY "hoechstens 10 Bestellungen!" AT 2401
               PERFORM WEITER GO H.
           MOVE WH-BKNUM TO BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID
               DISPLAY "Bestellung nicht vorhanden!" AT 2401
               PERFORM WEITER GO H.
           ADD 1 TO WO-ANZ.
           MOVE WH-BKNUM TO WO-BEST(WO-ANZ).
           GO G.
       K.  IF WO-ANZ = 0 GO G.
           PERFORM BZ-SAMMELN.
           IF WP-ANZ = 0
               DISPLAY "keine Wareneingaenge zu diesen Bestellungen!"
                   AT 2401
               PERFORM WEITER GO G.
           IF WH-SUMBAS NOT > 0
               DISPLAY "keine Verteilbasis (Gewicht in den Artikeln fe"
                   "hlt?)" AT 2401
               PERFORM WEITER GO E.
           MOVE WP-ANZ TO WD-POS.
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "eingegangene Positionen:" AT VDU-LP.
           ADD 1028 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-POS with highlight AT VDU-LP.
       M.  DISPLAY "<esc>= zurueck, <ret>= verteilen" AT 2301.
           CALL "CAUP" USING "0023331000" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO M.
      *----------> vorhandene Verteilung zuruecknehmen, neu verteilen <-
           IF WH-NEU = 0 PERFORM BZ-RUECK.
           PERFORM BZ-VERTEILEN.
           DISPLAY "Bezugskosten verteilt." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
           GO A.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********************* Bestellungen aus dem Kopfsatz uebernehmen *
       BZ-BESTHOL SECTION.
       A.  MOVE 0 TO WY.
       C.  ADD 1 TO WY.
           IF WY > 10 GO Z.
           IF BZ-BEST(WY) = 0 GO C.
           ADD 1 TO WO-ANZ.
           MOVE BZ-BEST(WY) TO WO-BEST(WO-ANZ).
           GO C.
       Z.  EXIT.
      ********************************* Bestellungsliste anzeigen *
       BZ-BESTZEIG SECTION.
       A.  ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY SPACE AT VDU-LP SIZE 72.
           MOVE 0 TO WY.
       C.  ADD 1 TO WY.
           IF WY > WO-ANZ GO Z.
           MOVE WO-BEST(WY) TO WD-NUM.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 7 TO VDU-LP.
           GO C.
       Z.  EXIT.
      ***** Nettobetraege der uebrigen Kostenarten derselben Rechnung *
       BZ-ANDERE SECTION.
       A.  MOVE 1 TO WY.
       C.  IF WY > 4 GO X.
           IF WY = WH-KART GO E.
           MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WY TO BZ-KART.
           MOVE 0 TO BZ-LFD.
           READ BEZUGK IGNORE LOCK INVALID GO E.
           ADD BZ-BETRAG TO WH-ANDERE.
       E.  ADD 1 TO WY.
           GO C.
      *---------------------------> eigenen Kopfsatz wiederherstellen <-
       X.  MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WH-KART TO BZ-KART.
           MOVE 0 TO BZ-LFD.
           IF WH-NEU = 0 READ BEZUGK INVALID MOVE 1 TO WH-NEU.
       Z.  EXIT.
      ******************************************************************
      *    eingegangene Positionen der Bestellungen sammeln, je
      *    Position die Verteilbasis nach dem Schluessel WH-SCHL
      ******************************************************************
       BZ-SAMMELN SECTION.
       A.  MOVE 0 TO WP-ANZ WH-SUMBAS.
           MOVE 0 TO WY.
       C.  ADD 1 TO WY.
           IF WY > WO-ANZ GO Z.
           MOVE WO-BEST(WY) TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO C.
       E.  READ BESTPOS NEXT IGNORE LOCK AT END GO C.
           IF BP-NUM NOT = WO-BEST(WY) GO C.
           IF BP-GELIEF NOT > 0 GO E.
           IF WP-ANZ NOT < 300 GO Z.
           ADD 1 TO WP-ANZ.
           MOVE BP-NUM TO WP-BESTNUM(WP-ANZ).
           MOVE BP-POS TO WP-BPOS(WP-ANZ).
           MOVE BP-ARNUM TO WP-ARNUM(WP-ANZ).
           MOVE BP-GELIEF TO WP-MENGE(WP-ANZ).
           EVALUATE WH-SCHL
               WHEN 1 COMPUTE WP-BASIS(WP-ANZ) = BP-GELIEF * BP-PREIS
               WHEN 2 MOVE BP-ARNUM TO AR-NUM
                      READ ARTIKEL IGNORE LOCK INVALID MOVE 0 TO AR-DGW
                      END-READ
                      COMPUTE WP-BASIS(WP-ANZ) = BP-GELIEF * AR-DGW
               WHEN OTHER MOVE BP-GELIEF TO WP-BASIS(WP-ANZ)
           END-EVALUATE.
           IF WP-BASIS(WP-ANZ) < 0 MOVE 0 TO WP-BASIS(WP-ANZ).
           ADD WP-BASIS(WP-ANZ) TO WH-SUMBAS.
           GO E.
       Z.  EXIT.
      ******************************************************************
      *    Betrag anteilig verteilen (Rundungsrest auf die letzte
      *    Position mit Basis), je Position Satz schreiben und den
      *    Anteil je Stueck auf AR-EKP aufschlagen; danach Kopfsatz
      ******************************************************************
       BZ-VERTEILEN SECTION.
       A.  MOVE 0 TO WH-LETZT WX.
       B.  ADD 1 TO WX.
           IF WX > WP-ANZ GO C.
           IF WP-BASIS(WX) > 0 MOVE WX TO WH-LETZT.
           GO B.
       C.  MOVE WH-BETRAG TO WH-OFFEN.
           MOVE 0 TO WX WH-LFD.
       E.  ADD 1 TO WX.
           IF WX > WP-ANZ GO V.
           IF WP-BASIS(WX) NOT > 0 GO E.
           IF WX = WH-LETZT
               MOVE WH-OFFEN TO WH-ANTEIL
           ELSE
               COMPUTE WH-ANTEIL ROUNDED =
                   WH-BETRAG * WP-BASIS(WX) / WH-SUMBAS.
           SUBTRACT WH-ANTEIL FROM WH-OFFEN.
           INITIALIZE BZ-SATZ.
           ADD 1 TO WH-LFD.
           MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WH-KART TO BZ-KART.
           MOVE WH-LFD TO BZ-LFD.
           MOVE WP-BESTNUM(WX) TO BZ-BESTNUM.
           MOVE WP-BPOS(WX) TO BZ-BPOS.
           MOVE WH-ANTEIL TO BZ-BETRAG.
           MOVE WH-SCHL TO BZ-SCHL.
           MOVE WH-DATUM TO BZ-DATUM.
           MOVE WB-NUM TO BZ-BEN.
           MOVE WP-ARNUM(WX) TO BZ-ARNUM.
           MOVE WP-MENGE(WX) TO BZ-MENGE.
           MOVE WP-BASIS(WX) TO BZ-BASIS.
      *---------------------------------> Aufschlag auf den EK <-
           MOVE WP-ARNUM(WX) TO AR-NUM.
           READ ARTIKEL INVALID GO G.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO G.
           MOVE AR-EKP TO BZ-EKALT.
           COMPUTE WH-STUECK ROUNDED = WH-ANTEIL / WP-MENGE(WX).
           ADD WH-STUECK TO AR-EKP.
           REWRITE AR-SATZ.
           MOVE AR-EKP TO BZ-EKNEU.
       G.  WRITE BZ-SATZ.
           GO E.
      *-----------------------------------------------> Kopfsatz <-
       V.  INITIALIZE BZ-SATZ.
           MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WH-KART TO BZ-KART.
           MOVE 0 TO BZ-LFD.
           MOVE WH-BETRAG TO BZ-BETRAG.
           MOVE WH-SCHL TO BZ-SCHL.
           MOVE WH-DATUM TO BZ-DATUM.
           MOVE WB-NUM TO BZ-BEN.
           MOVE 0 TO WY.
       W.  ADD 1 TO WY.
           IF WY > WO-ANZ GO Y.
           MOVE WO-BEST(WY) TO BZ-BEST(WY).
           GO W.
       Y.  IF WH-NEU = 1 WRITE BZ-SATZ
           ELSE REWRITE BZ-SATZ.
           MOVE 0 TO WH-NEU.
       Z.  EXIT.
      ******************************************************************
      *    Verteilung einer Kostenart zuruecknehmen: Aufschlag vom
      *    AR-EKP abziehen und die Positionssaetze loeschen
      ******************************************************************
       BZ-RUECK SECTION.
       A.  MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WH-KART TO BZ-KART.
           MOVE 1 TO BZ-LFD.
           START BEZUGK KEY NOT < BZ-KEY INVALID GO X.
       C.  READ BEZUGK NEXT AT END GO X.
           IF BZ-LIEF NOT = WV-LIEF OR BZ-RENR NOT = WV-RENR
               OR BZ-KART NOT = WH-KART GO X.
           MOVE BZ-ARNUM TO AR-NUM.
           READ ARTIKEL INVALID GO E.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO E.
           COMPUTE AR-EKP = AR-EKP - (BZ-EKNEU - BZ-EKALT).
           IF AR-EKP < 0 MOVE 0 TO AR-EKP.
           REWRITE AR-SATZ.
       E.  DELETE BEZUGK.
           GO C.
      *---------------------------------------> Kopfsatz neu lesen <-
       X.  MOVE WV-LIEF TO BZ-LIEF.
           MOVE WV-RENR TO BZ-RENR.
           MOVE WH-KART TO BZ-KART.
           MOVE 0 TO BZ-LFD.
           READ BEZUGK INVALID MOVE 1 TO WH-NEU.
       Z.  EXIT.
      ******************************************************************
      *    Verteilung einer Kostenart stornieren (z.B. falsch erfasst
      *    oder Kostenrechnung gutgeschrieben)
      ******************************************************************
       BZ-STORNO SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bezugskosten stornieren " with highlight
               AT VDU-LP.
       B.  PERFORM BZ-BELEG.
           IF ESC GO X.
           IF WH-NEU = 1
               DISPLAY "zu dieser Kostenart ist nichts verteilt!"
                   AT 2401
               PERFORM WEITER GO B.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "verteilt:" AT VDU-LP.
           MOVE BZ-BETRAG TO WD-BETRAG.
           ADD 613 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BETRAG with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Verteilung stornieren"
               AT 2301.
           CALL "CAUP" USING "0023451000" WH-CREG.
           IF ESC GO B.
           IF NOT RET GO C.
           PERFORM BZ-RUECK.
           IF WH-NEU = 0 DELETE BEZUGK.
           DISPLAY "Verteilung storniert." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
           GO A.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Protokoll je Wareneingang: alle Bezugskostenanteile der
      *    Positionen einer Bestellung mit Einstandspreis je Stueck
      ******************************************************************
       BZ-PROTOKOLL SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bezugskostenprotokoll " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bestellnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002196006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET OR WH-NUM = 0 GO C.
           MOVE WH-NUM TO BK-NUM WH-BKNUM.
           READ BESTKOPF IGNORE LOCK INVALID
               DISPLAY "Bestellung nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Protokoll -> BZKPROT.LST" AT VDU-LP.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE 0 TO WZ-KOUNT WH-BPOS WH-SUMANT.
           MOVE "BZKPROT.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM BP-KOPF.
           MOVE WH-BKNUM TO BZ-BESTNUM.
           MOVE 1 TO BZ-BPOS.
           START BEZUGK KEY NOT < BZ-BKEY INVALID GO V.
       E.  READ BEZUGK NEXT IGNORE LOCK AT END GO V.
           IF BZ-BESTNUM NOT = WH-BKNUM GO V.
           IF BZ-BPOS NOT = WH-BPOS PERFORM BP-SUMME.
           IF WZ-ZEILEN > 60 PERFORM BP-KOPF.
           MOVE SPACE TO DRP-SATZ.
           IF WH-SUMANT = 0
               MOVE BZ-BPOS TO DRP-POS
               MOVE BZ-ARNUM TO DRP-ARNUM AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA
               END-READ
               MOVE AR-BEZA TO DRP-BEZ
               MOVE BZ-MENGE TO DRP-MENGE.
           MOVE BZ-LIEF TO DRP-LIEF.
           MOVE BZ-RENR TO DRP-RENR.
           EVALUATE BZ-KART
               WHEN 1 MOVE "Fracht" TO DRP-KART
               WHEN 2 MOVE "Zoll" TO DRP-KART
               WHEN 3 MOVE "Verpackung" TO DRP-KART
               WHEN OTHER MOVE "sonstige" TO DRP-KART
           END-EVALUATE.
           EVALUATE BZ-SCHL
               WHEN 1 MOVE "Wert" TO DRP-SCHL
               WHEN 2 MOVE "Gewicht" TO DRP-SCHL
               WHEN OTHER MOVE "Menge" TO DRP-SCHL
           END-EVALUATE.
           MOVE BZ-BETRAG TO DRP-ANTEIL.
           IF BZ-MENGE > 0
               COMPUTE WH-STUECK ROUNDED = BZ-BETRAG / BZ-MENGE
           ELSE
               MOVE 0 TO WH-STUECK.
           MOVE WH-STUECK TO DRP-STUECK.
      *--------> EK nur mit EK-Recht (KU-EKSICHT) <-
           IF NOT WB-EKVERBOT
               MOVE BZ-EKALT TO DRP-EKALT
               MOVE BZ-EKNEU TO DRP-EKNEU.
           MOVE DRP-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           ADD BZ-BETRAG TO WH-SUMANT.
           ADD 1 TO WZ-KOUNT.
           GO E.
       V.  PERFORM BP-SUMME.
           IF WZ-KOUNT = 0
               MOVE "keine Bezugskosten zu dieser Bestellung verteilt"
                   TO DRA-SATZ(2:)
               PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2201
               " Anteile -> BZKPROT.LST" with highlight.
           PERFORM WEITER.
           GO C.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       BP-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE WH-BKNUM TO WD-NUM.
           STRING "Bezugskosten zum Wareneingang Bestellung "
               DELIMITED BY SIZE WD-NUM DELIMITED BY SIZE
               INTO DRA-SATZ(2:).
           MOVE "Lieferant:" TO DRA-SATZ(58:10).
           MOVE BK-LIEF TO DRA-SATZ(69:5).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(80:6).
           MOVE VDU-DATUM TO DRA-SATZ(87:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Pos Artikel Bezeichnung            Menge Lief. Rechnu"
               TO DRA-SATZ(2:).
           MOVE "ng      Kostenart  Schl.          Anteil   je Stueck"
               TO DRA-SATZ(56:).
           MOVE "     EK vor   EK nach" TO DRA-SATZ(108:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:128).
           PERFORM DRUCK.
       Z.  EXIT.
      ******* Summe einer Position: Bestellpreis und Einstandspreis *
       BP-SUMME SECTION.
       A.  IF WH-SUMANT = 0 GO X.
           MOVE WH-BKNUM TO BP-NUM.
           MOVE WH-BPOS TO BP-POS.
           READ BESTPOS IGNORE LOCK INVALID GO X.
           MOVE "EK bestellt" TO DRA-SATZ(20:11).
           MOVE BP-PREIS TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(32:11).
           MOVE "Bezugskosten" TO DRA-SATZ(56:12).
           MOVE WH-SUMANT TO WD-BETRAG.
           MOVE WD-BETRAG TO DRA-SATZ(80:15).
           MOVE "Einstand je Stueck" TO DRA-SATZ(97:18).
           IF BP-GELIEF > 0
               COMPUTE WH-STUECK ROUNDED =
                   BP-PREIS + WH-SUMANT / BP-GELIEF
           ELSE
               MOVE BP-PREIS TO WH-STUECK.
           MOVE WH-STUECK TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(119:11).
           PERFORM DRUCK.
           PERFORM DRUCK.
       X.  MOVE 0 TO WH-SUMANT.
           MOVE BZ-BPOS TO WH-BPOS.
       Z.  EXIT.
