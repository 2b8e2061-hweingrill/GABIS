      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABLBEW.
      ******************************************************************
      *   Lieferantenbewertung je Jahr oder Quartal (Bestelldatum):    *
      *   - Liefertreue: Positionen, deren letzter Wareneingang        *
      *     (LAGERJRN, Zugang zur Bestellung) nicht nach BK-LIEFDAT    *
      *     lag;                                                       *
      *   - Mengentreue: abgeschlossene Positionen mit BP-GELIEF =     *
      *     BP-ANZ;                                                    *
      *   - Preistreue: Mehr-/Minderpreis der geprueften Rechnungen    *
      *     (KREDPRUF) gegen den Bestellwert;                          *
      *   - Ruecklieferquote: RUECKLIE-Menge gegen Eingangsmenge;      *
      *   - Einkaufsvolumen: BP-GELIEF * BP-PREIS.                     *
      *   Die Punktzahl (0 - 100) gewichtet die vier Quoten nach       *
      *   KONSTANT 186; Abweichung und Ruecklieferung kosten je        *
      *   Prozent KLB-FAKTOR Punkte.  Rangliste LIEFBEW.LST, Ergebnis  *
      *   in LIEFBEW (GABISLBW.DAT), auch fuer GABEKVGL.               *
      *                                                                *
      *   10 = Menue (aus GABBEST).                                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSELBW.CPY.
           COPY GABSEBES.CPY.
           COPY GABSELGJ.CPY.
           COPY GABSEKRP.CPY.
           COPY GABSERLF.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT SORTDAT  ASSIGN TO "GABISORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       COPY GABLIBEW.CPY.
       COPY GABBESTE.CPY.
       COPY GABLGJRN.CPY.
       COPY GABKREPR.CPY.
       COPY GABRUECK.CPY.
       COPY GABLIEFS.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       SD  SORTDAT.
       01  SO-SATZ.
           03  SO-SCORE                PIC 999V9      COMP-3.
           03  SO-LIEF                 PIC X(5).
           03  SO-POS                  PIC 9(5)       COMP.
           03  SO-TERMQ                PIC S999V9     COMP-3.
           03  SO-MENGQ                PIC S999V9     COMP-3.
           03  SO-PREISA               PIC S999V9     COMP-3.
           03  SO-RUECKQ               PIC S999V9     COMP-3.
           03  SO-UMSATZ               PIC S9(9)V99   COMP-3.
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
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WM-OPJRN                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKRP                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *------------------------> Gewichte und Abzug (KONSTANT 186) <-
           03  WH-GTERM                PIC 999       COMP.
           03  WH-GMENGE               PIC 999       COMP.
           03  WH-GPREIS               PIC 999       COMP.
           03  WH-GRUECK               PIC 999       COMP.
           03  WH-FAKTOR               PIC 99        COMP.
           03  WH-NEU                  PIC 9         COMP.
      *-------------------------------------------> Zeitraum <-
           03  WH-JAHR                 PIC 9(4)      COMP.
           03  WH-QUART                PIC 9         COMP.
           03  WH-PERIODE              PIC 9(5)      COMP.
           03  WH-VON                  PIC 9(6)      COMP.
           03  WH-BIS                  PIC 9(6)      COMP.
           03  WH-SOLL                 PIC 9(8)      COMP.
           03  WH-EINDAT               PIC 9(8)      COMP.
           03  WH-PROZ                 PIC S9(5)V9   COMP-3.
           03  WH-PUNKTE               PIC S9(7)V9   COMP-3.
           03  WH-GEWSUM               PIC 9(4)      COMP.
           03  WH-RANG                 PIC 9(4)      COMP.
           03  WH-LIEF                 PIC X(5).
      *--------------------------> Summen je Lieferant im Zeitraum <-
           03  WQ-ANZ                  PIC 9(4)      COMP.
           03  WQ                      PIC 9(4)      COMP.
           03  WQ-TAB                                       OCCURS 500.
               05  WQ-LIEF             PIC X(5).
               05  WQ-POS              PIC 9(5)      COMP.
               05  WQ-TERM             PIC 9(5)      COMP.
               05  WQ-PUENKT           PIC 9(5)      COMP.
               05  WQ-MGPOS            PIC 9(5)      COMP.
               05  WQ-MGOK             PIC 9(5)      COMP.
               05  WQ-PBAS             PIC S9(9)V99  COMP-3.
               05  WQ-PABW             PIC S9(9)V99  COMP-3.
               05  WQ-GELIEF           PIC S9(9)     COMP-3.
               05  WQ-RUECK            PIC S9(9)V99  COMP-3.
               05  WQ-UMSATZ           PIC S9(9)V99  COMP-3.
           03  WD-NUM                  PIC ZZZZ9.
           03  WD-RANG                 PIC ZZZ9.
           03  WD-PROZ                 PIC ZZZ9,9-.
           03  WD-QUOTE                PIC X(7).
           03  WD-QUART                PIC 9.
           03  WD-BETRAG               PIC ZZZ.ZZZ.ZZ9,99-.
           03  WD-GEW                  PIC ZZ9.
      *-------------------------------------> Zeile der Rangliste <-
       01  DRL-SATZ.
           03  FILLER                  PIC X.
           03  DRL-RANG                PIC ZZZ9.
           03  FILLER                  PIC X.
           03  DRL-LIEF                PIC X(5).
           03  FILLER                  PIC X.
           03  DRL-BEZ                 PIC X(25).
           03  DRL-POS                 PIC ZZZZ9.
           03  FILLER                  PIC XX.
           03  DRL-TERMQ               PIC X(8).
           03  FILLER                  PIC X.
           03  DRL-MENGQ               PIC X(8).
           03  FILLER                  PIC X.
           03  DRL-PREISA              PIC X(8).
           03  FILLER                  PIC X.
           03  DRL-RUECKQ              PIC X(8).
           03  DRL-UMSATZ              PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC XX.
           03  DRL-SCORE               PIC ZZ9,9.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFBEW.
       A.  CALL "CADECL" USING "GABISLBW.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BESTKOPF.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON LAGERJRN.
       A.  CALL "CADECL" USING "GABISLGJ.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON KREDPRUF.
       A.  CALL "CADECL" USING "GABISKRP.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON RUECKLIE.
       A.  CALL "CADECL" USING "GABISRLF.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM LBW-MENU GO W.
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
      ************** Gewichte aus KONSTANT 186, notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 186 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-LBSATZ
               MOVE 40 TO KLB-GTERM
               MOVE 20 TO KLB-GMENGE
               MOVE 25 TO KLB-GPREIS
               MOVE 15 TO KLB-GRUECK
               MOVE 10 TO KLB-FAKTOR
               WRITE KO-SATZ GO B.
           MOVE KLB-GTERM TO WH-GTERM.
           MOVE KLB-GMENGE TO WH-GMENGE.
           MOVE KLB-GPREIS TO WH-GPREIS.
           MOVE KLB-GRUECK TO WH-GRUECK.
           MOVE KLB-FAKTOR TO WH-FAKTOR.
           IF WH-FAKTOR = 0 MOVE 10 TO WH-FAKTOR.
       Z.  EXIT.
      ******************************************************************
       LBW-MENU SECTION.
       A.  MOVE 0 TO WM-OPKON WM-OPLIS.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           PERFORM PAR-LESEN.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
           OPEN I-O LIEFBEW.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT LIEFBEW
               CLOSE LIEFBEW
               OPEN I-O LIEFBEW.
           OPEN INPUT BESTKOPF BESTPOS.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Lieferantenbewertung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Bewertung und Rangliste" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Gewichtung" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM BW-LAUF
               WHEN 2 PERFORM BW-GEWICHT
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE LIEFBEW BESTKOPF BESTPOS.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Bewertungslauf: Zeitraum waehlen, Kennzahlen je Lieferant
      *    sammeln, nach Punktzahl sortiert drucken und speichern
      ******************************************************************
       BW-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Lieferantenbewertung " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahr (JJJJ):" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Quartal (0 = ganzes Jahr):" AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Jahr" AT 2301.
           COMPUTE WH-NUM = WH-DATUM / 10000 + 2000.
           CALL "CAUP" USING "1002166004" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM < 2000 OR WH-NUM > 2099 GO C.
           MOVE WH-NUM TO WH-JAHR.
       E.  DISPLAY "<esc>= zurueck, <ret>= Quartal" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1003306001" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM > 4 GO E.
           MOVE WH-NUM TO WH-QUART.
           COMPUTE WH-PERIODE = WH-JAHR * 10 + WH-QUART.
           IF WH-QUART = 0
               COMPUTE WH-VON = (WH-JAHR - 2000) * 10000 + 101
               COMPUTE WH-BIS = (WH-JAHR - 2000) * 10000 + 1231
           ELSE
               COMPUTE WH-VON = (WH-JAHR - 2000) * 10000
                   + (WH-QUART * 3 - 2) * 100 + 1
               COMPUTE WH-BIS = (WH-JAHR - 2000) * 10000
                   + (WH-QUART * 3) * 100 + 31.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rangliste -> LIEFBEW.LST" AT VDU-LP.
       G.  DISPLAY "<esc>= zurueck, <ret>= Bewertung starten" AT 2301.
           CALL "CAUP" USING "0023421000" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           DISPLAY "Auswertung..." with highlight AT 2401.
           PERFORM BW-SAMMELN.
           IF WQ-ANZ = 0
               DISPLAY "keine Bestellungen im Zeitraum!" AT 2401
               PERFORM WEITER GO Y.
           MOVE "LIEFBEW.LST" TO WH-DRUNAM.
           MOVE 0 TO WH-RANG.
           SORT SORTDAT ON DESCENDING KEY SO-SCORE
                           ASCENDING KEY SO-LIEF
               INPUT PROCEDURE BW-EIN
               OUTPUT PROCEDURE BW-AUS.
           PERFORM END-DRU.
           MOVE WH-RANG TO WD-RANG.
           DISPLAY WD-RANG with highlight AT 2201
               " Lieferanten bewertet -> LIEFBEW.LST" with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Bestellungen des Zeitraums lesen, je Position Liefer-,
      *    Mengen- und Preistreue, danach die Ruecklieferungen
      ******************************************************************
       BW-SAMMELN SECTION.
       A.  MOVE 0 TO WQ-ANZ WM-OPJRN WM-OPKRP.
           OPEN INPUT LAGERJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPJRN.
           OPEN INPUT KREDPRUF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKRP.
           MOVE 0 TO BK-NUM.
           START BESTKOPF KEY NOT < BK-KEY INVALID GO R.
       C.  READ BESTKOPF NEXT IGNORE LOCK AT END GO R.
           IF BK-DATUM < WH-VON OR BK-DATUM > WH-BIS GO C.
           MOVE BK-LIEF TO WH-LIEF.
           PERFORM LIEF-SUCHEN.
           IF WQ = 0 GO C.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO C.
       E.  READ BESTPOS NEXT IGNORE LOCK AT END GO C.
           IF BP-NUM NOT = BK-NUM GO C.
           IF BP-GELIEF NOT > 0 AND NOT BK-ERLEDIGT GO E.
           ADD 1 TO WQ-POS(WQ).
           ADD BP-GELIEF TO WQ-GELIEF(WQ).
           COMPUTE WQ-UMSATZ(WQ) = WQ-UMSATZ(WQ) + BP-GELIEF * BP-PREIS.
      *------> Mengentreue: Position voll geliefert oder Bestellung
      *        abgeschlossen <-
           IF BP-GELIEF NOT < BP-ANZ OR BK-ERLEDIGT
               ADD 1 TO WQ-MGPOS(WQ)
               IF BP-GELIEF = BP-ANZ ADD 1 TO WQ-MGOK(WQ).
           IF BP-GELIEF > 0 PERFORM BW-TERMIN.
           PERFORM BW-PREIS.
           GO E.
      *---------> Ruecklieferungen zu Bestellungen des Zeitraums <-
       R.  IF WM-OPJRN = 1 CLOSE LAGERJRN.
           IF WM-OPKRP = 1 CLOSE KREDPRUF.
           OPEN INPUT RUECKLIE.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO RL-NUM.
           START RUECKLIE KEY NOT < RL-KEY INVALID GO X.
       S.  READ RUECKLIE NEXT IGNORE LOCK AT END GO X.
           MOVE RL-BESTNUM TO BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID GO S.
           IF BK-DATUM < WH-VON OR BK-DATUM > WH-BIS GO S.
           MOVE BK-LIEF TO WH-LIEF.
           PERFORM LIEF-SUCHEN.
           IF WQ = 0 GO S.
           ADD RL-ANZ TO WQ-RUECK(WQ).
           GO S.
       X.  CLOSE RUECKLIE.
       Z.  EXIT.
      ******* Lieferant WH-LIEF in der Tabelle suchen/anlegen -> WQ *
       LIEF-SUCHEN SECTION.
       A.  MOVE 0 TO WQ.
       C.  ADD 1 TO WQ.
           IF WQ > WQ-ANZ GO E.
           IF WQ-LIEF(WQ) = WH-LIEF GO Z.
           GO C.
       E.  IF WQ-ANZ NOT < 500 MOVE 0 TO WQ GO Z.
           ADD 1 TO WQ-ANZ.
           MOVE WQ-ANZ TO WQ.
           INITIALIZE WQ-TAB(WQ).
           MOVE WH-LIEF TO WQ-LIEF(WQ).
       Z.  EXIT.
      ******* letzter Wareneingang der Position gegen BK-LIEFDAT *
       BW-TERMIN SECTION.
       A.  IF WM-OPJRN = 0 OR BK-LIEFDAT = 0 GO Z.
           MOVE 0 TO WH-EINDAT.
           COMPUTE WH-SOLL = BK-LIEFDAT + 20000000.
           MOVE BP-ARNUM TO LJ-ARNUM.
           COMPUTE LJ-DATUM = BK-DATUM + 20000000.
           MOVE 0 TO LJ-ZEIT LJ-LFD.
           START LAGERJRN KEY NOT < LJ-KEY INVALID GO E.
       C.  READ LAGERJRN NEXT IGNORE LOCK AT END GO E.
           IF LJ-ARNUM NOT = BP-ARNUM GO E.
           IF (LJ-ZUGANG OR LJ-QSZUGANG) AND LJ-AUFNUM = BK-NUM
               MOVE LJ-DATUM TO WH-EINDAT.
           GO C.
       E.  IF WH-EINDAT = 0 GO Z.
           ADD 1 TO WQ-TERM(WQ).
           IF WH-EINDAT NOT > WH-SOLL ADD 1 TO WQ-PUENKT(WQ).
       Z.  EXIT.
      ******* Preisabweichung der geprueften Rechnungen zur Position *
       BW-PREIS SECTION.
       A.  IF WM-OPKRP = 0 GO Z.
           MOVE BP-NUM TO KZ-BESTNUM.
           MOVE BP-POS TO KZ-BPOS.
           START KREDPRUF KEY NOT < KZ-BKEY INVALID GO Z.
       C.  READ KREDPRUF NEXT IGNORE LOCK AT END GO Z.
           IF KZ-BESTNUM NOT = BP-NUM OR KZ-BPOS NOT = BP-POS GO Z.
           IF KZ-POS = 0 GO C.
           COMPUTE WQ-PBAS(WQ) = WQ-PBAS(WQ) + KZ-ANZ * BP-PREIS.
           IF KZ-PDIFF < 0
               COMPUTE WQ-PABW(WQ) = WQ-PABW(WQ) - KZ-PDIFF * KZ-ANZ
           ELSE
               COMPUTE WQ-PABW(WQ) = WQ-PABW(WQ) + KZ-PDIFF * KZ-ANZ.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Quoten und gewichtete Punktzahl je Lieferant an den Sort
      ******************************************************************
       BW-EIN SECTION.
       A.  MOVE 0 TO WQ.
       C.  ADD 1 TO WQ.
           IF WQ > WQ-ANZ GO Z.
           IF WQ-POS(WQ) = 0 GO C.
           MOVE WQ-LIEF(WQ) TO SO-LIEF.
           MOVE WQ-POS(WQ) TO SO-POS.
           MOVE WQ-UMSATZ(WQ) TO SO-UMSATZ.
           MOVE 0 TO WH-PUNKTE WH-GEWSUM.
           MOVE -1 TO SO-TERMQ SO-MENGQ SO-PREISA SO-RUECKQ.
           IF WQ-TERM(WQ) > 0
               COMPUTE SO-TERMQ ROUNDED =
                   WQ-PUENKT(WQ) * 100 / WQ-TERM(WQ)
               COMPUTE WH-PUNKTE = WH-PUNKTE + SO-TERMQ * WH-GTERM
               ADD WH-GTERM TO WH-GEWSUM.
           IF WQ-MGPOS(WQ) > 0
               COMPUTE SO-MENGQ ROUNDED =
                   WQ-MGOK(WQ) * 100 / WQ-MGPOS(WQ)
               COMPUTE WH-PUNKTE = WH-PUNKTE + SO-MENGQ * WH-GMENGE
               ADD WH-GMENGE TO WH-GEWSUM.
           IF WQ-PBAS(WQ) > 0
               COMPUTE WH-PROZ ROUNDED =
                   WQ-PABW(WQ) * 100 / WQ-PBAS(WQ)
               IF WH-PROZ > 999 MOVE 999 TO WH-PROZ END-IF
               MOVE WH-PROZ TO SO-PREISA
               COMPUTE WH-PROZ = 100 - WH-PROZ * WH-FAKTOR
               IF WH-PROZ < 0 MOVE 0 TO WH-PROZ END-IF
               COMPUTE WH-PUNKTE = WH-PUNKTE + WH-PROZ * WH-GPREIS
               ADD WH-GPREIS TO WH-GEWSUM.
           IF WQ-GELIEF(WQ) > 0
               COMPUTE WH-PROZ ROUNDED =
                   WQ-RUECK(WQ) * 100 / WQ-GELIEF(WQ)
               IF WH-PROZ > 999 MOVE 999 TO WH-PROZ END-IF
               MOVE WH-PROZ TO SO-RUECKQ
               COMPUTE WH-PROZ = 100 - WH-PROZ * WH-FAKTOR
               IF WH-PROZ < 0 MOVE 0 TO WH-PROZ END-IF
               COMPUTE WH-PUNKTE = WH-PUNKTE + WH-PROZ * WH-GRUECK
               ADD WH-GRUECK TO WH-GEWSUM.
           IF WH-GEWSUM > 0
               COMPUTE SO-SCORE ROUNDED = WH-PUNKTE / WH-GEWSUM
           ELSE
               MOVE 0 TO SO-SCORE.
           RELEASE SO-SATZ.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Rangliste drucken, Ergebnis je Lieferant fuer den Zeitraum
      *    und als letzte Bewertung (LB-PERIODE = 0) speichern
      ******************************************************************
       BW-AUS SECTION.
       A.  MOVE 0 TO WZ-ZEILEN.
       C.  RETURN SORTDAT AT END GO V.
           ADD 1 TO WH-RANG.
           IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM BW-KOPF.
           MOVE SPACE TO DRL-SATZ.
           MOVE WH-RANG TO DRL-RANG.
           MOVE SO-LIEF TO DRL-LIEF LS-LIEF.
           IF WM-OPLIS > 0
               READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ
               END-READ
           ELSE
               MOVE SPACE TO LS-BEZ.
           MOVE LS-BEZ TO DRL-BEZ.
           MOVE SO-POS TO DRL-POS.
           MOVE SO-TERMQ TO WH-PROZ.
           PERFORM QUOTE-ZEIG.
           MOVE WD-QUOTE TO DRL-TERMQ.
           MOVE SO-MENGQ TO WH-PROZ.
           PERFORM QUOTE-ZEIG.
           MOVE WD-QUOTE TO DRL-MENGQ.
           MOVE SO-PREISA TO WH-PROZ.
           PERFORM QUOTE-ZEIG.
           MOVE WD-QUOTE TO DRL-PREISA.
           MOVE SO-RUECKQ TO WH-PROZ.
           PERFORM QUOTE-ZEIG.
           MOVE WD-QUOTE TO DRL-RUECKQ.
           MOVE SO-UMSATZ TO DRL-UMSATZ.
           MOVE SO-SCORE TO DRL-SCORE.
           MOVE DRL-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
      *------------------------------------> Ergebnis speichern <-
           MOVE SO-LIEF TO LB-LIEF.
           MOVE WH-PERIODE TO LB-PERIODE.
           PERFORM LB-SCHREIB.
           MOVE SO-LIEF TO LB-LIEF.
           MOVE 0 TO LB-PERIODE.
           PERFORM LB-SCHREIB.
           GO C.
       V.  MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
           MOVE "Gewichtung: Termin     Menge     Preis     Rueckl."
               TO DRA-SATZ(2:).
           MOVE "  Abzug je %" TO DRA-SATZ(52:).
           PERFORM DRUCK.
           MOVE WH-GTERM TO WD-GEW.
           MOVE WD-GEW TO DRA-SATZ(19:3).
           MOVE WH-GMENGE TO WD-GEW.
           MOVE WD-GEW TO DRA-SATZ(29:3).
           MOVE WH-GPREIS TO WD-GEW.
           MOVE WD-GEW TO DRA-SATZ(39:3).
           MOVE WH-GRUECK TO WD-GEW.
           MOVE WD-GEW TO DRA-SATZ(49:3).
           MOVE WH-FAKTOR TO WD-GEW.
           MOVE WD-GEW TO DRA-SATZ(61:3).
           PERFORM DRUCK.
       Z.  EXIT.
      ****** Quote WH-PROZ aufbereiten, -1 = keine Daten -> WD-QUOTE *
       QUOTE-ZEIG SECTION.
       A.  IF WH-PROZ < 0
               MOVE "     - " TO WD-QUOTE
           ELSE
               MOVE WH-PROZ TO WD-PROZ
               MOVE WD-PROZ TO WD-QUOTE.
       Z.  EXIT.
      ********************************* Bewertungssatz schreiben *
       LB-SCHREIB SECTION.
       A.  MOVE 0 TO WH-NEU.
           READ LIEFBEW INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT GO A.
           MOVE WH-DATUM TO LB-DATUM.
           MOVE WH-PERIODE TO LB-BERPER.
           MOVE SO-POS TO LB-POS.
           MOVE SO-TERMQ TO LB-TERMQ.
           MOVE SO-MENGQ TO LB-MENGQ.
           MOVE SO-PREISA TO LB-PREISA.
           MOVE SO-RUECKQ TO LB-RUECKQ.
           MOVE SO-UMSATZ TO LB-UMSATZ.
           MOVE SO-SCORE TO LB-SCORE.
           MOVE WH-RANG TO LB-RANG.
           IF WH-NEU = 1 WRITE LB-SATZ
           ELSE REWRITE LB-SATZ.
       Z.  EXIT.
      ******************************************************************
       BW-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "L i e f e r a n t e n b e w e r t u n g" TO
               DRA-SATZ(2:).
           MOVE WH-JAHR TO WD-NUM.
           IF WH-QUART = 0
               STRING "Jahr " DELIMITED BY SIZE
                   WD-NUM DELIMITED BY SIZE INTO DRA-SATZ(50:)
           ELSE
               MOVE WH-QUART TO WD-QUART
               STRING WD-QUART DELIMITED BY SIZE
                   ". Quartal " DELIMITED BY SIZE
                   WD-NUM DELIMITED BY SIZE INTO DRA-SATZ(50:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(90:6).
           MOVE VDU-DATUM TO DRA-SATZ(97:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Rang Lief. Bezeichnung               Pos.  Termin% "
               TO DRA-SATZ(2:).
           MOVE "  Menge%  Preisabw% Rueckl.%   Einkaufsvolumen  Punkt"
               TO DRA-SATZ(52:).
           MOVE "e" TO DRA-SATZ(105:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Gewichtung der Kennzahlen pflegen (KONSTANT 186)
      ******************************************************************
       BW-GEWICHT SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Gewichtung Lieferantenbewertung " with highlight
               AT VDU-LP.
           PERFORM PAR-LESEN.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liefertreue (Termin):" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mengentreue:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Preistreue:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ruecklieferungen:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Punktabzug je Prozent:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Gewicht" AT 2301.
           MOVE WH-GTERM TO WH-NUM.
           CALL "CAUP" USING "1002306003" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WH-NUM TO WH-GTERM.
       E.  MOVE WH-GMENGE TO WH-NUM.
           CALL "CAUP" USING "1003306003" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WH-NUM TO WH-GMENGE.
       G.  MOVE WH-GPREIS TO WH-NUM.
           CALL "CAUP" USING "1004306003" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE WH-NUM TO WH-GPREIS.
       I.  MOVE WH-GRUECK TO WH-NUM.
           CALL "CAUP" USING "1005306003" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           MOVE WH-NUM TO WH-GRUECK.
           IF WH-GTERM + WH-GMENGE + WH-GPREIS + WH-GRUECK = 0
               DISPLAY "mindestens ein Gewicht angeben!" AT 2401
               PERFORM WEITER GO C.
       K.  DISPLAY "<esc>= zurueck, <ret>= Punkte je Prozent Abweichu"
               "ng" AT 2301.
           MOVE WH-FAKTOR TO WH-NUM.
           CALL "CAUP" USING "1006306002" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           MOVE WH-NUM TO WH-FAKTOR.
           MOVE 186 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-LBSATZ.
           MOVE WH-GTERM TO KLB-GTERM.
           MOVE WH-GMENGE TO KLB-GMENGE.
           MOVE WH-GPREIS TO KLB-GPREIS.
           MOVE WH-GRUECK TO KLB-GRUECK.
           MOVE WH-FAKTOR TO KLB-FAKTOR.
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           IF WH-FAKTOR = 0 MOVE 10 TO WH-FAKTOR.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
