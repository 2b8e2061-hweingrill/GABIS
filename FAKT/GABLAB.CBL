      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABLAB.
      ******************************************************************
      *   Auftragsbestaetigung des Lieferanten: je offener Bestell-    *
      *   position bestaetigte Menge, Termin und Preis erfassen        *
      *   (BESTAB, GABISBAB.DAT).  Der spaeteste bestaetigte Termin    *
      *   wird erwarteter Liefertermin der Bestellung (BK-LIEFDAT,     *
      *   Verfuegbarkeit und Liefermahnung).  Abweichungen zu          *
      *   BP-ANZ/BP-PREIS gehen auf die Abweichungsliste (LABABW.LST)  *
      *   und werden vom Einkauf akzeptiert (in die Position ueber-    *
      *   nommen) oder beanstandet; beides mit Vermerk in BESTNOTI.    *
      *   Gedruckte Bestellungen ohne Bestaetigung nach KLM-ABTAGE     *
      *   Tagen stehen auf der Nachfassliste (LABNACH.LST).            *
      *                                                                *
      *   10 = Menue (aus GABBEST).                                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEBES.CPY.
           COPY GABSEBAB.CPY.
           COPY GABSEBNO.CPY.
           COPY GABSEART.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABBESTE.CPY.
       COPY GABBESAB.CPY.
       COPY GABBESNO.CPY.
       COPY GABARTIK.CPY.
       COPY GABLIEFS.CPY.
       COPY GABKONST.CPY.
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
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-ABTAGE               PIC 99        COMP.
           03  WH-VGLDAT               PIC 9(6)      COMP.
           03  WH-ALTER                PIC S9(5)     COMP.
           03  WH-MAXDAT               PIC 9(6)      COMP.
           03  WH-ABANZ                PIC S9(7)     COMP-3.
           03  WH-ABPREIS              PIC S9(7)V99  COMP-3.
           03  WH-ABDAT                PIC 9(6)      COMP.
           03  WH-DIFF                 PIC S9(9)V99  COMP-3.
           03  WH-SUMDIFF              PIC S9(9)V99  COMP-3.
           03  WH-OFFWERT              PIC S9(9)V99  COMP-3.
           03  WH-LFD                  PIC 9(4)      COMP.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-HATAB                PIC 9         COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WZ-POS                  PIC 9(4)      COMP.
           03  WZ-ABW                  PIC 9(4)      COMP.
           03  WZ-KOUNT                PIC 9(5)      COMP.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-POS                  PIC ZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-BETRAG               PIC ZZZ.ZZZ.ZZ9,99-.
           03  WD-TAGE                 PIC ZZZZ9-.
      *------------------------------> Zeile der Abweichungsliste <-
       01  DRL-SATZ.
           03  FILLER                  PIC X.
           03  DRL-BKNUM               PIC ZZZZZ9.
           03  DRL-POS                 PIC ZZZ9.
           03  FILLER                  PIC X.
           03  DRL-LIEF                PIC X(5).
           03  FILLER                  PIC X.
           03  DRL-ARNUM               PIC Z9.9999.
           03  FILLER                  PIC X.
           03  DRL-BEZ                 PIC X(20).
           03  DRL-ANZ                 PIC ZZZ.ZZ9-.
           03  DRL-ABANZ               PIC ZZZ.ZZ9-.
           03  DRL-PREIS               PIC ZZZ.ZZ9,99-.
           03  DRL-ABPREIS             PIC ZZZ.ZZ9,99-.
           03  DRL-DIFF                PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRL-TERMIN              PIC X(8).
           03  FILLER                  PIC X.
           03  DRL-STAT                PIC X(10).
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BESTKOPF.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BESTAB.
       A.  CALL "CADECL" USING "GABISBAB.DAT" WH-CREG.
       DECL-N SECTION.         USE AFTER ERROR PROCEDURE ON BESTNOTI.
       A.  CALL "CADECL" USING "GABISBNO.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM LAB-MENU GO W.
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
      ************** Parameter aus KONSTANT 184, notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 184 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-LMSATZ
               MOVE 7 TO KLM-KARENZ KLM-ABST
               MOVE 3 TO KLM-MAXST
               MOVE 5 TO KLM-ABTAGE
               WRITE KO-SATZ GO B.
           MOVE KLM-ABTAGE TO WH-ABTAGE.
           IF WH-ABTAGE = 0 MOVE 5 TO WH-ABTAGE.
       Z.  EXIT.
      ***** Bestaetigungs- und Vermerkdatei oeffnen, notfalls anlegen *
       DAT-OEFFNE SECTION.
       A.  OPEN I-O BESTAB.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BESTAB
               CLOSE BESTAB
               OPEN I-O BESTAB.
           OPEN I-O BESTNOTI.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BESTNOTI
               CLOSE BESTNOTI
               OPEN I-O BESTNOTI.
       Z.  EXIT.
      ******************************************************************
       LAB-MENU SECTION.
       A.  COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           MOVE 0 TO WM-OPKON WM-OPART WM-OPLIS.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           PERFORM PAR-LESEN.
           OPEN I-O BESTKOPF BESTPOS.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
           PERFORM DAT-OEFFNE.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auftragsbestaetigung Lieferant " with highlight
               AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Bestaetigung erfassen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Abweichungsliste" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Abweichungen klaeren" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Nachfassliste" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Parameter" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM AB-ERFASSEN
               WHEN 2 PERFORM ABW-LISTE
               WHEN 3 PERFORM ABW-KLAEREN
               WHEN 4 PERFORM NACH-LISTE
               WHEN 5 PERFORM LAB-PARAM
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE BESTKOPF BESTPOS BESTAB BESTNOTI.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************** Tage seit WH-VGLDAT (JJMMTT) -> WH-ALTER *
       TAGE-SEIT SECTION.
       A.  MOVE 0 TO WH-ALTER.
           IF WH-VGLDAT = 0 GO Z.
           COMPUTE WX-DATUM = WH-VGLDAT + 20000000.
           COMPUTE WA-TAGE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WH-ALTER = WA-HEUTE - WA-TAGE.
       Z.  EXIT.
      ******************************************************************
      *    Bestaetigung zu einer Bestellung erfassen: je offene
      *    Position Menge, Preis und Termin (Vorgabe: wie bestellt
      *    bzw. die zuletzt erfasste Bestaetigung)
      ******************************************************************
       AB-ERFASSEN SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auftragsbestaetigung erfassen " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bestellnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002196006" WH-CREG.
           IF ESC GO X.
           IF NOT RET OR WH-NUM = 0 GO C.
           MOVE WH-NUM TO BK-NUM.
           READ BESTKOPF INVALID
               DISPLAY "Bestellung nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO C.
           IF BK-ERLEDIGT
               DISPLAY "Bestellung ist bereits erledigt!" AT 2401
               PERFORM WEITER GO C.
           MOVE BK-LIEF TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ.
           ADD 227 VDU-ECK GIVING VDU-LP.
           DISPLAY BK-LIEF with highlight AT VDU-LP " " LS-BEZ.
           MOVE 0 TO WZ-POS WZ-ABW WH-MAXDAT.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO V.
       E.  READ BESTPOS NEXT IGNORE LOCK AT END GO V.
           IF BP-NUM NOT = BK-NUM GO V.
           IF BP-GELIEF NOT < BP-ANZ GO E.
           PERFORM AB-POSITION.
           IF ESC GO V.
           GO E.
      *--------> spaetester bestaetigter Termin wird Liefertermin <-
       V.  IF WZ-POS = 0 GO C.
           IF WH-MAXDAT NOT = 0 MOVE WH-MAXDAT TO BK-LIEFDAT.
           REWRITE BK-SATZ.
           MOVE SPACE TO BN-TEXT.
           MOVE WZ-ABW TO WD-POS.
           STRING "Auftragsbestaetigung erfasst, Abweichungen: "
               DELIMITED BY SIZE WD-POS DELIMITED BY SIZE
               INTO BN-TEXT.
           MOVE 4 TO BN-ART.
           MOVE BK-MAHNST TO BN-STUFE.
           MOVE WH-MAXDAT TO BN-NEUDAT.
           PERFORM BN-SCHREIB.
           IF WZ-ABW = 0
               DISPLAY "Bestaetigung gespeichert." with highlight
                   AT 2401
           ELSE
               DISPLAY "gespeichert - Abweichungen auf der Abweichungs"
                   "liste!" with highlight AT 2401.
           PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* eine Position: Vorgaben zeigen, Bestaetigung erfassen *
       AB-POSITION SECTION.
       A.  MOVE BP-KEY TO BA-KEY.
           MOVE 0 TO WH-NEU.
           READ BESTAB INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1
               MOVE BP-ANZ TO WH-ABANZ
               MOVE BP-PREIS TO WH-ABPREIS
               MOVE BK-LIEFDAT TO WH-ABDAT
           ELSE
               MOVE BA-ANZ TO WH-ABANZ
               MOVE BA-PREIS TO WH-ABPREIS
               MOVE BA-LIEFDAT TO WH-ABDAT.
           MOVE BP-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE BP-ARNUM TO WD-ARNUM.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY SPACE AT VDU-LP SIZE 56.
           MOVE BP-POS TO WD-POS.
           DISPLAY WD-POS AT VDU-LP " " WD-ARNUM with highlight
               " " AR-BEZA.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "bestellt:" AT VDU-LP.
           MOVE BP-ANZ TO WD-ANZ.
           ADD 513 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 525 VDU-ECK GIVING VDU-LP.
           DISPLAY "Preis:" AT VDU-LP.
           MOVE BP-PREIS TO WD-PREIS.
           ADD 532 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "bestaetigt:                 Preis:" AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Termin:" AT VDU-LP.
       C.  DISPLAY "<ret>= Menge, <tab>= Position uebergehen, <esc>= En"
               "de" AT 2301.
           MOVE WH-ABANZ TO WH-WERT.
           CALL "CAUP" USING "1006133007" WH-CREG.
           IF ESC GO Z.
           IF TABL GO Z.
           IF NOT RET GO C.
           IF WH-WERT < 0 GO C.
           MOVE WH-WERT TO WH-ABANZ.
       E.  DISPLAY "<esc>= zurueck, <ret>= bestaetigter Preis" AT 2301.
           MOVE WH-ABPREIS TO WH-WERT.
           CALL "CAUP" USING "1006326209" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WH-WERT TO WH-ABPREIS.
       G.  DISPLAY "<esc>= zurueck, <ret>= bestaetigter Termin" AT 2301.
           MOVE WH-ABDAT TO WH-WERT WZ-DATUM.
           CALL "CAUP" USING "1107136006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WZ-DATUM = 0 GO G.
           MOVE WZ-DATUM TO WH-ABDAT.
      *-------------------------------> Bestaetigung festhalten <-
           IF WH-NEU = 1 INITIALIZE BA-SATZ MOVE BP-KEY TO BA-KEY.
           MOVE WH-DATUM TO BA-DATUM.
           MOVE WH-ABANZ TO BA-ANZ.
           MOVE WH-ABPREIS TO BA-PREIS.
           MOVE WH-ABDAT TO BA-LIEFDAT.
           MOVE WB-NUM TO BA-BEN.
           MOVE 0 TO BA-KLAERDAT.
           IF BA-ANZ = BP-ANZ AND BA-PREIS = BP-PREIS
               MOVE 1 TO BA-STATUS
           ELSE
               MOVE 2 TO BA-STATUS
               ADD 1 TO WZ-ABW.
           IF WH-NEU = 1 WRITE BA-SATZ
           ELSE REWRITE BA-SATZ.
           ADD 1 TO WZ-POS.
           IF BA-LIEFDAT > WH-MAXDAT MOVE BA-LIEFDAT TO WH-MAXDAT.
           CALL "CAUP" USING "1324012480" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Abweichungsliste: offene und beanstandete Abweichungen
      *    mit der Wertdifferenz gegen Bestellmenge und -preis
      ******************************************************************
       ABW-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abweichungen Auftragsbestaetigung " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liste -> LABABW.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Liste drucken" AT 2301.
           CALL "CAUP" USING "0023371000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE 0 TO WZ-KOUNT WH-SUMDIFF.
           MOVE "LABABW.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM AL-KOPF.
           MOVE LOW-VALUES TO BA-KEY.
           START BESTAB KEY NOT < BA-KEY INVALID GO E.
       C.  READ BESTAB NEXT IGNORE LOCK AT END GO E.
           IF NOT BA-ABWEICH AND NOT BA-BEANST GO C.
           MOVE BA-KEY TO BP-KEY.
           READ BESTPOS IGNORE LOCK INVALID GO C.
           MOVE BA-NUM TO BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID GO C.
           IF BK-ERLEDIGT GO C.
           IF WZ-ZEILEN > 60 PERFORM AL-KOPF.
           MOVE SPACE TO DRL-SATZ.
           MOVE BA-NUM TO DRL-BKNUM.
           MOVE BA-POS TO DRL-POS.
           MOVE BK-LIEF TO DRL-LIEF.
           MOVE BP-ARNUM TO DRL-ARNUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO DRL-BEZ.
           MOVE BP-ANZ TO DRL-ANZ.
           MOVE BA-ANZ TO DRL-ABANZ.
           MOVE BP-PREIS TO DRL-PREIS.
           MOVE BA-PREIS TO DRL-ABPREIS.
           COMPUTE WH-DIFF = BA-ANZ * BA-PREIS - BP-ANZ * BP-PREIS.
           ADD WH-DIFF TO WH-SUMDIFF.
           MOVE WH-DIFF TO DRL-DIFF.
           MOVE BA-LIEFDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRL-TERMIN.
           IF BA-BEANST MOVE "beanstandet" TO DRL-STAT
           ELSE MOVE "offen" TO DRL-STAT.
           MOVE DRL-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           ADD 1 TO WZ-KOUNT.
           GO C.
       E.  MOVE ALL "-" TO DRA-SATZ(2:125).
           PERFORM DRUCK.
           MOVE WZ-KOUNT TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE "Positionen, Wertdifferenz gesamt" TO DRA-SATZ(9:).
           MOVE WH-SUMDIFF TO WD-BETRAG.
           MOVE WD-BETRAG TO DRA-SATZ(98:15).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2201
               " Abweichungen -> LABABW.LST" with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       AL-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "Abweichungen Auftragsbestaetigung Lieferant"
               TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(60:6).
           MOVE VDU-DATUM TO DRA-SATZ(67:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Best. Pos Lief. Artikel Bezeichnung          bestel"
               TO DRA-SATZ(2:).
           MOVE "lt bestaet.  EK bestellt EK bestaet.      Differenz Te"
               TO DRA-SATZ(56:).
           MOVE "rmin   Status" TO DRA-SATZ(110:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:125).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Abweichungen einer Bestellung klaeren: akzeptieren (Menge
      *    und Preis in die Position uebernehmen) oder beanstanden
      ******************************************************************
       ABW-KLAEREN SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abweichungen klaeren " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bestellnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002196006" WH-CREG.
           IF ESC GO X.
           IF NOT RET OR WH-NUM = 0 GO C.
           MOVE WH-NUM TO BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID
               DISPLAY "Bestellung nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           MOVE 0 TO WZ-POS.
           MOVE BK-NUM TO BA-NUM.
           MOVE 0 TO BA-POS.
           START BESTAB KEY NOT < BA-KEY INVALID GO V.
       E.  READ BESTAB NEXT IGNORE LOCK AT END GO V.
           IF BA-NUM NOT = BK-NUM GO V.
           IF NOT BA-ABWEICH AND NOT BA-BEANST GO E.
           ADD 1 TO WZ-POS.
           PERFORM KL-POSITION.
           IF ESC GO V.
           GO E.
       V.  IF WZ-POS = 0
               DISPLAY "keine offenen Abweichungen." AT 2401
               PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       KL-POSITION SECTION.
       A.  MOVE BA-KEY TO BP-KEY.
           READ BESTPOS IGNORE LOCK INVALID GO Z.
           MOVE BP-ARNUM TO AR-NUM WD-ARNUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY SPACE AT VDU-LP SIZE 56.
           MOVE BP-POS TO WD-POS.
           DISPLAY WD-POS AT VDU-LP " " WD-ARNUM with highlight
               " " AR-BEZA.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "bestellt:" AT VDU-LP.
           MOVE BP-ANZ TO WD-ANZ.
           ADD 513 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ AT VDU-LP.
           MOVE BP-PREIS TO WD-PREIS.
           ADD 525 VDU-ECK GIVING VDU-LP.
           DISPLAY "Preis:" AT VDU-LP " " WD-PREIS.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "bestaetigt:" AT VDU-LP.
           MOVE BA-ANZ TO WD-ANZ.
           ADD 613 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           MOVE BA-PREIS TO WD-PREIS.
           ADD 625 VDU-ECK GIVING VDU-LP.
           DISPLAY "Preis:" AT VDU-LP " " WD-PREIS with highlight.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY SPACE AT VDU-LP SIZE 56.
           IF BA-BEANST
               DISPLAY "bereits beanstandet" with highlight AT VDU-LP.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 = akzeptieren, 2 = beanstanden:" AT VDU-LP.
       C.  DISPLAY "<tab>= Position uebergehen, <esc>= Ende" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1008376001" WH-CREG.
           IF ESC OR TABL GO Z.
           IF NOT RET GO C.
           IF WH-NUM NOT = 1 AND WH-NUM NOT = 2 GO C.
           READ BESTAB INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO C.
           MOVE WH-DATUM TO BA-KLAERDAT.
           MOVE WB-NUM TO BA-BEN.
           MOVE SPACE TO BN-TEXT.
           IF WH-NUM = 2
               MOVE 4 TO BA-STATUS
               REWRITE BA-SATZ
               STRING "Pos. " WD-POS " Abweichung der Bestaetigung bea"
                   "nstandet" DELIMITED BY SIZE INTO BN-TEXT
               GO E.
      *--------> akzeptiert: Menge und Preis in die Position <-
           READ BESTPOS INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO C.
           MOVE BA-ANZ TO BP-ANZ.
           IF BP-ANZ < BP-GELIEF MOVE BP-GELIEF TO BP-ANZ.
           MOVE BA-PREIS TO BP-PREIS.
           REWRITE BP-SATZ.
           MOVE 3 TO BA-STATUS.
           REWRITE BA-SATZ.
           STRING "Pos. " WD-POS " Abweichung der Bestaetigung akze"
               "ptiert" DELIMITED BY SIZE INTO BN-TEXT.
       E.  MOVE 3 TO BN-ART.
           MOVE BK-MAHNST TO BN-STUFE.
           MOVE 0 TO BN-NEUDAT.
           PERFORM BN-SCHREIB.
           DISPLAY "gespeichert." with highlight AT 2401.
           CALL "CAUP" USING "1324012480" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Nachfassliste: gedruckte, offene Bestellungen ohne
      *    Auftragsbestaetigung seit mindestens WH-ABTAGE Tagen
      ******************************************************************
       NACH-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Nachfassliste Bestaetigungen " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           MOVE WH-ABTAGE TO WD-TAGE.
           DISPLAY "ohne Bestaetigung seit Tagen:" AT VDU-LP
               WD-TAGE with highlight.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liste -> LABNACH.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Liste drucken" AT 2301.
           CALL "CAUP" USING "0023371000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE 0 TO WZ-KOUNT.
           MOVE "LABNACH.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM NL-KOPF.
           MOVE 0 TO BK-NUM.
           START BESTKOPF KEY > BK-KEY INVALID GO E.
       C.  READ BESTKOPF NEXT IGNORE LOCK AT END GO E.
           IF NOT BK-GEDRUCKT GO C.
           MOVE BK-DATUM TO WH-VGLDAT.
           PERFORM TAGE-SEIT.
           IF WH-ALTER < WH-ABTAGE GO C.
           PERFORM AB-VORHANDEN.
           IF WH-HATAB = 1 GO C.
           PERFORM NL-ZEILE.
           GO C.
       E.  MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE WZ-KOUNT TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE "Bestellungen ohne Auftragsbestaetigung"
               TO DRA-SATZ(9:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2201
               " Bestellungen -> LABNACH.LST" with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********** liegt zu BK-NUM eine Bestaetigung vor? -> WH-HATAB *
       AB-VORHANDEN SECTION.
       A.  MOVE 0 TO WH-HATAB.
           MOVE BK-NUM TO BA-NUM.
           MOVE 0 TO BA-POS.
           START BESTAB KEY NOT < BA-KEY INVALID GO Z.
           READ BESTAB NEXT IGNORE LOCK AT END GO Z.
           IF BA-NUM = BK-NUM MOVE 1 TO WH-HATAB.
       Z.  EXIT.
      ******************************************************************
       NL-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "Bestellungen ohne Auftragsbestaetigung"
               TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(60:6).
           MOVE VDU-DATUM TO DRA-SATZ(67:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Best. bestellt Tage Lief. Name                      "
               TO DRA-SATZ(2:).
           MOVE "     Telefon              Termin      Wert offen"
               TO DRA-SATZ(56:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       NL-ZEILE SECTION.
       A.  MOVE 0 TO WH-OFFWERT.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO E.
       C.  READ BESTPOS NEXT IGNORE LOCK AT END GO E.
           IF BP-NUM NOT = BK-NUM GO E.
           IF BP-GELIEF < BP-ANZ
               COMPUTE WH-OFFWERT ROUNDED =
                   WH-OFFWERT + (BP-ANZ - BP-GELIEF) * BP-PREIS.
           GO C.
       E.  IF WZ-ZEILEN > 60 PERFORM NL-KOPF.
           MOVE BK-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE BK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(9:8).
           MOVE WH-ALTER TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(17:6).
           MOVE BK-LIEF TO DRA-SATZ(24:5) LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID
               MOVE SPACE TO LS-BEZ LS-TEL.
           MOVE LS-BEZ TO DRA-SATZ(30:30).
           MOVE LS-TEL TO DRA-SATZ(61:20).
           MOVE BK-LIEFDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(82:8).
           MOVE WH-OFFWERT TO WD-BETRAG.
           MOVE WD-BETRAG TO DRA-SATZ(91:15).
           PERFORM DRUCK.
           ADD 1 TO WZ-KOUNT.
       Z.  EXIT.
      ****** Vermerk an Bestellung BK-NUM anhaengen (BN-ART, -STUFE,
      *      -NEUDAT und -TEXT sind versorgt)
       BN-SCHREIB SECTION.
       A.  PERFORM BN-LETZTE.
           MOVE BK-NUM TO BN-NUM.
           COMPUTE BN-LFD = WH-LFD + 1.
           MOVE WH-DATUM TO BN-DATUM.
           MOVE WB-NUM TO BN-BEN.
           WRITE BN-SATZ INVALID ADD 1 TO WH-LFD GO A.
       Z.  EXIT.
      ************ letzte laufende Nummer der Bestellung -> WH-LFD *
       BN-LETZTE SECTION.
       A.  MOVE 0 TO WH-LFD.
           MOVE BK-NUM TO BN-NUM.
           MOVE 9999 TO BN-LFD.
           START BESTNOTI KEY NOT > BN-KEY INVALID GO Z.
           READ BESTNOTI PREVIOUS IGNORE LOCK AT END GO Z.
           IF BN-NUM = BK-NUM MOVE BN-LFD TO WH-LFD.
       Z.  EXIT.
      ************************************ Parameter KONSTANT 184 *
       LAB-PARAM SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Parameter Auftragsbestaetigung " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "nachfassen nach Tagen ohne AB:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Tage" AT 2301.
           MOVE WH-ABTAGE TO WH-NUM.
           CALL "CAUP" USING "1003376002" WH-CREG.
           IF ESC GO Y.
           IF NOT RET OR WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-ABTAGE.
           MOVE 184 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-ABTAGE TO KLM-ABTAGE.
           REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
