      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABFERT.
      ******************************************************************
      *   Fertigungsauftraege: Setartikel (Stueckliste) werden in der  *
      *   Werkstatt auf Lager vormontiert.  Auftrag mit Set, Menge,    *
      *   Termin und Montagestunden (FERTAUF, GABISFAU.DAT);           *
      *   - Freigabe nur ohne Fehlteile: Bedarf je Komponente gegen    *
      *     die Verfuegbarkeit (GABLAGER 30), Fehlteilliste            *
      *     FERTFEHL.LST;                                              *
      *   - Fertigmeldung bucht ueber GABLAGER die Komponenten ab      *
      *     (Art 11) und das Set zu (Art 12); der Set-EKP ergibt sich  *
      *     aus den Komponenten-EKP plus Stunden zum Stundensatz       *
      *     KONSTANT 48 je Set und wird in AR-EKP gestellt;            *
      *   - Liste offener Fertigungsauftraege FERTOFF.LST.             *
      *                                                                *
      *   10 = Menue (Zusatzmodule).                                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEFAU.CPY.
           COPY GABSESTK.CPY.
           COPY GABSEART.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABFERTA.CPY.
       COPY GABSTKLI.CPY.
       COPY GABARTIK.CPY.
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSTK                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-FANUM                PIC 9(6)      COMP.
           03  WH-STDSATZ              PIC S9(5)V99  COMP-3.
           03  WH-MATEKP               PIC S9(9)V99  COMP-3.
           03  WH-FEHLT                PIC 99        COMP.
      *----------------------> Komponenten des Sets lt. Stueckliste <-
           03  WP-ANZ                  PIC 99        COMP.
           03  WP                      PIC 99        COMP.
           03  WP-TAB                                       OCCURS 20.
               05  WP-ARNUM            PIC 9(6)      COMP.
               05  WP-MNG              PIC S9(5)V99  COMP-3.
               05  WP-BEDARF           PIC S9(7)V99  COMP-3.
               05  WP-VERF             PIC S9(7)V99  COMP-3.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-STD                  PIC ZZ9,99.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
       COPY GABLGBU.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FERTAUF.
       A.  CALL "CADECL" USING "GABISFAU.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON STUECKLI.
       A.  CALL "CADECL" USING "GABISSTK.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM FERT-MENU GO W.
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
      ************** Fertigungsauftraege oeffnen, notfalls anlegen *
       FA-OEFFNE SECTION.
       A.  OPEN I-O FERTAUF.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT FERTAUF
               CLOSE FERTAUF
               OPEN I-O FERTAUF.
       Z.  EXIT.
      ********* Stundensatz fuer die Montage aus KONSTANT 48 lesen *
       SATZ-LESEN SECTION.
       A.  MOVE 0 TO WH-STDSATZ.
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 48 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO X.
           MOVE KK-STDSATZ TO WH-STDSATZ.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ******* Komponenten des Sets FA-SETNUM in WP-TAB sammeln *
       KOMP-LESEN SECTION.
       A.  MOVE 0 TO WP-ANZ WM-OPSTK.
           OPEN INPUT STUECKLI.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSTK
               ELSE GO Z.
           MOVE FA-SETNUM TO SL-SETNUM.
           MOVE 0 TO SL-POS.
           START STUECKLI KEY NOT < SL-KEY INVALID GO X.
       C.  READ STUECKLI NEXT IGNORE LOCK AT END GO X.
           IF SL-SETNUM NOT = FA-SETNUM GO X.
           IF WP-ANZ < 20
               ADD 1 TO WP-ANZ
               MOVE SL-ARNUM TO WP-ARNUM(WP-ANZ)
               MOVE SL-ANZ TO WP-MNG(WP-ANZ)
               COMPUTE WP-BEDARF(WP-ANZ) ROUNDED = SL-ANZ * FA-ANZ
               MOVE 0 TO WP-VERF(WP-ANZ).
           GO C.
       X.  CLOSE STUECKLI.
           MOVE 0 TO WM-OPSTK.
       Z.  EXIT.
      ******************************************************************
       FERT-MENU SECTION.
       A.  PERFORM FA-OEFFNE.
           MOVE 0 TO WM-OPART.
           OPEN I-O ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Fertigungsauftraege " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Fertigungsauftrag erfassen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Freigabe mit Fehlteilpruefung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Fertigmeldung buchen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - offene Fertigungsauftraege" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM FA-ERFASSEN
               WHEN 2 PERFORM FA-FREIGABE
               WHEN 3 PERFORM FA-FERTIG
               WHEN 4 PERFORM FA-LISTE
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE FERTAUF.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    neuer Fertigungsauftrag: Set mit Stueckliste, Menge,
      *    Termin, geplante Montagestunden und Bemerkung
      ******************************************************************
       FA-ERFASSEN SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Fertigungsauftrag erfassen " with highlight
               AT VDU-LP.
           INITIALIZE FA-SATZ.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Set-Artikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002166008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           MOVE AR-NUM TO FA-SETNUM.
           MOVE 1 TO FA-ANZ.
           PERFORM KOMP-LESEN.
           IF WP-ANZ = 0
               DISPLAY "Artikel hat keine Stueckliste!" AT 2401
               PERFORM WEITER GO C.
           ADD 226 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Menge:             Termin (TTMMJJ):" AT VDU-LP.
      *----------------------------------------------> Menge <-
       E.  DISPLAY "<esc>= zurueck, <ret>= Anzahl Sets" AT 2301.
           MOVE FA-ANZ TO WH-WERT.
           CALL "CAUP" USING "1003106007" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-WERT NOT > 0 GO E.
           MOVE WH-WERT TO FA-ANZ.
      *----------------------------------------------> Termin <-
       G.  DISPLAY "<esc>= zurueck, <ret>= Fertigungstermin" AT 2301.
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE WZ-DATUM TO WH-NUM.
           CALL "CAUP" USING "1003396006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO G.
           MOVE WH-NUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE WZ-DATUM TO FA-DATUM.
      *--------------------------------------> Montagestunden <-
       H.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Montagestunden gesamt:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Stunden fuer den Auftrag"
               AT 2301.
           MOVE FA-STUNDEN TO WH-WERT.
           CALL "CAUP" USING "1004266206" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-WERT < 0 OR WH-WERT > 999 GO H.
           MOVE WH-WERT TO FA-STUNDEN.
       I.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bemerkung:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bemerkung" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1205140130" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO I.
           MOVE WT-TX TO FA-TEXT.
      *-----------------------> naechste freie Auftragsnummer <-
           MOVE 999999 TO FA-NUM.
           START FERTAUF KEY < FA-KEY INVALID MOVE 0 TO FA-NUM
               GO K.
           READ FERTAUF PREVIOUS IGNORE LOCK AT END MOVE 0 TO FA-NUM.
       K.  ADD 1 FA-NUM GIVING WH-FANUM.
           MOVE WH-FANUM TO FA-NUM.
           MOVE 0 TO FA-STATUS FA-ERLDAT FA-STDSATZ.
           MOVE 0 TO FA-MATEKP FA-EKP.
           MOVE WH-DATUM TO FA-ERFDAT.
           MOVE WB-NAME TO FA-BEN.
       M.  WRITE FA-SATZ INVALID ADD 1 TO FA-NUM GO M.
           MOVE FA-NUM TO WD-NUM.
           DISPLAY "Fertigungsauftrag" AT 2401 WD-NUM with highlight
               " angelegt." with highlight.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           INITIALIZE FA-SATZ.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Fertigungsauftrag waehlen und anzeigen: FA-SATZ gelesen
      *    (gesperrt), AR-SATZ des Sets; ESC = WH-FANUM 0
      ******************************************************************
       FA-WAHL SECTION.
       A.  MOVE 0 TO WH-FANUM.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Fertigungsauftrag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002226006" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO FA-NUM.
       E.  READ FERTAUF INVALID
               DISPLAY "Fertigungsauftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT GO E.
           IF FA-GEBUCHT
               UNLOCK FERTAUF
               DISPLAY "Fertigungsauftrag ist bereits gebucht!" AT 2401
               PERFORM WEITER GO C.
           MOVE FA-SETNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE FA-SETNUM TO WD-ARNUM.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " AR-BEZA.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Menge:" AT VDU-LP.
           MOVE FA-ANZ TO WD-ANZ.
           ADD 410 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 422 VDU-ECK GIVING VDU-LP.
           DISPLAY "Termin:" AT VDU-LP.
           MOVE FA-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           ADD 430 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 440 VDU-ECK GIVING VDU-LP.
           IF FA-FREI DISPLAY "freigegeben" AT VDU-LP
               ELSE DISPLAY "erfasst    " AT VDU-LP.
           MOVE FA-NUM TO WH-FANUM.
       Z.  EXIT.
      ******************************************************************
      *    Freigabe: Bedarf je Komponente gegen die Verfuegbarkeit
      *    (Bestand - reservierte Auftragsmengen, GABLAGER 30);
      *    bei Fehlteilen keine Freigabe, Liste FERTFEHL.LST
      ******************************************************************
       FA-FREIGABE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Freigabe Fertigungsauftrag " with highlight
               AT VDU-LP.
       C.  PERFORM FA-WAHL.
           IF WH-FANUM = 0 GO X.
           IF FA-FREI
               UNLOCK FERTAUF
               DISPLAY "Fertigungsauftrag ist bereits freigegeben!"
                   AT 2401
               PERFORM WEITER GO V.
       E.  DISPLAY "<esc>= zurueck, <ret>= Fehlteilpruefung und Freigab
      -        "e" AT 2301.
           CALL "CAUP" USING "0023601000" WH-CREG.
           IF ESC UNLOCK FERTAUF GO V.
           IF NOT RET GO E.
           PERFORM KOMP-LESEN.
           PERFORM FEHL-PRUEF.
           IF WH-FEHLT NOT = 0
               UNLOCK FERTAUF
               PERFORM FEHL-DRUCK
               MOVE WH-FEHLT TO WD-NUM
               DISPLAY "keine Freigabe -" AT 2401 WD-NUM with highlight
                   " Fehlteile, Liste FERTFEHL.LST" with highlight
               PERFORM WEITER GO V.
           MOVE 1 TO FA-STATUS.
           REWRITE FA-SATZ.
           DISPLAY "alle Komponenten verfuegbar - freigegeben."
               with highlight AT 2401.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* Verfuegbarkeit je Komponente, WH-FEHLT = Fehlteile *
       FEHL-PRUEF SECTION.
       A.  MOVE 0 TO WH-FEHLT.
           MOVE 1 TO WP.
       C.  IF WP > WP-ANZ GO Z.
           MOVE WP-ARNUM(WP) TO WG-ARNUM.
           MOVE 0 TO WG-LAGNR.
           CALL "GABLAGER" USING "30VERF" WH-CREG.
           MOVE WH-WERT TO WP-VERF(WP).
           IF WP-VERF(WP) < WP-BEDARF(WP) ADD 1 TO WH-FEHLT.
           ADD 1 TO WP.
           GO C.
       Z.  EXIT.
      ******************************* Fehlteilliste zum Auftrag *
       FEHL-DRUCK SECTION.
       A.  MOVE "FERTFEHL.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "F e h l t e i l e   Fertigungsauftrag" TO DRA-SATZ(2:).
           MOVE FA-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(41:6).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(60:5).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "Set:" TO DRA-SATZ(2:4).
           MOVE FA-SETNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(7:7).
           MOVE FA-SETNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO DRA-SATZ(15:30).
           MOVE "Menge:" TO DRA-SATZ(47:6).
           MOVE FA-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(54:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "Artikel" TO DRA-SATZ(3:7).
           MOVE "Bezeichnung" TO DRA-SATZ(12:11).
           MOVE "Bedarf" TO DRA-SATZ(46:6).
           MOVE "verfuegbar" TO DRA-SATZ(52:10).
           MOVE "Fehlmenge" TO DRA-SATZ(65:9).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE 1 TO WP.
       C.  IF WP > WP-ANZ GO X.
           IF WP-VERF(WP) NOT < WP-BEDARF(WP) GO E.
           MOVE WP-ARNUM(WP) TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(3:7).
           MOVE WP-ARNUM(WP) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO DRA-SATZ(12:30).
           MOVE WP-BEDARF(WP) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(44:8).
           MOVE WP-VERF(WP) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(54:8).
           COMPUTE WH-WERT = WP-BEDARF(WP) - WP-VERF(WP).
           MOVE WH-WERT TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(66:8).
           PERFORM DRUCK.
       E.  ADD 1 TO WP.
           GO C.
       X.  PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
      *    Fertigmeldung eines freigegebenen Auftrags: Ist-Stunden,
      *    Set-EKP rechnen, Komponenten ab (11), Set zu (12), EKP
      *    des Sets in AR-EKP
      ******************************************************************
       FA-FERTIG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Fertigmeldung " with highlight AT VDU-LP.
       C.  PERFORM FA-WAHL.
           IF WH-FANUM = 0 GO X.
           IF NOT FA-FREI
               UNLOCK FERTAUF
               DISPLAY "Fertigungsauftrag ist noch nicht freigegeben!"
                   AT 2401
               PERFORM WEITER GO V.
           PERFORM SATZ-LESEN.
           PERFORM KOMP-LESEN.
       E.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ist-Stunden:          Stundensatz:" AT VDU-LP.
           MOVE WH-STDSATZ TO WD-PREIS.
           ADD 538 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= tatsaechliche Montagestunden"
               AT 2301.
           MOVE FA-STUNDEN TO WH-WERT.
           CALL "CAUP" USING "1005166206" WH-CREG.
           IF ESC UNLOCK FERTAUF GO V.
           IF NOT RET GO E.
           IF WH-WERT < 0 OR WH-WERT > 999 GO E.
           MOVE WH-WERT TO FA-STUNDEN.
           PERFORM EKP-RECHNE.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Material je Set:           EKP je Set:" AT VDU-LP.
           IF WB-EKVERBOT GO G.
           MOVE FA-MATEKP TO WD-PREIS.
           ADD 620 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           MOVE FA-EKP TO WD-PREIS.
           ADD 642 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
       G.  DISPLAY "<esc>= zurueck, <ret>= Fertigmeldung buchen"
               AT 2301.
           CALL "CAUP" USING "0023451000" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE 9 TO FA-STATUS.
           MOVE WH-DATUM TO FA-ERLDAT.
           MOVE WB-NAME TO FA-BEN.
           REWRITE FA-SATZ.
      *------------------------------> Komponenten abbuchen <-
           MOVE 1 TO WP.
       I.  IF WP > WP-ANZ GO K.
           MOVE WP-ARNUM(WP) TO WG-ARNUM.
           MOVE WP-BEDARF(WP) TO WG-ANZ.
           MOVE 11 TO WG-ART.
           MOVE FA-NUM TO WG-AUFNUM.
           CALL "GABLAGER" USING "10LAGBUCH" WH-CREG.
           ADD 1 TO WP.
           GO I.
      *------------------------------> Set zubuchen <-
       K.  MOVE FA-SETNUM TO WG-ARNUM.
           MOVE FA-ANZ TO WG-ANZ.
           MOVE 12 TO WG-ART.
           MOVE FA-NUM TO WG-AUFNUM.
           CALL "GABLAGER" USING "10LAGBUCH" WH-CREG.
      *------------------------------> EKP des Sets <-
           MOVE FA-SETNUM TO AR-NUM.
       M.  READ ARTIKEL INVALID GO N.
           IF ZUGRIF PERFORM BESETZT GO M.
           MOVE FA-EKP TO AR-EKP.
           REWRITE AR-SATZ.
           UNLOCK ARTIKEL.
       N.  MOVE FA-NUM TO WD-NUM.
           DISPLAY "Fertigungsauftrag" AT 2401 WD-NUM with highlight
               " gebucht." with highlight.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* EKP je Set: Komponenten-EKP lt. Stueckliste plus
      *        Montagestunden * Stundensatz / Menge
       EKP-RECHNE SECTION.
       A.  MOVE 0 TO WH-MATEKP.
           MOVE 1 TO WP.
       C.  IF WP > WP-ANZ GO E.
           MOVE WP-ARNUM(WP) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE 0 TO AR-EKP.
           COMPUTE WH-MATEKP = WH-MATEKP + WP-MNG(WP) * AR-EKP.
           ADD 1 TO WP.
           GO C.
       E.  MOVE WH-STDSATZ TO FA-STDSATZ.
           COMPUTE FA-MATEKP ROUNDED = WH-MATEKP.
           COMPUTE FA-EKP ROUNDED = WH-MATEKP +
               FA-STUNDEN * FA-STDSATZ / FA-ANZ.
       Z.  EXIT.
      ************************* Liste offener Fertigungsauftraege *
       FA-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " offene Fertigungsauftraege " with highlight
               AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RETA GO A.
           MOVE "FERTOFF.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN FA-NUM.
           START FERTAUF KEY > FA-KEY INVALID GO W.
       D.  READ FERTAUF NEXT IGNORE LOCK AT END GO W.
           IF FA-GEBUCHT GO D.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "o f f e n e   F e r t i g u n g s a u f t r a e g e"
               TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(70:5).
           MOVE VDU-DATUM TO DRA-SATZ(75:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:100).
           PERFORM DRUCK.
           MOVE "Auftrag" TO DRA-SATZ(1:7).
           MOVE "Termin" TO DRA-SATZ(10:6).
           MOVE "Set" TO DRA-SATZ(20:3).
           MOVE "Bezeichnung" TO DRA-SATZ(29:11).
           MOVE "Menge" TO DRA-SATZ(56:5).
           MOVE "Stunden" TO DRA-SATZ(63:7).
           MOVE "Status" TO DRA-SATZ(72:6).
           MOVE "Bemerkung" TO DRA-SATZ(85:9).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:100).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE FA-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE FA-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(10:8).
           MOVE FA-SETNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(20:7).
           MOVE FA-SETNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA(1:22) TO DRA-SATZ(29:22).
           MOVE FA-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(53:8).
           MOVE FA-STUNDEN TO WD-STD.
           MOVE WD-STD TO DRA-SATZ(64:6).
           IF FA-FREI MOVE "freigegeben" TO DRA-SATZ(72:11)
               ELSE MOVE "erfasst" TO DRA-SATZ(72:11).
           MOVE FA-TEXT TO DRA-SATZ(85:30).
           PERFORM DRUCK.
           GO D.
       W.  IF WZ-ZEILEN = 0
               DISPLAY "keine offenen Fertigungsauftraege," AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
