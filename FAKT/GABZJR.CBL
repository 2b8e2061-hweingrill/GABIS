      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABZJR.
      ******************************************************************
      *   Zahlungsjournal GABISZJR.DAT: jede Zahlung bzw. jeder        *
      *   Skonto an einem Offenen Posten als eigener Satz mit dem      *
      *   echten Zahlungsdatum, Herkunft, Laufnummer und Benutzer.     *
      *                                                                *
      *   CALL "GABZJR" USING "30NEULAUF" WH-CREG  zieht eine neue     *
      *        Laufnummer (KONSTANT Satz 56) nach WZJ-LAUF;            *
      *   CALL "GABZJR" USING "20ZJEIN" WH-CREG  schreibt einen        *
      *        Eintrag aus den Feldern in WZJ-ZAHL (GABZJRSC.CPY);     *
      *        Buchungstag/Zeit/Benutzer stempelt das Modul selbst;    *
      *   CALL "GABZJR" USING "10ZJR" WH-CREG  Menue mit der Liste     *
      *        der Zahlungseingaenge je Tag (Abstimmung mit dem        *
      *        Bankkonto) und den Zahlungen je Rechnung; der Kunden-   *
      *        name kommt auch dann, wenn der Rufer DEBITOR schon      *
      *        geoeffnet hat.                                          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEZJR.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABZAHLJ.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRJ-SATZ.
           03  FILLER                  PIC XX.
           03  DRJ-DATUM               PIC X(9).
           03  DRJ-RENUM               PIC ZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRJ-KTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRJ-BEZ                 PIC X(30).
           03  DRJ-BETRAG              PIC ZZ.ZZZ.ZZ9,99-.
           03  DRJ-SKONTO              PIC ZZZ.ZZ9,99-.
           03  FILLER                  PIC XX.
           03  DRJ-QUELLE              PIC X(10).
           03  DRJ-LAUF                PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRJ-BEN                 PIC X(20).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WN-ZEIT.
               05 WN-ZEIT6             PIC 9(6).
               05 FILLER               PIC 99.
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WV-TAG                  PIC 9(6)      COMP.
           03  WV-RENUM                PIC 9(7)      COMP.
           03  WZ-ANZ                  PIC 9(5)      COMP.
           03  WH-TITEL                PIC X(70).
      *--------------------------> Summen je Tag / Herkunft / gesamt <--
           03  WS-TBET                 PIC S9(11)V99 COMP-3.
           03  WS-TSKO                 PIC S9(11)V99 COMP-3.
           03  WS-QBET                 PIC S9(11)V99 COMP-3 OCCURS 9.
           03  WS-QSKO                 PIC S9(11)V99 COMP-3 OCCURS 9.
           03  WS-GBET                 PIC S9(11)V99 COMP-3.
           03  WS-GSKO                 PIC S9(11)V99 COMP-3.
      *--------------------------> Texte zur Herkunft (ZJ-QUELLE) <--
           03  WH-QTAB.
               05  FILLER              PIC X(10)     VALUE "manuell".
               05  FILLER              PIC X(10)     VALUE "Bankimport".
               05  FILLER              PIC X(10)     VALUE "Lastschr.".
               05  FILLER              PIC X(10)     VALUE "Ausfall".
               05  FILLER              PIC X(10)     VALUE "Inkasso".
               05  FILLER              PIC X(10)     VALUE "FIBU".
               05  FILLER              PIC X(10)     VALUE "Erstattung".
               05  FILLER              PIC X(20)     VALUE SPACE.
           03  WR-QTAB REDEFINES WH-QTAB.
               05  WH-QTX              PIC X(10)            OCCURS 9.
           03  WD-RENUM                PIC ZZZZZZ9.
       COPY GABZJRSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLJRN.
       A.  CALL "CADECL" USING "GABISZJR.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
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
           IF WL-CA = 10 PERFORM ZJR-MENU GO W.
           IF WL-CA = 20 PERFORM EINTRAG GO X.
           IF WL-CA = 30 PERFORM NEULAUF GO X.
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
      ************************** neue Laufnummer aus KONSTANT 56 *
       NEULAUF SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 56 TO WH-KEY.
       B.  READ KONSTANT INVALID
               INITIALIZE KO-ZJSATZ
               MOVE 0 TO KZJ-LFNR KZJ-LAUF
               WRITE KO-SATZ GO B.
           IF ZUGRIF PERFORM BESETZT GO B.
           ADD 1 TO KZJ-LAUF.
           MOVE KZJ-LAUF TO WZJ-LAUF.
           REWRITE KO-SATZ.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      *********************************** einen Eintrag schreiben *
       EINTRAG SECTION.
       A.  IF WZJ-BETRAG = 0 AND WZJ-SKONTO = 0 GO Z.
           OPEN I-O ZAHLJRN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ZAHLJRN
               CLOSE ZAHLJRN
               OPEN I-O ZAHLJRN.
           MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 56 TO WH-KEY.
       B.  READ KONSTANT INVALID
               INITIALIZE KO-ZJSATZ
               MOVE 0 TO KZJ-LFNR KZJ-LAUF
               WRITE KO-SATZ GO B.
           IF ZUGRIF PERFORM BESETZT GO B.
           ADD 1 TO KZJ-LFNR.
           REWRITE KO-SATZ.
           INITIALIZE ZJ-SATZ.
           MOVE KZJ-LFNR TO ZJ-LFNR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE WZJ-RENUM TO ZJ-RENUM.
           MOVE WZJ-KTONR TO ZJ-KTONR.
           MOVE WZJ-DATUM TO ZJ-DATUM.
           IF ZJ-DATUM = 0 MOVE WH-DATUM TO ZJ-DATUM.
           MOVE WH-DATUM TO ZJ-BUDAT.
           ACCEPT WN-ZEIT FROM TIME.
           MOVE WN-ZEIT6 TO ZJ-ZEIT.
           MOVE WZJ-BETRAG TO ZJ-BETRAG.
           MOVE WZJ-SKONTO TO ZJ-SKONTO.
           MOVE WZJ-QUELLE TO ZJ-QUELLE.
           MOVE WZJ-LAUF TO ZJ-LAUF.
           MOVE WB-NAME TO ZJ-BEN.
           MOVE WZJ-TEXT TO ZJ-TEXT.
       D.  WRITE ZJ-SATZ INVALID ADD 1 TO ZJ-LFNR GO D.
           CLOSE ZAHLJRN.
       Z.  EXIT.
      ******************************************************************
       ZJR-MENU SECTION.
       A.  OPEN INPUT ZAHLJRN.
           IF WF-STATUS NOT = "00"
               DISPLAY "Zahlungsjournal noch leer," AT 2401
               PERFORM WEITER GO Z.
           MOVE 0 TO WM-OPDEB.
      *--------> schon vom Rufer geoeffnet (41): mitlesen, aber nicht
      *          schliessen (WM-OPDEB = 2) <-
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlungsjournal " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Zahlungseingaenge je Tag" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Zahlungen je Rechnung" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM TAGES-LISTE
               WHEN 2 PERFORM RECH-LISTE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE ZAHLJRN.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
       Z.  EXIT.
      ************************* Zahlungseingaenge je Tag (Bereich) *
       TAGES-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlungseingaenge je Tag " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "vom:           bis:          " AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102086006" WH-CREG.
           IF ESC GO X.
           IF NOT RET OR WZ-DATUM = 0 GO C.
           MOVE WZ-DATUM TO WV-VON.
       E.  MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102236006" WH-CREG.
           IF ESC GO C.
           IF NOT RET OR WZ-DATUM = 0 GO E.
           MOVE WZ-DATUM TO WV-BIS.
           IF WV-BIS < WV-VON GO C.
           DISPLAY "Liste..." with highlight AT 2401.
           MOVE "ZAHLJRN.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-ANZ WV-TAG.
           MOVE 0 TO WS-TBET WS-TSKO WS-GBET WS-GSKO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 9
               MOVE 0 TO WS-QBET(WX) WS-QSKO(WX).
           MOVE "Z a h l u n g s e i n g a e n g e   vom:" TO WH-TITEL.
           MOVE WV-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO WH-TITEL(42:8).
           MOVE "bis:" TO WH-TITEL(51:4).
           MOVE WV-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO WH-TITEL(56:8).
           MOVE WV-VON TO ZJ-DATUM.
           START ZAHLJRN KEY NOT < ZJ-DATUM INVALID GO W.
       G.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO V.
           IF ZJ-DATUM > WV-BIS GO V.
      *--------> Ausbuchungen sind kein Geldeingang <-
           IF ZJ-AUSFALL GO G.
           IF ZJ-DATUM NOT = WV-TAG AND WZ-ANZ NOT = 0
               PERFORM TAG-SUMME.
           MOVE ZJ-DATUM TO WV-TAG.
           PERFORM ZJ-ZEILE.
           ADD 1 TO WZ-ANZ.
           ADD ZJ-BETRAG TO WS-TBET WS-GBET.
           ADD ZJ-SKONTO TO WS-TSKO WS-GSKO.
           IF ZJ-QUELLE > 0 AND ZJ-QUELLE < 10
               ADD ZJ-BETRAG TO WS-QBET(ZJ-QUELLE)
               ADD ZJ-SKONTO TO WS-QSKO(ZJ-QUELLE).
           GO G.
       V.  IF WZ-ANZ = 0 GO W.
           PERFORM TAG-SUMME.
           PERFORM END-SUMME.
           PERFORM END-DRU.
           DISPLAY "Liste gedruckt (ZAHLJRN.LST)." with highlight
               AT 2401.
           PERFORM WEITER.
           GO C.
       W.  DISPLAY "keine Zahlungen im Zeitraum," AT 2401.
           PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************************************** Zahlungen je Rechnung *
       RECH-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlungen je Rechnung " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnungsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Rechnungsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002216007" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WV-RENUM ZJ-RENUM.
           MOVE "ZAHLJRN.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-ANZ WS-GBET WS-GSKO.
           MOVE "Z a h l u n g e n   z u r   R e c h n u n g"
               TO WH-TITEL.
           MOVE WV-RENUM TO WD-RENUM.
           MOVE WD-RENUM TO WH-TITEL(47:7).
           START ZAHLJRN KEY NOT < ZJ-RENUM INVALID GO W.
       G.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO V.
           IF ZJ-RENUM NOT = WV-RENUM GO V.
           PERFORM ZJ-ZEILE.
           ADD 1 TO WZ-ANZ.
           ADD ZJ-BETRAG TO WS-GBET.
           ADD ZJ-SKONTO TO WS-GSKO.
           GO G.
       V.  IF WZ-ANZ = 0 GO W.
           MOVE ALL "-" TO DRA-SATZ(57:25).
           PERFORM DRUCK.
           MOVE "Summe Rechnung" TO DRJ-BEZ.
           MOVE WS-GBET TO DRJ-BETRAG.
           MOVE WS-GSKO TO DRJ-SKONTO.
           PERFORM DRUCK.
           PERFORM END-DRU.
           GO C.
       W.  DISPLAY "keine Zahlungen zu dieser Rechnung," AT 2401.
           PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****************************************** Summe eines Tages *
       TAG-SUMME SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(57:25).
           PERFORM DRUCK.
           MOVE WV-TAG TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Summe" TO DRJ-BEZ.
           MOVE VDU-DATUM TO DRJ-BEZ(7:8).
           MOVE WS-TBET TO DRJ-BETRAG.
           MOVE WS-TSKO TO DRJ-SKONTO.
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE 0 TO WS-TBET WS-TSKO.
       Z.  EXIT.
      ************************* Summen je Herkunft und Gesamtsumme *
       END-SUMME SECTION.
       A.  MOVE ALL "=" TO DRA-SATZ(57:25).
           PERFORM DRUCK.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 9
               IF WS-QBET(WX) NOT = 0 OR WS-QSKO(WX) NOT = 0
                   MOVE "Summe" TO DRJ-BEZ
                   MOVE WH-QTX(WX) TO DRJ-BEZ(7:10)
                   MOVE WS-QBET(WX) TO DRJ-BETRAG
                   MOVE WS-QSKO(WX) TO DRJ-SKONTO
                   PERFORM DRUCK
               END-IF.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Gesamtsumme" TO DRJ-BEZ.
           MOVE WS-GBET TO DRJ-BETRAG.
           MOVE WS-GSKO TO DRJ-SKONTO.
           PERFORM DRUCK.
       Z.  EXIT.
      ************************************** eine Journalzeile *
       ZJ-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE WH-TITEL TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(101:5).
           MOVE VDU-DATUM TO DRA-SATZ(106:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:119).
           PERFORM DRUCK.
           MOVE "Datum" TO DRA-SATZ(3:5).
           MOVE "Re.-Nr." TO DRA-SATZ(12:7).
           MOVE "Konto" TO DRA-SATZ(20:5).
           MOVE "Kunde" TO DRA-SATZ(27:5).
           MOVE "Zahlung" TO DRA-SATZ(64:7).
           MOVE "Skonto" TO DRA-SATZ(76:6).
           MOVE "Herkunft" TO DRA-SATZ(84:8).
           MOVE "Lauf" TO DRA-SATZ(96:4).
           MOVE "Benutzer" TO DRA-SATZ(101:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:119).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE ZJ-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRJ-DATUM.
           MOVE ZJ-RENUM TO DRJ-RENUM.
           MOVE ZJ-KTONR TO DRJ-KTO.
           MOVE SPACE TO DRJ-BEZ.
           IF WM-OPDEB > 0
               MOVE ZJ-KTONR TO DE-KTONR
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO DRJ-BEZ.
           MOVE ZJ-BETRAG TO DRJ-BETRAG.
           MOVE ZJ-SKONTO TO DRJ-SKONTO.
           MOVE SPACE TO DRJ-QUELLE.
           IF ZJ-QUELLE > 0 AND ZJ-QUELLE < 10
               MOVE WH-QTX(ZJ-QUELLE) TO DRJ-QUELLE.
           MOVE ZJ-LAUF TO DRJ-LAUF.
           MOVE ZJ-BEN TO DRJ-BEN.
           PERFORM DRUCK.
       Z.  EXIT.
