      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABBPEX.
      ******************************************************************
      *   Datenueberlassung fuer die Betriebspruefung: schreibt fuer   *
      *   ein Geschaeftsjahr (= Kalenderjahr JJ) je Tabelle eine       *
      *   Textdatei BPjjxxx.CSV (Semikolon als Trennzeichen, ein Satz  *
      *   je Zeile, ohne Ueberschrift):                                *
      *     REJ  Rechnungsausgangsbuch (REJRNAL), Rechnungsdatum im J. *
      *     AKO  Auftragskoepfe (AUFKOPF), Auftrags- oder Rechnungs-   *
      *     AZE  datum im Jahr, dazu deren Zeilen (AUFTRAG)            *
      *     ARK  dasselbe aus dem Archiv (ARCHKOPF/ARCHZEIL)           *
      *     ARZ                                                        *
      *     BAR  Kassenjournal (BARJRN)                                *
      *     DEP  Datenerfassungsprotokoll der Kasse (DEPROT)           *
      *     OPO  Offene Posten, die im Jahr offen waren (OFFPOST)      *
      *     DEB  Kundenstamm (DEBITOR), vollstaendig                   *
      *     ART  Artikelstamm (ARTIKEL), vollstaendig                  *
      *     UEL  Laeufe der FIBU-Ueberleitung (UEBLOG)                 *
      *   BPjjBESC.TXT beschreibt Format, Spalten, Typen, Satzzahl     *
      *   und Pruefsumme jeder Datei.  Die Dateien enthalten weder     *
      *   Erstellungsdatum noch Benutzer - bei gleichem Datenstand     *
      *   ergibt ein neuer Lauf dieselben Dateien und dieselben        *
      *   Pruefsummen.  Datum, Benutzer, Satzzahlen, Kontrollsummen    *
      *   und Pruefsummen (Adler-32 ueber den Dateiinhalt mit CR/LF)   *
      *   stehen im Uebergabeprotokoll BPjjPRUF.LST.                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEREJ.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEAAR.CPY.
           COPY GABSEBAR.CPY.
           COPY GABSEDEP.CPY.
           COPY GABSEOPO.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEART.CPY.
           COPY GABSEUEL.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT EXPDAT   ASSIGN TO WN-EXPNAM
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           SELECT BESDAT   ASSIGN TO WN-BESNAM
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABREJRN.CPY.
       COPY GABANBOT.CPY.
       COPY GABAUFAR.CPY.
       COPY GABBARJR.CPY.
       COPY GABDEPFD.CPY.
       COPY GABOPOS.CPY.
       COPY GABDEBIT.CPY.
       COPY GABARTIK.CPY.
       COPY GABUEBLG.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EXP-SATZ                    PIC X(400).
      ******************************************************************
       FD  BESDAT                      LABEL RECORD STANDARD.
       01  BES-SATZ                    PIC X(400).
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
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *--------------------------> Geschaeftsjahr <--
           03  WV-JJ                   PIC 99.
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WH-FIRMA                PIC X(22).
      *--------------------------> Dateinamen BPjj... <--
           03  WN-EXPNAM.
               05  FILLER              PIC XX        VALUE "BP".
               05  WN-EXPJJ            PIC 99.
               05  WN-EXPTAB           PIC XXX.
               05  FILLER              PIC X(4)      VALUE ".CSV".
           03  WN-BESNAM.
               05  FILLER              PIC XX        VALUE "BP".
               05  WN-BESJJ            PIC 99.
               05  FILLER              PIC X(8)      VALUE "BESC.TXT".
           03  WN-PRUNAM.
               05  FILLER              PIC XX        VALUE "BP".
               05  WN-PRUJJ            PIC 99.
               05  FILLER              PIC X(8)      VALUE "PRUF.LST".
           03  WH-TABBEZ               PIC X(30).
           03  WH-DATNAM               PIC X(12).
      *--------------------------> Satzaufbau <--
           03  WH-ZEILE                PIC X(400).
           03  WH-PTR                  PIC 9(4)      COMP.
           03  WM-ERST                 PIC 9         COMP.
           03  WH-FELD                 PIC X(120).
           03  WH-FVON                 PIC 9(4)      COMP.
           03  WH-FBIS                 PIC 9(4)      COMP.
           03  WH-FLEN                 PIC 9(4)      COMP.
           03  WH-DAT6                 PIC 9(6).
           03  WR-DAT6 REDEFINES WH-DAT6.
               05  WH-D6J              PIC 99.
               05  WH-D6M              PIC 99.
               05  WH-D6T              PIC 99.
           03  WH-DATX.
               05  WH-DXT              PIC 99.
               05  FILLER              PIC X         VALUE ".".
               05  WH-DXM              PIC 99.
               05  FILLER              PIC XXX       VALUE ".20".
               05  WH-DXJ              PIC 99.
           03  WH-ZEIT6                PIC 9(6).
           03  WR-ZEIT6 REDEFINES WH-ZEIT6.
               05  WH-Z6H              PIC 99.
               05  WH-Z6M              PIC 99.
               05  WH-Z6S              PIC 99.
           03  WH-ZEITX.
               05  WH-ZXH              PIC 99.
               05  FILLER              PIC X         VALUE ":".
               05  WH-ZXM              PIC 99.
               05  FILLER              PIC X         VALUE ":".
               05  WH-ZXS              PIC 99.
           03  WD-N                    PIC -(13)9.
           03  WD-B                    PIC -(11)9,99.
           03  WD-R                    PIC -(4)9,9.
           03  WD-K                    PIC -(4)9,9(7).
           03  WH-MEH                  PIC 99        COMP.
           03  WH-ANZ                  PIC S9(7)     COMP-3.
           03  WS-MENGE                PIC S9(7)V99  COMP-3.
           03  WH-DPJ                  PIC 9         COMP.
           03  WH-SPNR                 PIC 99.
      *--------------------------> Zaehler / Pruefsummen <--
           03  WZ-SAETZE               PIC 9(8)      COMP.
           03  WM-FEHLT                PIC 9         COMP.
           03  WM-AUSW                 PIC 9         COMP.
           03  WM-KSUM                 PIC 9         COMP.
           03  WS-KSUM                 PIC S9(11)V99 COMP-3.
           03  WZ-DATEIEN              PIC 99        COMP.
           03  WI                      PIC 9         COMP.
           03  WS-A1                   PIC 9(6)      COMP OCCURS 2.
           03  WS-A2                   PIC 9(6)      COMP OCCURS 2.
           03  WS-ADLER                PIC 9(10)     COMP.
           03  WH-REST                 PIC 99        COMP.
           03  WH-HX                   PIC 9         COMP.
           03  WH-HEX                  PIC X(8).
           03  WH-HEXTAB               PIC X(16)
                                       VALUE "0123456789ABCDEF".
           03  WH-LEN                  PIC 9(4)      COMP.
           03  WH-BX                   PIC 9(4)      COMP.
           03  WH-BYTEW                PIC 9(4)      COMP.
           03  WR-BYTEW REDEFINES WH-BYTEW.
               05  FILLER              PIC X.
               05  WH-BYTE             PIC X.
           03  WD-SAETZE               PIC ZZZZZZZ9.
           03  WD-BET                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON ARCHKOPF.
       A.  CALL "CADECL" USING "GABIARCH.DAT" WH-CREG.
       DECL-W SECTION.         USE AFTER ERROR PROCEDURE ON ARCHZEIL.
       A.  CALL "CADECL" USING "GABIARCZ.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BARJRN.
       A.  CALL "CADECL" USING "GABISBAR.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON DEPROT.
       A.  CALL "CADECL" USING "GABISDEP.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON UEBLOG.
       A.  CALL "CADECL" USING "GABISUEL.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "BPEXPORT.CSV" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON BESDAT.
       A.  CALL "CADECL" USING "BPBESCHR.TXT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM BP-LAUF GO W.
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
       BP-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Datenueberlassung Betriebspruefung " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnungen, Auftraege, Kasse, OP und Stamm-"
               AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "daten als BPjj*.CSV, Beschreibung BPjjBESC.TXT"
               AT VDU-LP.
           DIVIDE WH-DATUM BY 10000 GIVING WV-JJ.
           IF WV-JJ > 0 SUBTRACT 1 FROM WV-JJ.
       C.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Geschaeftsjahr (JJ):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Jahr" AT 2301.
           MOVE WV-JJ TO WH-NUM.
           CALL "CAUP" USING "1006246002" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WH-NUM TO WV-JJ.
           COMPUTE WV-VON = WV-JJ * 10000 + 101.
           COMPUTE WV-BIS = WV-JJ * 10000 + 1231.
           MOVE WV-JJ TO WN-EXPJJ WN-BESJJ WN-PRUJJ.
       E.  DISPLAY "<esc>= Abbruch, <ret>= Start (vorhandene BPjj-Datei
      -        "en werden ersetzt)" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
      *--------> Firmenname und Mengeneinheiten <-
           MOVE 0 TO WM-OPKON WM-OPDEB WM-OPART.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-FIRMA.
           MOVE KO-FIRMA TO WH-FIRMA.
           MOVE 10 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-MSATZ.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           DISPLAY "Lauf..." with highlight AT 2401.
           MOVE 0 TO WZ-DATEIEN.
           MOVE WN-PRUNAM TO WH-DRUNAM.
           PERFORM PROT-KOPF.
           PERFORM BES-KOPF.
           PERFORM EXP-REJ.
           PERFORM EXP-AKO.
           PERFORM EXP-AZE.
           PERFORM EXP-ARK.
           PERFORM EXP-ARZ.
           PERFORM EXP-BAR.
           PERFORM EXP-DEP.
           PERFORM EXP-OPO.
           PERFORM EXP-DEB.
           PERFORM EXP-ART.
           PERFORM EXP-UEL.
           PERFORM BES-ENDE.
           PERFORM PROT-FUSS.
           PERFORM END-DRU.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           MOVE 0 TO WM-OPKON WM-OPDEB WM-OPART.
           DISPLAY WZ-DATEIEN with highlight AT 2120
               " Dateien geschrieben, Protokoll " WN-PRUNAM.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************************** Rechnungsausgangsbuch (REJRNAL) *
       EXP-REJ SECTION.
       A.  MOVE "REJ" TO WN-EXPTAB.
           MOVE "Rechnungsausgangsbuch" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT REJRNAL.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO RJ-RENUM.
           START REJRNAL KEY NOT < RJ-KEY INVALID GO W.
       C.  READ REJRNAL NEXT IGNORE LOCK AT END GO W.
           IF RJ-DATUM < WV-VON OR RJ-DATUM > WV-BIS GO C.
           PERFORM ZEILE-BEG.
           MOVE RJ-RENUM TO WD-N.
           PERFORM FELD-N.
           MOVE RJ-DATUM TO WH-DAT6.
           PERFORM FELD-D.
           MOVE RJ-KTONR TO WD-N.
           PERFORM FELD-N.
           MOVE RJ-VKF TO WD-N.
           PERFORM FELD-N.
           MOVE RJ-NETTO TO WD-B.
           PERFORM FELD-B.
           MOVE RJ-UST TO WD-B.
           PERFORM FELD-B.
           MOVE RJ-BRUTTO TO WD-B.
           PERFORM FELD-B.
           MOVE RJ-LFNR TO WD-N.
           PERFORM FELD-N.
           PERFORM ZEILE-AUS.
           ADD RJ-BRUTTO TO WS-KSUM.
           GO C.
       W.  CLOSE REJRNAL.
       X.  PERFORM TAB-END.
           MOVE "RENUM;N;7;0;Rechnungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "DATUM;D;10;0;Rechnungsdatum" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KTONR;N;6;0;Kundennummer (= Debitorenkonto)"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "VKF;N;2;0;Verkaeufer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "NETTO;N;9;2;Nettobetrag" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "UST;N;9;2;Umsatzsteuer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BRUTTO;N;9;2;Bruttobetrag (Kontrollsumme)" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "LFNR;N;6;0;Lauf der FIBU-Ueberleitung (Tabelle UEL)"
               TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ****************** Auftrag gehoert zum Jahr (Auftrag/Rechnung) *
       AUF-JAHR SECTION.
       A.  MOVE 0 TO WM-AUSW.
           IF AK-DATUM NOT < WV-VON AND AK-DATUM NOT > WV-BIS GO Z.
           IF AK-REDAT NOT < WV-VON AND AK-REDAT NOT > WV-BIS GO Z.
           MOVE 1 TO WM-AUSW.
       Z.  EXIT.
      ******************************************************************
       ARC-JAHR SECTION.
       A.  MOVE 0 TO WM-AUSW.
           IF AV-DATUM NOT < WV-VON AND AV-DATUM NOT > WV-BIS GO Z.
           IF AV-REDAT NOT < WV-VON AND AV-REDAT NOT > WV-BIS GO Z.
           MOVE 1 TO WM-AUSW.
       Z.  EXIT.
      ******************************* Auftragskoepfe laufend (AUFKOPF) *
       EXP-AKO SECTION.
       A.  MOVE "AKO" TO WN-EXPTAB.
           MOVE "Auftragskoepfe" TO WH-TABBEZ.
           MOVE 0 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT AUFKOPF.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY NOT < AK-KEY INVALID GO W.
       C.  READ AUFKOPF NEXT IGNORE LOCK AT END GO W.
           PERFORM AUF-JAHR.
           IF WM-AUSW = 1 GO C.
           PERFORM ZEILE-BEG.
           MOVE AK-NUM TO WD-N.
           PERFORM FELD-N.
           MOVE AK-AKEY TO WH-FELD.
           PERFORM FELD-A.
           MOVE AK-DATUM TO WH-DAT6.
           PERFORM FELD-D.
           MOVE AK-KTONR TO WD-N.
           PERFORM FELD-N.
           MOVE AK-REKTO TO WD-N.
           PERFORM FELD-N.
           MOVE AK-ART TO WD-N.
           PERFORM FELD-N.
           MOVE AK-STATUS TO WD-N.
           PERFORM FELD-N.
           MOVE AK-VKF TO WD-N.
           PERFORM FELD-N.
           MOVE AK-RENUM TO WD-N.
           PERFORM FELD-N.
           MOVE AK-REDAT TO WH-DAT6.
           PERFORM FELD-D.
           MOVE AK-FSYM TO WH-FELD.
           PERFORM FELD-A.
           MOVE AK-KURS TO WD-K.
           PERFORM FELD-K.
           MOVE AK-BEZ TO WH-FELD.
           INSPECT WH-FELD REPLACING ALL "#" BY ",".
           PERFORM FELD-A.
           PERFORM ZEILE-AUS.
           GO C.
       W.  CLOSE AUFKOPF.
       X.  PERFORM TAB-END.
           PERFORM BES-KOPFSP.
       Z.  EXIT.
      ******************************* Auftragszeilen laufend (AUFTRAG) *
       EXP-AZE SECTION.
       A.  MOVE "AZE" TO WN-EXPTAB.
           MOVE "Auftragszeilen" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT AUFKOPF AUFTRAG.
           IF WF-STATUS NOT = "00"
               CLOSE AUFKOPF MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY NOT < AK-KEY INVALID GO W.
       C.  READ AUFKOPF NEXT IGNORE LOCK AT END GO W.
           PERFORM AUF-JAHR.
           IF WM-AUSW = 1 GO C.
           INITIALIZE AU-KEY.
           MOVE AK-NUM TO AU-NUM.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO C.
       E.  READ AUFTRAG NEXT IGNORE LOCK AT END GO C.
           IF AU-NUM NOT = AK-NUM GO C.
           PERFORM ZEILE-BEG.
           MOVE AU-NUM TO WD-N.
           PERFORM FELD-N.
           MOVE AU-KAP TO WD-N.
           PERFORM FELD-N.
           MOVE AU-POS TO WD-N.
           PERFORM FELD-N.
           MOVE AU-TZ TO WD-N.
           PERFORM FELD-N.
           MOVE AU-ART TO WD-N.
           PERFORM FELD-N.
           MOVE AU-ARNUM TO WD-N.
           PERFORM FELD-N.
           MOVE AU-MEH TO WH-MEH.
           MOVE AU-ANZ TO WH-ANZ.
           PERFORM MENGE.
           MOVE AU-PREIS TO WD-B.
           PERFORM FELD-B.
           MOVE AU-RAB TO WD-R.
           PERFORM FELD-R.
           MOVE AU-BET TO WD-B.
           PERFORM FELD-B.
           MOVE AU-UST TO WD-N.
           PERFORM FELD-N.
           MOVE AU-BEZ(1) TO WH-FELD.
           PERFORM FELD-A.
           MOVE AU-BEZ(2) TO WH-FELD.
           PERFORM FELD-A.
           PERFORM ZEILE-AUS.
           ADD AU-BET TO WS-KSUM.
           GO E.
       W.  CLOSE AUFKOPF AUFTRAG.
       X.  PERFORM TAB-END.
           PERFORM BES-ZEILSP.
       Z.  EXIT.
      ******************************* Auftragskoepfe Archiv (ARCHKOPF) *
       EXP-ARK SECTION.
       A.  MOVE "ARK" TO WN-EXPTAB.
           MOVE "Auftragskoepfe Archiv" TO WH-TABBEZ.
           MOVE 0 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT ARCHKOPF.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO AV-NUM.
           START ARCHKOPF KEY NOT < AV-KEY INVALID GO W.
       C.  READ ARCHKOPF NEXT IGNORE LOCK AT END GO W.
           PERFORM ARC-JAHR.
           IF WM-AUSW = 1 GO C.
           PERFORM ZEILE-BEG.
           MOVE AV-NUM TO WD-N.
           PERFORM FELD-N.
           MOVE AV-AKEY TO WH-FELD.
           PERFORM FELD-A.
           MOVE AV-DATUM TO WH-DAT6.
           PERFORM FELD-D.
           MOVE AV-KTONR TO WD-N.
           PERFORM FELD-N.
           MOVE AV-REKTO TO WD-N.
           PERFORM FELD-N.
           MOVE AV-ART TO WD-N.
           PERFORM FELD-N.
           MOVE AV-STATUS TO WD-N.
           PERFORM FELD-N.
           MOVE AV-VKF TO WD-N.
           PERFORM FELD-N.
           MOVE AV-RENUM TO WD-N.
           PERFORM FELD-N.
           MOVE AV-REDAT TO WH-DAT6.
           PERFORM FELD-D.
           MOVE AV-FSYM TO WH-FELD.
           PERFORM FELD-A.
           MOVE AV-KURS TO WD-K.
           PERFORM FELD-K.
           MOVE AV-BEZ TO WH-FELD.
           INSPECT WH-FELD REPLACING ALL "#" BY ",".
           PERFORM FELD-A.
           MOVE AV-LOEDAT TO WH-DAT6.
           PERFORM FELD-D.
           PERFORM ZEILE-AUS.
           GO C.
       W.  CLOSE ARCHKOPF.
       X.  PERFORM TAB-END.
           PERFORM BES-KOPFSP.
           MOVE "ARCHDAT;D;10;0;ins Archiv uebernommen am" TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ******************************* Auftragszeilen Archiv (ARCHZEIL) *
       EXP-ARZ SECTION.
       A.  MOVE "ARZ" TO WN-EXPTAB.
           MOVE "Auftragszeilen Archiv" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT ARCHKOPF.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           OPEN INPUT ARCHZEIL.
           IF WF-STATUS NOT = "00"
               CLOSE ARCHKOPF MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO AV-NUM.
           START ARCHKOPF KEY NOT < AV-KEY INVALID GO W.
       C.  READ ARCHKOPF NEXT IGNORE LOCK AT END GO W.
           PERFORM ARC-JAHR.
           IF WM-AUSW = 1 GO C.
           INITIALIZE AW-KEY.
           MOVE AV-NUM TO AW-NUM.
           START ARCHZEIL KEY NOT < AW-KEY INVALID GO C.
       E.  READ ARCHZEIL NEXT IGNORE LOCK AT END GO C.
           IF AW-NUM NOT = AV-NUM GO C.
           PERFORM ZEILE-BEG.
           MOVE AW-NUM TO WD-N.
           PERFORM FELD-N.
           MOVE AW-KAP TO WD-N.
           PERFORM FELD-N.
           MOVE AW-POS TO WD-N.
           PERFORM FELD-N.
           MOVE AW-TZ TO WD-N.
           PERFORM FELD-N.
           MOVE AW-ART TO WD-N.
           PERFORM FELD-N.
           MOVE AW-ARNUM TO WD-N.
           PERFORM FELD-N.
           MOVE AW-MEH TO WH-MEH.
           MOVE AW-ANZ TO WH-ANZ.
           PERFORM MENGE.
           MOVE AW-PREIS TO WD-B.
           PERFORM FELD-B.
           MOVE AW-RAB TO WD-R.
           PERFORM FELD-R.
           MOVE AW-BET TO WD-B.
           PERFORM FELD-B.
           MOVE AW-UST TO WD-N.
           PERFORM FELD-N.
           MOVE AW-BEZ(1) TO WH-FELD.
           PERFORM FELD-A.
           MOVE AW-BEZ(2) TO WH-FELD.
           PERFORM FELD-A.
           PERFORM ZEILE-AUS.
           ADD AW-BET TO WS-KSUM.
           GO E.
       W.  CLOSE ARCHKOPF ARCHZEIL.
       X.  PERFORM TAB-END.
           PERFORM BES-ZEILSP.
       Z.  EXIT.
      ************************************ Kassenjournal (BARJRN) *
       EXP-BAR SECTION.
       A.  MOVE "BAR" TO WN-EXPTAB.
           MOVE "Kassenjournal" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT BARJRN.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE WV-VON TO BJ-DATUM.
           MOVE 0 TO BJ-LFD.
           START BARJRN KEY NOT < BJ-KEY INVALID GO W.
       C.  READ BARJRN NEXT IGNORE LOCK AT END GO W.
           IF BJ-DATUM > WV-BIS GO W.
           PERFORM ZEILE-BEG.
           MOVE BJ-DATUM TO WH-DAT6.
           PERFORM FELD-D.
           MOVE BJ-LFD TO WD-N.
           PERFORM FELD-N.
           MOVE BJ-ZEIT TO WH-ZEIT6.
           PERFORM FELD-Z.
           MOVE BJ-ART TO WD-N.
           PERFORM FELD-N.
           MOVE BJ-RENUM TO WD-N.
           PERFORM FELD-N.
           MOVE BJ-BRUTTO TO WD-B.
           PERFORM FELD-B.
           MOVE BJ-GEGEBEN TO WD-B.
           PERFORM FELD-B.
           MOVE BJ-TEXT TO WH-FELD.
           PERFORM FELD-A.
           MOVE BJ-BELEG TO WH-FELD.
           PERFORM FELD-A.
           MOVE BJ-KONTO TO WD-N.
           PERFORM FELD-N.
           MOVE BJ-BEN TO WH-FELD.
           PERFORM FELD-A.
           PERFORM ZEILE-AUS.
           ADD BJ-BRUTTO TO WS-KSUM.
           GO C.
       W.  CLOSE BARJRN.
       X.  PERFORM TAB-END.
           MOVE "DATUM;D;10;0;Buchungstag" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "LFD;N;4;0;laufende Nummer am Tag" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ZEIT;Z;8;0;Uhrzeit" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ART;N;2;0;0 Barverkauf, 1 Eingang, 2 Ausgang"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BONNR;N;6;0;Bon-/Rechnungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETRAG;N;9;2;Betrag brutto, Ausgang negativ"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "GEGEBEN;N;9;2;vom Kunden gegeben" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "TEXT;A;30;0;Grund der Bewegung" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BELEG;A;10;0;Belegnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KONTO;N;6;0;FIBU-Konto der Bewegung" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BEN;A;20;0;Benutzer" TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ************************ Datenerfassungsprotokoll Kasse (DEP) *
       EXP-DEP SECTION.
       A.  MOVE "DEP" TO WN-EXPTAB.
           MOVE "Datenerfassungsprotokoll Kasse" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT DEPROT.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO DP-LFD.
           START DEPROT KEY NOT < DP-KEY INVALID GO W.
       C.  READ DEPROT NEXT IGNORE LOCK AT END GO W.
           IF DP-DATUM < 20000000 GO C.
           COMPUTE WH-DAT6 = DP-DATUM - 20000000.
           IF WH-DAT6 < WV-VON OR WH-DAT6 > WV-BIS GO C.
           PERFORM ZEILE-BEG.
           MOVE DP-LFD TO WD-N.
           PERFORM FELD-N.
           PERFORM FELD-D.
           MOVE DP-ZEIT TO WH-ZEIT6.
           PERFORM FELD-Z.
           MOVE DP-KASSENID TO WH-FELD.
           PERFORM FELD-A.
           MOVE DP-BELEGNR TO WD-N.
           PERFORM FELD-N.
           MOVE DP-ART TO WD-N.
           PERFORM FELD-N.
           MOVE 1 TO WH-DPJ.
       E.  MOVE DP-BETR(WH-DPJ) TO WD-B.
           PERFORM FELD-B.
           ADD DP-BETR(WH-DPJ) TO WS-KSUM.
           IF WH-DPJ < 5 ADD 1 TO WH-DPJ GO E.
           MOVE DP-UMSZAEHL TO WD-B.
           PERFORM FELD-B.
           MOVE DP-KETTE TO WH-FELD.
           PERFORM FELD-A.
           MOVE DP-SIG TO WH-FELD.
           PERFORM FELD-A.
           MOVE DP-SIGSTAT TO WD-N.
           PERFORM FELD-N.
           PERFORM ZEILE-AUS.
           GO C.
       W.  CLOSE DEPROT.
       X.  PERFORM TAB-END.
           MOVE "LFD;N;8;0;laufende Belegnummer des Protokolls"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "DATUM;D;10;0;Belegdatum" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ZEIT;Z;8;0;Uhrzeit" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KASSENID;A;10;0;Kassen-ID" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BELEGNR;N;6;0;Belegnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ART;N;1;0;0 Normal, 1 Start, 2 Monat, 3 Jahresbeleg"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETR20;N;7;2;Betrag Satz 20 %" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETR10;N;7;2;Betrag Satz 10 %" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETR13;N;7;2;Betrag Satz 13 %" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETR0;N;7;2;Betrag Satz 0 %" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETRSO;N;7;2;Betrag besonderer Satz" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "UMSATZ;N;11;2;Stand Umsatzzaehler" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KETTE;A;44;0;Verkettungswert des Vorbelegs"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "SIG;A;120;0;Signatur bzw. Ausfallsvermerk" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "SIGSTAT;N;1;0;1 signiert, 2 Sicherheitseinr. ausgef."
               TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ******************* Offene Posten, die im Jahr offen waren *
       EXP-OPO SECTION.
       A.  MOVE "OPO" TO WN-EXPTAB.
           MOVE "Offene Posten" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT OFFPOST.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO OP-RENUM.
           START OFFPOST KEY NOT < OP-KEY INVALID GO W.
       C.  READ OFFPOST NEXT IGNORE LOCK AT END GO W.
           IF OP-REDAT > WV-BIS GO C.
           IF OP-AUSGL NOT = 0 AND OP-AUSGL < WV-VON GO C.
           PERFORM ZEILE-BEG.
           MOVE OP-RENUM TO WD-N.
           PERFORM FELD-N.
           MOVE OP-KTONR TO WD-N.
           PERFORM FELD-N.
           MOVE OP-AUFNUM TO WD-N.
           PERFORM FELD-N.
           MOVE OP-REDAT TO WH-DAT6.
           PERFORM FELD-D.
           MOVE OP-ART TO WD-N.
           PERFORM FELD-N.
           MOVE OP-BRUTTO TO WD-B.
           PERFORM FELD-B.
           MOVE OP-BEZAHLT TO WD-B.
           PERFORM FELD-B.
           MOVE OP-SKONTO TO WD-B.
           PERFORM FELD-B.
           MOVE OP-AUSGL TO WH-DAT6.
           PERFORM FELD-D.
           MOVE OP-LETZTZL TO WH-DAT6.
           PERFORM FELD-D.
           MOVE OP-MAHNST TO WD-N.
           PERFORM FELD-N.
           MOVE OP-MAHND TO WH-DAT6.
           PERFORM FELD-D.
           PERFORM ZEILE-AUS.
           ADD OP-BRUTTO TO WS-KSUM.
           GO C.
       W.  CLOSE OFFPOST.
       X.  PERFORM TAB-END.
           MOVE "RENUM;N;7;0;Rechnungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KTONR;N;6;0;Kundennummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "AUFNUM;N;8;0;Auftragsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "REDAT;D;10;0;Rechnungsdatum" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ART;N;2;0;0 Rechnung, 9 Gutschrift" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BRUTTO;N;9;2;Rechnungsbetrag brutto" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BEZAHLT;N;9;2;Summe der Zahlungen (Stand heute)"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "SKONTO;N;9;2;Summe Skonto (Stand heute)" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "AUSGL;D;10;0;ausgeglichen am, leer = offen"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "LETZTZL;D;10;0;letzte Zahlung" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "MAHNST;N;1;0;Mahnstufe, 4 = beim Inkassobuero"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "MAHND;D;10;0;letzte Mahnung" TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ************************************** Kundenstamm (DEBITOR) *
       EXP-DEB SECTION.
       A.  MOVE "DEB" TO WN-EXPTAB.
           MOVE "Kundenstamm" TO WH-TABBEZ.
           MOVE 0 TO WM-KSUM.
           PERFORM TAB-BEG.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO X.
       C.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           PERFORM ZEILE-BEG.
           MOVE DE-KTONR TO WD-N.
           PERFORM FELD-N.
           MOVE DE-MCODE TO WH-FELD.
           PERFORM FELD-A.
           MOVE DE-ANREDE TO WD-N.
           PERFORM FELD-N.
           MOVE DE-BEZ TO WH-FELD.
           INSPECT WH-FELD REPLACING ALL "#" BY ",".
           PERFORM FELD-A.
           MOVE DE-STR TO WH-FELD.
           PERFORM FELD-A.
           MOVE DE-PLZL TO WH-FELD.
           PERFORM FELD-A.
           MOVE DE-ORT TO WH-FELD.
           PERFORM FELD-A.
           MOVE DE-TEL TO WH-FELD.
           PERFORM FELD-A.
           MOVE DE-UID TO WH-FELD.
           PERFORM FELD-A.
           MOVE DE-UST TO WD-N.
           PERFORM FELD-N.
           MOVE DE-KLASSE TO WD-N.
           PERFORM FELD-N.
           MOVE DE-REKTO TO WD-N.
           PERFORM FELD-N.
           PERFORM ZEILE-AUS.
           GO C.
       X.  PERFORM TAB-END.
           MOVE "KTONR;N;6;0;Kundennummer (= Debitorenkonto)"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "MCODE;A;8;0;Matchcode" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ANREDE;N;2;0;Anredeschluessel" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "NAME;A;110;0;Name/Anschrift, Zeilen durch Komma"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "STRASSE;A;25;0;Strasse" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "PLZ;A;8;0;Land/Postleitzahl" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ORT;A;20;0;Ort" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "TEL;A;35;0;Telefon" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "UID;A;15;0;Umsatzsteuer-Identifikationsnummer"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "UST;N;2;0;Steuerschluessel des Kunden" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KLASSE;N;2;0;Kundenklasse" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "REKTO;N;6;0;abweichender Rechnungsempfaenger"
               TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ************************************* Artikelstamm (ARTIKEL) *
       EXP-ART SECTION.
       A.  MOVE "ART" TO WN-EXPTAB.
           MOVE "Artikelstamm" TO WH-TABBEZ.
           MOVE 0 TO WM-KSUM.
           PERFORM TAB-BEG.
           MOVE 0 TO AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
       C.  READ ARTIKEL NEXT IGNORE LOCK AT END GO X.
           PERFORM ZEILE-BEG.
           MOVE AR-NUM TO WD-N.
           PERFORM FELD-N.
           MOVE AR-AKEY TO WH-FELD.
           PERFORM FELD-A.
           MOVE AR-BEZA TO WH-FELD.
           PERFORM FELD-A.
           MOVE AR-BEZB TO WH-FELD.
           PERFORM FELD-A.
           MOVE AR-GRP TO WD-N.
           PERFORM FELD-N.
           MOVE AR-KAGRP TO WD-N.
           PERFORM FELD-N.
           ADD AR-MEH 1 GIVING WH-MEH.
           IF WH-MEH > 20 MOVE 1 TO WH-MEH.
           MOVE KO-MEH(WH-MEH) TO WH-FELD.
           PERFORM FELD-A.
           MOVE AR-UST TO WD-N.
           PERFORM FELD-N.
           MOVE AR-VKP TO WD-B.
           PERFORM FELD-B.
           MOVE AR-EKP TO WD-B.
           PERFORM FELD-B.
           MOVE AR-EAN TO WD-N.
           PERFORM FELD-N.
           PERFORM ZEILE-AUS.
           GO C.
       X.  PERFORM TAB-END.
           MOVE "ARNUM;N;6;0;Artikelnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "SUCHBEGR;A;14;0;Suchbegriff" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BEZ1;A;30;0;Bezeichnung" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BEZ2;A;30;0;Bezeichnung Zeile 2" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "GRP;N;2;0;Warengruppe" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KAGRP;N;2;0;Kalkulationsgruppe" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ME;A;3;0;Mengeneinheit" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "UST;N;2;0;Steuerschluessel" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "VKP;N;7;2;Verkaufspreis (Stand heute)" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "EKP;N;7;2;Einstandspreis (Stand heute)" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "EAN;N;13;0;EAN-Nummer" TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ************************** Laeufe der FIBU-Ueberleitung (UEBLOG) *
       EXP-UEL SECTION.
       A.  MOVE "UEL" TO WN-EXPTAB.
           MOVE "FIBU-Ueberleitungslaeufe" TO WH-TABBEZ.
           MOVE 1 TO WM-KSUM.
           PERFORM TAB-BEG.
           OPEN INPUT UEBLOG.
           IF WF-STATUS NOT = "00" MOVE 1 TO WM-FEHLT GO X.
           MOVE 0 TO UL-LFNR.
           START UEBLOG KEY NOT < UL-KEY INVALID GO W.
       C.  READ UEBLOG NEXT IGNORE LOCK AT END GO W.
           IF UL-DATUM < WV-VON OR UL-DATUM > WV-BIS GO C.
           PERFORM ZEILE-BEG.
           MOVE UL-LFNR TO WD-N.
           PERFORM FELD-N.
           MOVE UL-DATUM TO WH-DAT6.
           PERFORM FELD-D.
           MOVE UL-ANZ TO WD-N.
           PERFORM FELD-N.
           MOVE UL-SUMME TO WD-B.
           PERFORM FELD-B.
           MOVE UL-VONKEY TO WD-N.
           PERFORM FELD-N.
           MOVE UL-BISKEY TO WD-N.
           PERFORM FELD-N.
           MOVE UL-VONRE TO WD-N.
           PERFORM FELD-N.
           MOVE UL-BISRE TO WD-N.
           PERFORM FELD-N.
           PERFORM ZEILE-AUS.
           ADD UL-SUMME TO WS-KSUM.
           GO C.
       W.  CLOSE UEBLOG.
       X.  PERFORM TAB-END.
           MOVE "LFNR;N;6;0;Laufnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "DATUM;D;10;0;Datum des Laufs" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ANZ;N;6;0;uebergebene Buchungen" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "SUMME;N;11;2;Summe der Buchungen" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "VONKEY;N;6;0;erste FIBU-Buchungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BISKEY;N;6;0;letzte FIBU-Buchungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "VONRE;N;7;0;kleinste Rechnungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BISRE;N;7;0;groesste Rechnungsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ************************* Spalten Auftragskopf (AKO und ARK) *
       BES-KOPFSP SECTION.
       A.  MOVE "AUFNR;N;8;0;Auftragsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "SUCHBEGR;A;15;0;Suchbegriff" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "DATUM;D;10;0;Auftragsdatum" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KTONR;N;6;0;Kundennummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "REKTO;N;6;0;Rechnungsempfaenger" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ART;N;2;0;0 Verkauf, 5 Rahmenauftrag, 9 Gutschrift"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "STATUS;N;2;0;Bearbeitungsstand" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "VKF;N;2;0;Verkaeufer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "RENUM;N;6;0;Rechnungsnummer, 0 = nicht fakturiert"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "REDAT;D;10;0;Rechnungsdatum" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "WAEHRUNG;A;3;0;Fremdwaehrung, leer = Hauswaehrung"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KURS;N;4;7;Kurs der Fremdwaehrung" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ANSCHRIFT;A;110;0;Anschrift, Zeilen durch Komma"
               TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ************************ Spalten Auftragszeile (AZE und ARZ) *
       BES-ZEILSP SECTION.
       A.  MOVE "AUFNR;N;8;0;Auftragsnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "KAP;N;2;0;Kapitel" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "POS;N;4;0;Position" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "TZ;N;2;0;Textzeile" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ART;N;2;0;Zeilenart" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ARNUM;N;6;0;Artikelnummer" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "MENGE;N;7;2;Menge" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "ME;A;3;0;Mengeneinheit" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "PREIS;N;7;2;Einzelpreis" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "RABATT;N;2;1;Rabatt in %" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BETRAG;N;7;2;Zeilenbetrag netto (Kontrollsumme)"
               TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "UST;N;1;0;Steuerkennzeichen" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BEZ1;A;30;0;Bezeichnung" TO WH-FELD.
           PERFORM BES-SPALTE.
           MOVE "BEZ2;A;30;0;Bezeichnung Zeile 2" TO WH-FELD.
           PERFORM BES-SPALTE.
       Z.  EXIT.
      ********************* Menge nach Nachkommastellen der ME *
      *    wie die Mengenaufbereitung in GABSTAEX; schreibt auch ME
       MENGE SECTION.
       A.  ADD 1 TO WH-MEH.
           IF WH-MEH > 20 MOVE 1 TO WH-MEH.
           EVALUATE KO-NK(WH-MEH)
               WHEN 2 COMPUTE WS-MENGE = WH-ANZ / 100
               WHEN 1 COMPUTE WS-MENGE = WH-ANZ / 10
               WHEN OTHER MOVE WH-ANZ TO WS-MENGE.
           MOVE WS-MENGE TO WD-B.
           PERFORM FELD-B.
           MOVE KO-MEH(WH-MEH) TO WH-FELD.
           PERFORM FELD-A.
       Z.  EXIT.
      ******************************* neue Exportdatei beginnen *
       TAB-BEG SECTION.
       A.  DISPLAY WH-TABBEZ with highlight AT 2410.
           MOVE 0 TO WZ-SAETZE WS-KSUM WM-FEHLT.
           MOVE 1 TO WS-A1(1).
           MOVE 0 TO WS-A2(1).
           OPEN OUTPUT EXPDAT.
       Z.  EXIT.
      **************** Exportdatei abschliessen: Beschreibung + Prot. *
       TAB-END SECTION.
       A.  CLOSE EXPDAT.
           ADD 1 TO WZ-DATEIEN.
           MOVE WN-EXPNAM TO WH-DATNAM.
           MOVE 1 TO WI.
           PERFORM ADLER-HEX.
           MOVE SPACE TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE WZ-SAETZE TO WD-SAETZE.
           MOVE SPACE TO WH-ZEILE.
           STRING "Tabelle;" WN-EXPNAM ";" WH-TABBEZ DELIMITED BY SIZE
               INTO WH-ZEILE.
           PERFORM VARYING WH-PTR FROM 60 BY -1 UNTIL WH-PTR = 1
               OR WH-ZEILE(WH-PTR:1) NOT = SPACE CONTINUE.
           ADD 1 TO WH-PTR.
           STRING ";Saetze;" WD-SAETZE ";Adler-32;" WH-HEX
               DELIMITED BY SIZE INTO WH-ZEILE WITH POINTER WH-PTR.
           PERFORM BES-AUS.
           MOVE "Nr;Spalte;Typ;Laenge;Nachkomma;Bedeutung" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE 0 TO WH-SPNR.
           PERFORM PROT-ZEILE.
       Z.  EXIT.
      ******************************* Satzaufbau: Zeile beginnen *
       ZEILE-BEG SECTION.
       A.  MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-PTR WM-ERST.
       Z.  EXIT.
      ******************************************************************
       ZEILE-AUS SECTION.
       A.  MOVE WH-ZEILE TO EXP-SATZ.
           WRITE EXP-SATZ.
           ADD 1 TO WZ-SAETZE.
           MOVE 1 TO WI.
           PERFORM PRUEF.
       Z.  EXIT.
      ****************** Felder: N ganzzahlig, B 2 Nachkomma, R 1, K 7 *
       FELD-N SECTION.
       A.  MOVE WD-N TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      ******************************************************************
       FELD-B SECTION.
       A.  MOVE WD-B TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      ******************************************************************
       FELD-R SECTION.
       A.  MOVE WD-R TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      ******************************************************************
       FELD-K SECTION.
       A.  MOVE WD-K TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      *********************** Datum JJMMTT -> TT.MM.JJJJ, 0 = leer *
       FELD-D SECTION.
       A.  MOVE SPACE TO WH-FELD.
           IF WH-DAT6 = 0 GO B.
           MOVE WH-D6T TO WH-DXT.
           MOVE WH-D6M TO WH-DXM.
           MOVE WH-D6J TO WH-DXJ.
           MOVE WH-DATX TO WH-FELD.
       B.  PERFORM FELD-ANH.
       Z.  EXIT.
      **************************************** Zeit HHMMSS -> HH:MM:SS *
       FELD-Z SECTION.
       A.  MOVE WH-Z6H TO WH-ZXH.
           MOVE WH-Z6M TO WH-ZXM.
           MOVE WH-Z6S TO WH-ZXS.
           MOVE WH-ZEITX TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      ********************** Text: Trennzeichen im Inhalt ersetzen *
       FELD-A SECTION.
       A.  INSPECT WH-FELD REPLACING ALL ";" BY ",".
           PERFORM FELD-ANH.
       Z.  EXIT.
      ********* Feld ohne fuehrende/nachfolgende Leerstellen anfuegen *
       FELD-ANH SECTION.
       A.  IF WM-ERST = 1 MOVE 0 TO WM-ERST
           ELSE STRING ";" DELIMITED BY SIZE INTO WH-ZEILE
               WITH POINTER WH-PTR.
           PERFORM VARYING WH-FBIS FROM 120 BY -1 UNTIL WH-FBIS = 0
               OR WH-FELD(WH-FBIS:1) NOT = SPACE CONTINUE.
           IF WH-FBIS = 0 GO Z.
           PERFORM VARYING WH-FVON FROM 1 BY 1
               UNTIL WH-FELD(WH-FVON:1) NOT = SPACE CONTINUE.
           COMPUTE WH-FLEN = WH-FBIS - WH-FVON + 1.
           STRING WH-FELD(WH-FVON:WH-FLEN) DELIMITED BY SIZE
               INTO WH-ZEILE WITH POINTER WH-PTR.
       Z.  EXIT.
      ******* Adler-32 der Zeile WH-ZEILE samt CR/LF (Summe WI) *
      *    Zeilen werden wie in der Datei ohne nachfolgende
      *    Leerstellen gerechnet
       PRUEF SECTION.
       A.  PERFORM VARYING WH-LEN FROM 400 BY -1 UNTIL WH-LEN = 0
               OR WH-ZEILE(WH-LEN:1) NOT = SPACE CONTINUE.
           PERFORM PRUEF-BYTE VARYING WH-BX FROM 1 BY 1
               UNTIL WH-BX > WH-LEN.
           MOVE 13 TO WH-BYTEW.
           PERFORM PRUEF-ADD.
           MOVE 10 TO WH-BYTEW.
           PERFORM PRUEF-ADD.
       Z.  EXIT.
      ******************************************************************
       PRUEF-BYTE SECTION.
       A.  MOVE 0 TO WH-BYTEW.
           MOVE WH-ZEILE(WH-BX:1) TO WH-BYTE.
           PERFORM PRUEF-ADD.
       Z.  EXIT.
      ******************************************************************
       PRUEF-ADD SECTION.
       A.  ADD WH-BYTEW TO WS-A1(WI).
           IF WS-A1(WI) NOT < 65521 SUBTRACT 65521 FROM WS-A1(WI).
           ADD WS-A1(WI) TO WS-A2(WI).
           IF WS-A2(WI) NOT < 65521 SUBTRACT 65521 FROM WS-A2(WI).
       Z.  EXIT.
      ************************** Pruefsumme WI -> 8 Stellen hex *
       ADLER-HEX SECTION.
       A.  COMPUTE WS-ADLER = WS-A2(WI) * 65536 + WS-A1(WI).
           MOVE 8 TO WH-HX.
       B.  DIVIDE WS-ADLER BY 16 GIVING WS-ADLER REMAINDER WH-REST.
           ADD 1 TO WH-REST.
           MOVE WH-HEXTAB(WH-REST:1) TO WH-HEX(WH-HX:1).
           IF WH-HX > 1 SUBTRACT 1 FROM WH-HX GO B.
       Z.  EXIT.
      ****************** Beschreibungsdatei: allgemeiner Teil *
      *    enthaelt bewusst kein Erstellungsdatum (reproduzierbar)
       BES-KOPF SECTION.
       A.  MOVE 1 TO WS-A1(2).
           MOVE 0 TO WS-A2(2).
           OPEN OUTPUT BESDAT.
           MOVE SPACE TO WH-ZEILE.
           STRING "Datenueberlassung GABIS;" WH-FIRMA
               DELIMITED BY SIZE INTO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE SPACE TO WH-ZEILE.
           STRING "Geschaeftsjahr;20" WV-JJ ";01.01.20" WV-JJ
               ";31.12.20" WV-JJ DELIMITED BY SIZE INTO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Dateien;je Tabelle eine Textdatei, ein Satz je Zeile, o
      -        "hne Ueberschrift, Zeilenende CR/LF" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Trennzeichen;Semikolon (in Texten durch Komma ersetzt
      -        ")" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Zahlen;Dezimalkomma, ohne Tausenderpunkt, Minus voran
      -        "gestellt" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Datum;TT.MM.JJJJ (Typ D), Uhrzeit HH:MM:SS (Typ Z), l
      -        "eer = kein Datum" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Typen;N numerisch (Laenge = Vorkommastellen), A Text,
      -        " D Datum, Z Uhrzeit" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Texte;ohne fuehrende und nachfolgende Leerstellen"
               TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Pruefsumme;Adler-32 ueber den Dateiinhalt einschl. Ze
      -        "ilenende, hexadezimal" TO WH-ZEILE.
           PERFORM BES-AUS.
           MOVE "Stammdaten;Stand bei Erstellung (Datum lt. Uebergabe
      -        "protokoll)" TO WH-ZEILE.
           PERFORM BES-AUS.
       Z.  EXIT.
      ******************************************************************
       BES-ENDE SECTION.
       A.  CLOSE BESDAT.
           MOVE 2 TO WI.
           PERFORM ADLER-HEX.
           MOVE WN-BESNAM TO WH-DATNAM.
           MOVE "Beschreibung der Dateien" TO WH-TABBEZ.
           MOVE 0 TO WM-KSUM WM-FEHLT.
           PERFORM PROT-ZEILE.
       Z.  EXIT.
      ******************** Spaltenzeile "NAME;TYP;LEN;NK;Text" *
       BES-SPALTE SECTION.
       A.  ADD 1 TO WH-SPNR.
           MOVE SPACE TO WH-ZEILE.
           STRING WH-SPNR ";" WH-FELD DELIMITED BY SIZE
               INTO WH-ZEILE.
           MOVE SPACE TO WH-FELD.
           PERFORM BES-AUS.
       Z.  EXIT.
      ******************************************************************
       BES-AUS SECTION.
       A.  MOVE WH-ZEILE TO BES-SATZ.
           WRITE BES-SATZ.
           MOVE 2 TO WI.
           PERFORM PRUEF.
       Z.  EXIT.
      ********************************* Uebergabeprotokoll: Kopf *
       PROT-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Datenueberlassung Betriebspruefung - Uebergabeprotok
      -        "oll" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE ALL "=" TO DRA-SATZ(2:60).
           PERFORM DRUCK.
           MOVE "Firma:" TO DRA-SATZ(2:).
           MOVE WH-FIRMA TO DRA-SATZ(18:22).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Geschaeftsjahr:" TO DRA-SATZ(2:).
           MOVE "20" TO DRA-SATZ(18:2).
           MOVE WV-JJ TO DRA-SATZ(20:2).
           PERFORM DRUCK.
           MOVE "erstellt am:" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(18:8).
           MOVE "von:" TO DRA-SATZ(30:4).
           MOVE WB-NAME TO DRA-SATZ(35:20).
           PERFORM DRUCK.
           MOVE "Datei         Tabelle" TO DRA-SATZ(2:).
           MOVE "Saetze  Adler-32       Kontrollsumme" TO DRA-SATZ(52:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:100).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PROT-ZEILE SECTION.
       A.  MOVE WH-DATNAM TO DRA-SATZ(2:12).
           MOVE WH-TABBEZ TO DRA-SATZ(16:30).
           MOVE WZ-SAETZE TO WD-SAETZE.
           MOVE WD-SAETZE TO DRA-SATZ(50:8).
           MOVE WH-HEX TO DRA-SATZ(60:8).
           IF WM-KSUM = 1
               MOVE WS-KSUM TO WD-BET
               MOVE WD-BET TO DRA-SATZ(70:20).
           IF WM-FEHLT = 1
               MOVE "Datei nicht vorhanden" TO DRA-SATZ(70:21).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PROT-FUSS SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(2:100).
           PERFORM DRUCK.
           MOVE "Adler-32 ueber den Dateiinhalt einschl. Zeilenende (CR
      -        "/LF), hexadezimal." TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE "Kontrollsummen: Bruttobetraege bzw. Zeilenbetraege je
      -        " Tabelle (siehe Beschreibung)." TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE "Datentraeger uebergeben am: ____________" TO
               DRA-SATZ(2:).
           MOVE 3 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Unterschrift Unternehmen:   ______________________"
               TO DRA-SATZ(2:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Unterschrift Pruefer:       ______________________"
               TO DRA-SATZ(2:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
       Z.  EXIT.
