      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABICO.
      ******************************************************************
      *   Intercompany zwischen den Mandanten (KONSTANT 44): ein       *
      *   Lieferant mit LS-MANDANT ist eine Schwesterfirma.  Zu        *
      *   deren Artikeln gelten Verrechnungspreise (GABISVRP.DAT),     *
      *   die der Bestellerfassung vorgeschlagen werden.  Beim         *
      *   Bestelldruck wird im Datenverzeichnis der Schwesterfirma     *
      *   ein Kundenauftrag angelegt (Kunde = LS-UKDNR, Preise =       *
      *   Verrechnungspreise, Bezug in AK-ICFNR/AK-ICBEST).            *
      *   Der Ruecklauf liest dort Lieferstand und Rechnung des        *
      *   Auftrags (auch aus dem Archiv), bucht den Wareneingang       *
      *   wie GABBEST (Quarantaene, Lager) und uebernimmt die          *
      *   Rechnung in die offenen Verbindlichkeiten (GABKRED) mit      *
      *   Rechnungspruefung.  Die Abstimmliste zeigt Abweichungen      *
      *   zwischen Bestellung und Auftrag in Menge, Preis, Liefer-     *
      *   stand und Rechnung sowie Auftraege ohne Bestellung.          *
      *   Fuer den Zugriff auf die Schwesterfirma werden die von       *
      *   GABVORL gehaltenen Dateien geschlossen (GABVORL2) und das    *
      *   Verzeichnis gewechselt; Artikelnummern sind in allen         *
      *   Mandanten gleich.                                            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEVRP.CPY.
           COPY GABSEBES.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEAAR.CPY.
           COPY GABSEREJ.CPY.
           COPY GABSEKOP.CPY.
           COPY GABSEKRP.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABVERRP.CPY.
       COPY GABBESTE.CPY.
       COPY GABLIEFS.CPY.
       COPY GABANBOT.CPY.
       COPY GABAUFAR.CPY.
       COPY GABREJRN.CPY.
       COPY GABKREDO.CPY.
       COPY GABKREPR.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
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
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WM-OPBEK                PIC 9         COMP  VALUE ZERO.
           03  WM-OPBEP                PIC 9         COMP  VALUE ZERO.
           03  WM-OPVRP                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAUF                PIC 9         COMP  VALUE ZERO.
           03  WM-OPARC                PIC 9         COMP  VALUE ZERO.
           03  WM-OPREJ                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKOP                PIC 9         COMP  VALUE ZERO.
           03  WH-NEU                  PIC 9         COMP.
      *--------------------------> Verzeichniswechsel <-
           03  WH-CHDIR                PIC X(65).
           03  WH-EIGVERZ              PIC X(64).
           03  WH-GDFLAG               PIC X(4)      COMP-5.
           03  WH-GDLEN                PIC X(4)      COMP-5.
           03  WH-VFEHL                PIC 9         COMP.
           03  WH-ZFNR                 PIC 999       COMP.
           03  WH-ZX                   PIC 9         COMP.
      *--------------------------> Auftrag in der Schwesterfirma <-
           03  WH-BKNUM                PIC 9(6)      COMP.
           03  WH-BKDAT                PIC 9(6)      COMP.
           03  WH-LIEFDAT              PIC 9(6)      COMP.
           03  WH-ICKTO                PIC 9(10).
           03  WH-ZIFF                 PIC 9.
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WH-POS                  PIC 9(4)      COMP.
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-FEHLTX               PIC X(60).
      *--------------------------> Ruecklauf und Abstimmung <-
           03  WH-LISTE                PIC 9         COMP.
           03  WH-VOLL                 PIC 9         COMP.
           03  WH-QX                   PIC 999       COMP.
           03  WH-WX                   PIC 9(4)      COMP.
           03  WH-FX                   PIC 9         COMP.
           03  WH-REST                 PIC S9(7)     COMP-3.
           03  WH-OFF                  PIC 9         COMP.
           03  WH-ABDAT                PIC 9(6)      COMP.
           03  WH-DIFF                 PIC 9         COMP.
           03  WH-TITEL                PIC X(60).
           03  WH-TEXT                 PIC X(80).
           03  WZ-BEST                 PIC 999       COMP.
           03  WZ-ABW                  PIC 999       COMP.
           03  WZ-EING                 PIC 9(4)      COMP.
           03  WZ-RECH                 PIC 999       COMP.
      *--------------------------> Datumsrechnung <-
           03  WH-D6                   PIC 9(6)      COMP.
           03  WA-INT                  PIC 9(8)      COMP.
           03  WH-KK                   PIC 9(13).
           03  WR-KK REDEFINES WH-KK.
               05  WH-SK1              PIC 9V9.
               05  WH-TG1              PIC 999.
               05  WH-SK2              PIC 9V9.
               05  WH-TG2              PIC 999.
               05  WH-TGN              PIC 999.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-FNR                  PIC ZZ9.
           03  WD-POS                  PIC ZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-ANZ2                 PIC ZZZ.ZZ9-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-PREIS2               PIC ZZZ.ZZ9,99-.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-BET2                 PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-RENR                 PIC 9(6).
      *--------> Firmentabelle aus KONSTANT 44 (Startverzeichnis) <-
       01  WI-FIRMTAB.
           03  FILLER                  PIC XX.
           03  WI-MDANZ                PIC 9         COMP.
           03  WI-MDTAB       OCCURS 4.
               05 WI-MDFNR             PIC 999       COMP.
               05 WI-MDVERZ            PIC X(20).
           03  WI-MDSCHUL              PIC 9         COMP  OCCURS 4.
      *--------> beteiligte Schwesterfirmen <-
       01  WFI-TAB.
           03  WFI-ANZ                 PIC 9         COMP.
           03  WFI-FNR                 PIC 999       COMP  OCCURS 4.
      *--------> Intercompany-Bestellungen und ihr Auftrag dort <-
       01  WQ-TAB.
           03  WQ-ANZ                  PIC 999       COMP.
           03  WQ-EINTR                              OCCURS 100.
               05  WQ-BESTNUM          PIC 9(6)      COMP.
               05  WQ-LIEF             PIC X(5).
               05  WQ-FNR              PIC 999       COMP.
               05  WQ-AUFNUM           PIC 9(8)      COMP.
               05  WQ-ICRENR           PIC 9(6)      COMP.
      *------> 0 = Auftrag nicht gefunden, 1 = Auftrag, 2 = Archiv <-
               05  WQ-GEF              PIC 9         COMP.
               05  WQ-STATUS           PIC 99        COMP.
               05  WQ-ICBEST           PIC 9(6)      COMP.
               05  WQ-RENUM            PIC 9(6)      COMP.
               05  WQ-REDAT            PIC 9(6)      COMP.
               05  WQ-BRUTTO           PIC S9(9)V99  COMP-3.
      *------> Zeilen des Auftrags in WP-TAB von/bis <-
               05  WQ-PVON             PIC 9(4)      COMP.
               05  WQ-PBIS             PIC 9(4)      COMP.
      *--------> Artikelzeilen der Auftraege (Menge in Einheiten) <-
       01  WP-TAB.
           03  WP-ANZ                  PIC 9(4)      COMP.
           03  WP-EINTR                              OCCURS 500.
               05  WP-POS              PIC 9(4)      COMP.
               05  WP-ARNUM            PIC 9(6)      COMP.
               05  WP-MENGE            PIC S9(7)     COMP-3.
               05  WP-GELIEF           PIC S9(7)     COMP-3.
               05  WP-PREIS            PIC S9(7)V99  COMP-3.
               05  WP-GEF              PIC 9         COMP.
      *--------> Auftraege der Schwesterfirma ohne Bestellung <-
       01  WO-TAB.
           03  WO-ANZ                  PIC 99        COMP.
           03  WO-EINTR                              OCCURS 50.
               05  WO-FNR              PIC 999       COMP.
               05  WO-AUFNUM           PIC 9(8)      COMP.
               05  WO-ICBEST           PIC 9(6)      COMP.
               05  WO-DATUM            PIC 9(6)      COMP.
       COPY GABLGBU.CPY.
       COPY GABQUASC.CPY.
       COPY GABICOSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VERRPR.
       A.  CALL "CADECL" USING "GABISVRP.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BESTKOPF.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON ARCHKOPF.
       A.  CALL "CADECL" USING "GABIARCH.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON ARCHZEIL.
       A.  CALL "CADECL" USING "GABIARCZ.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON KREDOPO.
       A.  CALL "CADECL" USING "GABISKOP.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON KREDPRUF.
       A.  CALL "CADECL" USING "GABISKRP.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM ICO-MENU GO W.
           IF WL-CA = 20 PERFORM ICO-AUFTRAG GO X.
           IF WL-CA = 30 PERFORM ICO-PREIS GO X.
           IF WL-CA = 40 PERFORM RUECKLAUF GO X.
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
       ICO-MENU SECTION.
       A.  CALL "CAUP" USING "0704201245000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Intercompany " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Verrechnungspreise" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Bestellung an Schwesterfirma" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Lieferungen/Rechnungen uebernehmen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Abstimmliste" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO Z
               WHEN 1 PERFORM VRP-PFLEGE
               WHEN 2 PERFORM ICO-UEBERTRAG
               WHEN 3 MOVE 0 TO WIC-BESTNUM
                      PERFORM RUECKLAUF
               WHEN 4 PERFORM ABSTIMM
               WHEN OTHER GO C.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Verrechnungspreise je Schwesterfirma und Artikel pflegen
      ******************************************************************
       VRP-PFLEGE SECTION.
       A.  OPEN I-O VERRPR.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT VERRPR
               CLOSE VERRPR
               OPEN I-O VERRPR.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verrechnungspreise " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Schwesterfirma:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Firmennummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002193003" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           IF WH-NUM = WB-FNR
               DISPLAY "das ist die eigene Firma!" AT 2401
               PERFORM WEITER GO C.
           MOVE WH-NUM TO WH-ZFNR WD-FNR.
           ADD 219 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-FNR with highlight AT VDU-LP.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel:                                         "
               AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "                                                 "
               AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1003196008" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO E.
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE WH-ZFNR TO IP-FNR.
           MOVE AR-NUM TO IP-ARNUM.
           MOVE 0 TO WH-NEU.
       F.  READ VERRPR INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT GO F.
           IF WH-NEU = 1
               INITIALIZE IP-SATZ
               MOVE WH-ZFNR TO IP-FNR
               MOVE AR-NUM TO IP-ARNUM.
           MOVE AR-EKP TO WD-PREIS.
           ADD 403 VDU-ECK GIVING VDU-LP.
           IF WB-EKVERBOT
               DISPLAY "eigener EK:" AT VDU-LP "           -"
           ELSE
               DISPLAY "eigener EK:" AT VDU-LP " " WD-PREIS.
       G.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Verrechnungspreis:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Preis" AT 2301.
           MOVE IP-PREIS TO WH-WERT.
           CALL "CAUP" USING "1005236209" WH-CREG.
           IF ESC UNLOCK VERRPR GO E.
           IF NOT RET GO G.
           MOVE WH-WERT TO IP-PREIS WD-PREIS.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
       R.  DISPLAY "<ret>= speichern, <tab>= loeschen, <esc>= zurueck"
               AT 2301.
           CALL "CAUP" USING "0023601000" WH-CREG.
           IF ESC GO G.
           IF TABL
               IF WH-NEU = 0 DELETE VERRPR RECORD
                   DISPLAY "geloescht!" AT 2401
                   PERFORM WEITER GO E
               ELSE GO E.
           IF NOT RET GO R.
           MOVE WH-DATUM TO IP-DATUM.
           MOVE WB-NUM TO IP-BEN.
           IF WH-NEU = 1 WRITE IP-SATZ
           ELSE REWRITE IP-SATZ.
           GO E.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
           CLOSE VERRPR.
       Z.  EXIT.
      ******************************************************************
      *    Verrechnungspreis zu WIC-FNR/WIC-ARNUM (0 = keiner)
      ******************************************************************
       ICO-PREIS SECTION.
       A.  MOVE 0 TO WIC-PREIS WM-OPVRP.
           OPEN INPUT VERRPR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPVRP.
           IF WM-OPVRP = 0 GO Z.
           MOVE WIC-FNR TO IP-FNR.
           MOVE WIC-ARNUM TO IP-ARNUM.
           READ VERRPR IGNORE LOCK INVALID MOVE 0 TO IP-PREIS.
           MOVE IP-PREIS TO WIC-PREIS.
           CLOSE VERRPR.
           MOVE 0 TO WM-OPVRP.
       Z.  EXIT.
      ******************************************************************
      *    Bestellung von Hand an die Schwesterfirma uebertragen
      ******************************************************************
       ICO-UEBERTRAG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bestellung an Schwesterfirma " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bestellnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002196006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WIC-BESTNUM.
           PERFORM ICO-AUFTRAG.
           IF WIC-AUFNUM = 0 GO C.
           MOVE WIC-AUFNUM TO WD-AUF.
           DISPLAY "Kundenauftrag der Schwesterfirma:" AT 2401
               WD-AUF with highlight.
           PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Bestellung WIC-BESTNUM als Kundenauftrag in der Schwester-
      *    firma anlegen; WIC-AUFNUM = Auftragsnummer dort (0 = nicht
      *    angelegt).  Eine bereits uebertragene Bestellung liefert
      *    ihren Auftrag zurueck.
      ******************************************************************
       ICO-AUFTRAG SECTION.
       A.  MOVE 0 TO WIC-AUFNUM WM-OPBEK WM-OPBEP WM-OPVRP.
           OPEN I-O BESTKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBEK.
           OPEN I-O BESTPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBEP.
           MOVE WIC-BESTNUM TO BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID
               DISPLAY "Bestellung nicht vorhanden!" AT 2401
               PERFORM WEITER GO X.
           IF BK-ICAUF NOT = 0 MOVE BK-ICAUF TO WIC-AUFNUM GO X.
           IF BK-ICFNR = 0
               DISPLAY "Lieferant ist keine Schwesterfirma!" AT 2401
               PERFORM WEITER GO X.
           MOVE BK-LIEF TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID INITIALIZE LS-SATZ.
      *--------> unsere Kundennummer bei der Schwesterfirma <-
           MOVE 0 TO WH-ICKTO WX.
       B.  ADD 1 TO WX.
           IF WX > 10 GO C.
           IF LS-UKDNR(WX:1) = SPACE GO C.
           IF LS-UKDNR(WX:1) NOT NUMERIC MOVE 0 TO WH-ICKTO GO C.
           MOVE LS-UKDNR(WX:1) TO WH-ZIFF.
           COMPUTE WH-ICKTO = WH-ICKTO * 10 + WH-ZIFF.
           GO B.
       C.  IF WH-ICKTO = 0 OR WH-ICKTO > 999999
               DISPLAY "unsere Kd-Nr. bei der Schwesterfirma fehlt (Lie
      -            "ferantenstamm)!" AT 2401
               PERFORM WEITER GO X.
           MOVE BK-NUM TO WH-BKNUM.
           MOVE BK-DATUM TO WH-BKDAT.
           MOVE BK-LIEFDAT TO WH-LIEFDAT.
           MOVE BK-ICFNR TO WH-ZFNR.
      *--------> Bestellzeilen mit Verrechnungspreis merken <-
           OPEN INPUT VERRPR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPVRP.
           MOVE 0 TO WP-ANZ.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO F.
       E.  READ BESTPOS NEXT IGNORE LOCK AT END GO F.
           IF BP-NUM NOT = WH-BKNUM GO F.
           IF BP-ARNUM = 0 OR BP-ANZ = 0 GO E.
           IF WP-ANZ NOT < 500 GO F.
           ADD 1 TO WP-ANZ.
           MOVE BP-POS TO WP-POS(WP-ANZ).
           MOVE BP-ARNUM TO WP-ARNUM(WP-ANZ).
           MOVE BP-ANZ TO WP-MENGE(WP-ANZ).
           MOVE 0 TO WP-GELIEF(WP-ANZ) WP-GEF(WP-ANZ).
           MOVE BP-PREIS TO WP-PREIS(WP-ANZ).
           IF WM-OPVRP = 0 GO E.
           MOVE WH-ZFNR TO IP-FNR.
           MOVE BP-ARNUM TO IP-ARNUM.
           READ VERRPR IGNORE LOCK INVALID GO E.
           IF IP-PREIS NOT = 0 MOVE IP-PREIS TO WP-PREIS(WP-ANZ).
           GO E.
       F.  IF WM-OPVRP = 1 CLOSE VERRPR MOVE 0 TO WM-OPVRP.
           IF WP-ANZ = 0
               DISPLAY "Bestellung ohne Artikelzeilen!" AT 2401
               PERFORM WEITER GO X.
      *--------> in der Schwesterfirma anlegen <-
           PERFORM ICO-HIN.
           IF WH-VFEHL = 1 GO X.
           PERFORM SCHW-ANLEGEN.
           PERFORM ICO-ZURUECK.
           IF WH-AKNUM = 0
               DISPLAY WH-FEHLTX with highlight AT 2401
               PERFORM WEITER GO X.
           MOVE WH-BKNUM TO BK-NUM.
       H.  READ BESTKOPF INVALID GO X.
           IF ZUGRIF PERFORM BESETZT GO H.
           MOVE WH-AKNUM TO BK-ICAUF WIC-AUFNUM.
           REWRITE BK-SATZ.
       X.  IF WM-OPBEK = 1 CLOSE BESTKOPF MOVE 0 TO WM-OPBEK.
           IF WM-OPBEP = 1 CLOSE BESTPOS MOVE 0 TO WM-OPBEP.
       Z.  EXIT.
      ******************************************************************
      *    Kundenauftrag im Verzeichnis der Schwesterfirma schreiben;
      *    WH-AKNUM = 0 und WH-FEHLTX, wenn Kunde oder Artikel dort
      *    fehlen.  Auftragsnummer wie an der Erfassung:
      *    KO-ABNUM * 10 + Stellenziffer (hier 1).
      ******************************************************************
       SCHW-ANLEGEN SECTION.
       A.  MOVE 0 TO WH-AKNUM.
           MOVE SPACE TO WH-FEHLTX.
           OPEN INPUT DEBITOR.
           IF WF-STATUS NOT = "00"
               MOVE "Kundenstamm der Schwesterfirma nicht lesbar!"
                   TO WH-FEHLTX
               GO Z.
           MOVE WH-ICKTO TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               MOVE WH-ICKTO TO WD-NUM
               STRING "Kunde " WD-NUM " fehlt bei der Schwesterfirma!"
                   DELIMITED BY SIZE INTO WH-FEHLTX
               CLOSE DEBITOR
               GO Z.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS NOT = "00"
               MOVE "Artikelstamm der Schwesterfirma nicht lesbar!"
                   TO WH-FEHLTX
               CLOSE DEBITOR
               GO Z.
      *--------> alle Artikel muessen dort angelegt sein <-
           MOVE 1 TO WH-WX.
       C.  IF WH-WX > WP-ANZ GO E.
           MOVE WP-ARNUM(WH-WX) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               MOVE AR-NUM TO WD-ARNUM
               STRING "Artikel " WD-ARNUM
                   " fehlt bei der Schwesterfirma!"
                   DELIMITED BY SIZE INTO WH-FEHLTX
               GO Y.
           ADD 1 TO WH-WX.
           GO C.
       E.  OPEN I-O KONSTANT.
           IF WF-STATUS NOT = "00"
               MOVE "Konstanten der Schwesterfirma nicht lesbar!"
                   TO WH-FEHLTX
               GO Y.
           OPEN I-O AUFKOPF.
           IF WF-STATUS = "35"
               OPEN OUTPUT AUFKOPF
               CLOSE AUFKOPF
               OPEN I-O AUFKOPF.
           IF WF-STATUS NOT = "00"
               CLOSE KONSTANT
               MOVE "Auftragskoepfe der Schwesterfirma nicht lesbar!"
                   TO WH-FEHLTX
               GO Y.
           OPEN I-O AUFTRAG.
           IF WF-STATUS = "35"
               OPEN OUTPUT AUFTRAG
               CLOSE AUFTRAG
               OPEN I-O AUFTRAG.
           IF WF-STATUS NOT = "00"
               CLOSE KONSTANT AUFKOPF
               MOVE "Auftragszeilen der Schwesterfirma nicht lesbar!"
                   TO WH-FEHLTX
               GO Y.
           MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-ABNUM.
           REWRITE KO-SATZ.
           COMPUTE WH-AKNUM = KO-ABNUM * 10 + 1.
           INITIALIZE AK-SATZ.
           MOVE WH-AKNUM TO AK-NUM.
           MOVE DE-BEZ TO AK-BEZ.
           MOVE WH-DATUM TO AK-DATUM.
           MOVE DE-KTONR TO AK-KTONR.
           MOVE DE-REKTO TO AK-REKTO.
           MOVE DE-ANREDE TO AK-ANR.
           MOVE DE-KOND TO AK-KOND.
           MOVE DE-UST TO AK-UST.
           MOVE WB-NUM TO AK-ERFBEN.
           MOVE WH-DATUM TO AK-ERFDAT.
           MOVE 0 TO AK-STATUS AK-ART.
           MOVE WH-LIEFDAT TO AK-WUNDAT.
           MOVE WB-FNR TO AK-ICFNR.
           MOVE WH-BKNUM TO AK-ICBEST.
           WRITE AK-SATZ INVALID REWRITE AK-SATZ.
      *--------------------> Artikelzeilen zum Verrechnungspreis <-
           MOVE 0 TO WH-POS.
           MOVE 1 TO WH-WX.
       G.  IF WH-WX > WP-ANZ GO K.
           MOVE WP-ARNUM(WH-WX) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID INITIALIZE AR-SATZ.
           INITIALIZE AU-SATZ.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-TZ.
           MOVE WP-POS(WH-WX) TO AU-POS.
           IF WP-POS(WH-WX) > WH-POS MOVE WP-POS(WH-WX) TO WH-POS.
           MOVE WP-ARNUM(WH-WX) TO AU-ARNUM.
           MOVE AR-MEH TO AU-MEH.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           PERFORM AU-FAKTOR.
           COMPUTE AU-ANZ = WP-MENGE(WH-WX) * WH-AUFAK.
           MOVE WP-PREIS(WH-WX) TO AU-PREIS.
           COMPUTE AU-BET ROUNDED = WP-MENGE(WH-WX) * WP-PREIS(WH-WX).
           MOVE AR-EKP TO AU-EKP.
           MOVE AR-UST TO AU-UST.
           MOVE AR-RAGRP TO AU-RAGRP.
           MOVE AR-MOGRP TO AU-MOGRP.
           MOVE AR-KAGRP TO AU-KAGRP.
           MOVE AR-GRP TO AU-GRP.
           MOVE AR-FOLGE TO AU-FOLGE.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE AR-BEZA TO AU-BEZ(1).
           MOVE SPACE TO AU-BEZ(2).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           ADD 1 TO WH-WX.
           GO G.
      *--------------------> Textzeile: Bezug zur Bestellung <-
       K.  MOVE WH-BKNUM TO WD-NUM.
           MOVE WB-FNR TO WD-FNR.
           MOVE WH-BKDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE SPACE TO WT-TX.
           STRING "Intercompany-Bestellung " WD-NUM " vom " VDU-DATUM
               " der Firma " WD-FNR DELIMITED BY SIZE INTO WT-TX.
           PERFORM TEXT-ZEILE.
           CLOSE AUFKOPF AUFTRAG KONSTANT.
       Y.  CLOSE ARTIKEL DEBITOR.
       Z.  EXIT.
      ***** Textzeile WT-TX an den erzeugten Auftrag haengen *
       TEXT-ZEILE SECTION.
       A.  INITIALIZE AU-SATZ.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-TZ AU-ART AU-ARNUM AU-ANZ AU-BET.
           ADD 1 TO WH-POS.
           MOVE WH-POS TO AU-POS.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE WT-TX TO AU-TX.
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       AU-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ******************************************************************
      *    Wechsel in das Datenverzeichnis der Schwesterfirma WH-ZFNR:
      *    die von GABVORL gehaltenen Dateien werden geschlossen, das
      *    aktuelle Verzeichnis gemerkt, die Firmentabelle im Start-
      *    verzeichnis gelesen.  WH-VFEHL = 1: nicht gewechselt, alles
      *    wieder wie vorher.
      ******************************************************************
       ICO-HIN SECTION.
       A.  MOVE 1 TO WH-VFEHL.
           IF WB-START = SPACE OR WB-FNR = 0 OR WH-ZFNR = WB-FNR
               DISPLAY "keine Mandantenverwaltung - Schwesterfirma nic
      -            "ht erreichbar!" AT 2401
               PERFORM WEITER GO Z.
           MOVE SPACE TO WH-EIGVERZ.
           MOVE 0 TO WH-GDFLAG.
           MOVE 64 TO WH-GDLEN.
           CALL "CBL_GET_CURRENT_DIR" USING by value WH-GDFLAG
               by value WH-GDLEN by reference WH-EIGVERZ.
           IF RETURN-CODE NOT = 0 GO Y.
           INSPECT WH-EIGVERZ REPLACING ALL X"00" BY SPACE.
           IF WH-EIGVERZ = SPACE GO Y.
           CALL "GABVORL2" USING "10SCHLIESS" WH-CREG.
           MOVE SPACE TO WH-CHDIR.
           MOVE WB-START TO WH-CHDIR.
           CALL "CBL_CHANGE_DIR" USING WH-CHDIR.
           IF RETURN-CODE NOT = 0 GO X.
           OPEN INPUT KONSTANT.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 44 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
               CLOSE KONSTANT GO X.
           MOVE KO-FIRMTAB TO WI-FIRMTAB.
           CLOSE KONSTANT.
           MOVE 0 TO WH-ZX.
           MOVE 1 TO WX.
       C.  IF WX > WI-MDANZ OR WX > 4 GO D.
           IF WI-MDFNR(WX) = WH-ZFNR MOVE WX TO WH-ZX.
           ADD 1 TO WX.
           GO C.
       D.  IF WH-ZX = 0 GO X.
           IF WI-MDVERZ(WH-ZX) = SPACE GO E.
           MOVE SPACE TO WH-CHDIR.
           MOVE WI-MDVERZ(WH-ZX) TO WH-CHDIR.
           CALL "CBL_CHANGE_DIR" USING WH-CHDIR.
           IF RETURN-CODE NOT = 0 GO X.
       E.  MOVE 0 TO WH-VFEHL.
           GO Z.
       X.  PERFORM ICO-ZURUECK.
       Y.  MOVE WH-ZFNR TO WD-FNR.
           DISPLAY "Verzeichnis der Schwesterfirma" AT 2401
               WD-FNR with highlight " nicht erreichbar!".
           PERFORM WEITER.
       Z.  EXIT.
      ******** zurueck in das eigene Verzeichnis, Dateien oeffnen *
       ICO-ZURUECK SECTION.
       A.  MOVE SPACE TO WH-CHDIR.
           MOVE WH-EIGVERZ TO WH-CHDIR.
           CALL "CBL_CHANGE_DIR" USING WH-CHDIR.
           CALL "GABVORL2" USING "20OEFFNE" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Ruecklauf: Lieferungen und Rechnungen der Schwesterfirmen
      *    zu WIC-BESTNUM (0 = alle offenen Intercompany-Bestellungen)
      *    uebernehmen, Protokoll ICOPROT.LST
      ******************************************************************
       RUECKLAUF SECTION.
       A.  MOVE 0 TO WM-OPBEK WM-OPBEP WH-LISTE WH-ABDAT.
           MOVE 0 TO WZ-EING WZ-RECH.
           OPEN I-O BESTKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBEK.
           OPEN I-O BESTPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBEP.
           PERFORM WQ-LADEN.
           IF WQ-ANZ = 0
               DISPLAY "keine offenen Intercompany-Bestellungen."
                   AT 2401
               PERFORM WEITER GO X.
           DISPLAY "Lieferungen der Schwesterfirmen werden gelesen ..."
               AT 2401.
           PERFORM SCHW-ALLE.
           MOVE "Intercompany - Uebernahme Lieferungen und Rechnungen"
               TO WH-TITEL.
      *--------> erst die Wareneingaenge, dann die Rechnungen, damit
      *          die Rechnungspruefung den Lieferstand sieht <-
           MOVE 1 TO WH-QX.
       C.  IF WH-QX > WQ-ANZ GO E.
           PERFORM RL-EINGANG.
           ADD 1 TO WH-QX.
           GO C.
       E.  IF WM-OPBEP = 1 CLOSE BESTPOS MOVE 0 TO WM-OPBEP.
           MOVE 0 TO WM-OPKOP.
           OPEN I-O KREDOPO.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KREDOPO
               CLOSE KREDOPO
               OPEN I-O KREDOPO.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKOP.
           MOVE 1 TO WH-QX.
       G.  IF WH-QX > WQ-ANZ GO K.
           IF WM-OPKOP = 1 PERFORM RL-RECHNUNG.
           ADD 1 TO WH-QX.
           GO G.
       K.  IF WM-OPKOP = 1 CLOSE KREDOPO MOVE 0 TO WM-OPKOP.
           CANCEL "GABKRED".
           IF WH-VOLL = 1
               MOVE "weitere Bestellungen - Lauf bitte wiederholen"
                   TO WH-TEXT
               MOVE 0 TO WH-QX
               PERFORM PROT-ZEILE.
           PERFORM END-DRU.
           MOVE WZ-EING TO WD-NUM.
           DISPLAY WD-NUM with highlight AT 2401 " Wareneingaenge, ".
           MOVE WZ-RECH TO WD-NUM.
           DISPLAY WD-NUM with highlight " Rechnungen uebernommen."
               " Protokoll ICOPROT.LST".
           PERFORM WEITER.
       X.  IF WM-OPBEK = 1 CLOSE BESTKOPF MOVE 0 TO WM-OPBEK.
           IF WM-OPBEP = 1 CLOSE BESTPOS MOVE 0 TO WM-OPBEP.
       Z.  EXIT.
      ******************************************************************
      *    Intercompany-Bestellungen in WQ-TAB sammeln; Ruecklauf:
      *    uebertragen und noch nicht erledigt/berechnet, Abstimmung
      *    (WH-LISTE = 1): alle ab Bestelldatum WH-ABDAT
      ******************************************************************
       WQ-LADEN SECTION.
       A.  MOVE 0 TO WQ-ANZ WP-ANZ WO-ANZ WFI-ANZ WH-VOLL.
           IF WIC-BESTNUM = 0 GO C.
           MOVE WIC-BESTNUM TO BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID GO Z.
           PERFORM WQ-NEU.
           GO Z.
       C.  MOVE 0 TO BK-NUM.
           START BESTKOPF KEY NOT < BK-KEY INVALID GO Z.
       E.  READ BESTKOPF NEXT IGNORE LOCK AT END GO Z.
           PERFORM WQ-NEU.
           GO E.
       Z.  EXIT.
      ******************************************************************
       WQ-NEU SECTION.
       A.  IF BK-ICFNR = 0 GO Z.
           IF WH-LISTE = 1 GO C.
           IF BK-ICAUF = 0 GO Z.
           IF BK-ERLEDIGT AND BK-ICRENR NOT = 0 GO Z.
           GO E.
       C.  IF BK-DATUM < WH-ABDAT GO Z.
       E.  IF WQ-ANZ NOT < 100 MOVE 1 TO WH-VOLL GO Z.
           ADD 1 TO WQ-ANZ.
           MOVE BK-NUM TO WQ-BESTNUM(WQ-ANZ).
           MOVE BK-LIEF TO WQ-LIEF(WQ-ANZ).
           MOVE BK-ICFNR TO WQ-FNR(WQ-ANZ).
           MOVE BK-ICAUF TO WQ-AUFNUM(WQ-ANZ).
           MOVE BK-ICRENR TO WQ-ICRENR(WQ-ANZ).
           MOVE 0 TO WQ-GEF(WQ-ANZ) WQ-STATUS(WQ-ANZ)
                     WQ-ICBEST(WQ-ANZ) WQ-RENUM(WQ-ANZ)
                     WQ-REDAT(WQ-ANZ) WQ-BRUTTO(WQ-ANZ)
                     WQ-PVON(WQ-ANZ) WQ-PBIS(WQ-ANZ).
      *--------> Schwesterfirma merken <-
           MOVE 1 TO WH-FX.
       F.  IF WH-FX > WFI-ANZ GO G.
           IF WFI-FNR(WH-FX) = BK-ICFNR GO Z.
           ADD 1 TO WH-FX.
           GO F.
       G.  IF WFI-ANZ < 4
               ADD 1 TO WFI-ANZ
               MOVE BK-ICFNR TO WFI-FNR(WFI-ANZ).
       Z.  EXIT.
      ******** Auftraege je beteiligter Schwesterfirma lesen *
       SCHW-ALLE SECTION.
       A.  MOVE 1 TO WH-FX.
       C.  IF WH-FX > WFI-ANZ GO Z.
           MOVE WFI-FNR(WH-FX) TO WH-ZFNR.
           PERFORM ICO-HIN.
           IF WH-VFEHL = 0
               PERFORM SCHW-LESEN
               PERFORM ICO-ZURUECK.
           ADD 1 TO WH-FX.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    im Verzeichnis der Schwesterfirma WH-ZFNR: Auftraege zu den
      *    Bestellungen mit Lieferstand und Rechnung nach WQ-/WP-TAB;
      *    Abstimmung: dazu Auftraege fuer uns ohne Bestellung
      ******************************************************************
       SCHW-LESEN SECTION.
       A.  MOVE 0 TO WM-OPAUF WM-OPARC WM-OPREJ.
           OPEN INPUT AUFKOPF.
           IF WF-STATUS NOT = "00" GO B.
           OPEN INPUT AUFTRAG.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAUF
           ELSE CLOSE AUFKOPF.
       B.  OPEN INPUT ARCHKOPF.
           IF WF-STATUS NOT = "00" GO C.
           OPEN INPUT ARCHZEIL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPARC
           ELSE CLOSE ARCHKOPF.
       C.  OPEN INPUT REJRNAL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPREJ.
           MOVE 1 TO WH-QX.
       E.  IF WH-QX > WQ-ANZ GO G.
           IF WQ-FNR(WH-QX) = WH-ZFNR PERFORM SL-AUFTRAG.
           ADD 1 TO WH-QX.
           GO E.
       G.  IF WH-LISTE = 1 AND WM-OPAUF = 1 PERFORM SL-OHNEBEST.
           IF WM-OPAUF = 1 CLOSE AUFKOPF AUFTRAG.
           IF WM-OPARC = 1 CLOSE ARCHKOPF ARCHZEIL.
           IF WM-OPREJ = 1 CLOSE REJRNAL.
           MOVE 0 TO WM-OPAUF WM-OPARC WM-OPREJ.
       Z.  EXIT.
      ******** Auftrag zu WQ-EINTR(WH-QX) mit Zeilen und Rechnung *
       SL-AUFTRAG SECTION.
       A.  ADD WP-ANZ 1 GIVING WQ-PVON(WH-QX).
           MOVE WP-ANZ TO WQ-PBIS(WH-QX).
           IF WQ-AUFNUM(WH-QX) = 0 GO Z.
           IF WM-OPAUF = 0 GO K.
           MOVE WQ-AUFNUM(WH-QX) TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID GO K.
           MOVE 1 TO WQ-GEF(WH-QX).
           MOVE AK-STATUS TO WQ-STATUS(WH-QX).
           MOVE AK-ICBEST TO WQ-ICBEST(WH-QX).
           MOVE AK-RENUM TO WQ-RENUM(WH-QX).
           MOVE AK-REDAT TO WQ-REDAT(WH-QX).
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO R.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO R.
           IF AU-NUM NOT = WQ-AUFNUM(WH-QX) GO R.
           IF AU-ARNUM = 0 GO C.
           IF WP-ANZ NOT < 500 MOVE 1 TO WH-VOLL GO R.
           ADD 1 TO WP-ANZ.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           PERFORM AU-FAKTOR.
           MOVE AU-POS TO WP-POS(WP-ANZ).
           MOVE AU-ARNUM TO WP-ARNUM(WP-ANZ).
           COMPUTE WP-MENGE(WP-ANZ) ROUNDED = AU-ANZ / WH-AUFAK.
           COMPUTE WP-GELIEF(WP-ANZ) ROUNDED = AU-GELIEF / WH-AUFAK.
      *--------> berechneter Auftrag gilt als voll geliefert <-
           IF AK-FAKTURIERT
               MOVE WP-MENGE(WP-ANZ) TO WP-GELIEF(WP-ANZ).
           MOVE AU-PREIS TO WP-PREIS(WP-ANZ).
           IF WP-MENGE(WP-ANZ) NOT = 0
               COMPUTE WP-PREIS(WP-ANZ) ROUNDED =
                   AU-BET / WP-MENGE(WP-ANZ).
           MOVE 0 TO WP-GEF(WP-ANZ).
           MOVE WP-ANZ TO WQ-PBIS(WH-QX).
           GO C.
      *--------> bereits archiviert: berechnet und geliefert <-
       K.  IF WM-OPARC = 0 GO Z.
           MOVE WQ-AUFNUM(WH-QX) TO AV-NUM.
           READ ARCHKOPF IGNORE LOCK INVALID GO Z.
           MOVE 2 TO WQ-GEF(WH-QX).
           MOVE AV-STATUS TO WQ-STATUS(WH-QX).
           MOVE AV-RENUM TO WQ-RENUM(WH-QX).
           MOVE AV-REDAT TO WQ-REDAT(WH-QX).
           MOVE WQ-BESTNUM(WH-QX) TO WQ-ICBEST(WH-QX).
           MOVE AV-NUM TO AW-NUM.
           MOVE 0 TO AW-KAP AW-POS AW-TZ.
           START ARCHZEIL KEY NOT < AW-KEY INVALID GO R.
       L.  READ ARCHZEIL NEXT IGNORE LOCK AT END GO R.
           IF AW-NUM NOT = WQ-AUFNUM(WH-QX) GO R.
           IF AW-ARNUM = 0 GO L.
           IF WP-ANZ NOT < 500 MOVE 1 TO WH-VOLL GO R.
           ADD 1 TO WP-ANZ.
           ADD AW-MEH 1 GIVING WH-AUMEH.
           PERFORM AU-FAKTOR.
           MOVE AW-POS TO WP-POS(WP-ANZ).
           MOVE AW-ARNUM TO WP-ARNUM(WP-ANZ).
           COMPUTE WP-MENGE(WP-ANZ) ROUNDED = AW-ANZ / WH-AUFAK.
           MOVE WP-MENGE(WP-ANZ) TO WP-GELIEF(WP-ANZ).
           MOVE AW-PREIS TO WP-PREIS(WP-ANZ).
           IF WP-MENGE(WP-ANZ) NOT = 0
               COMPUTE WP-PREIS(WP-ANZ) ROUNDED =
                   AW-BET / WP-MENGE(WP-ANZ).
           MOVE 0 TO WP-GEF(WP-ANZ).
           MOVE WP-ANZ TO WQ-PBIS(WH-QX).
           GO L.
      *--------> Rechnungsbetrag aus dem Rechnungsausgangsbuch <-
       R.  IF WQ-RENUM(WH-QX) = 0 OR WM-OPREJ = 0 GO Z.
           MOVE WQ-RENUM(WH-QX) TO RJ-RENUM.
           READ REJRNAL IGNORE LOCK INVALID GO Z.
           MOVE RJ-BRUTTO TO WQ-BRUTTO(WH-QX).
           MOVE RJ-DATUM TO WQ-REDAT(WH-QX).
       Z.  EXIT.
      ******** Auftraege fuer uns, zu denen keine Bestellung passt *
       SL-OHNEBEST SECTION.
       A.  MOVE 0 TO AK-NUM.
           START AUFKOPF KEY NOT < AK-KEY INVALID GO Z.
       C.  READ AUFKOPF NEXT IGNORE LOCK AT END GO Z.
           IF AK-ICFNR NOT = WB-FNR GO C.
           IF AK-DATUM < WH-ABDAT GO C.
           MOVE 1 TO WH-QX.
       E.  IF WH-QX > WQ-ANZ GO G.
           IF WQ-FNR(WH-QX) = WH-ZFNR AND WQ-AUFNUM(WH-QX) = AK-NUM
               GO C.
           ADD 1 TO WH-QX.
           GO E.
       G.  IF WO-ANZ NOT < 50 MOVE 1 TO WH-VOLL GO Z.
           ADD 1 TO WO-ANZ.
           MOVE WH-ZFNR TO WO-FNR(WO-ANZ).
           MOVE AK-NUM TO WO-AUFNUM(WO-ANZ).
           MOVE AK-ICBEST TO WO-ICBEST(WO-ANZ).
           MOVE AK-DATUM TO WO-DATUM(WO-ANZ).
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Wareneingang zu WQ-EINTR(WH-QX): was die Schwesterfirma
      *    mehr geliefert hat als bei uns eingegangen ist, wird wie
      *    im Wareneingang GABBEST gebucht
      ******************************************************************
       RL-EINGANG SECTION.
       A.  IF WQ-AUFNUM(WH-QX) = 0 GO Z.
           IF WQ-GEF(WH-QX) = 0
               MOVE "Auftrag bei der Schwesterfirma nicht gefunden"
                   TO WH-TEXT
               PERFORM PROT-ZEILE
               GO Z.
           MOVE WQ-PVON(WH-QX) TO WH-WX.
       C.  IF WH-WX > WQ-PBIS(WH-QX) GO V.
           MOVE WQ-BESTNUM(WH-QX) TO BP-NUM.
           MOVE WP-POS(WH-WX) TO BP-POS.
       D.  READ BESTPOS INVALID GO P.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF BP-ARNUM NOT = WP-ARNUM(WH-WX) UNLOCK BESTPOS GO P.
           COMPUTE WH-REST = WP-GELIEF(WH-WX) - BP-GELIEF.
           IF WH-REST NOT > 0 UNLOCK BESTPOS GO P.
           ADD WH-REST TO BP-GELIEF.
           REWRITE BP-SATZ.
           ADD 1 TO WZ-EING.
           MOVE BP-POS TO WD-POS.
           MOVE BP-ARNUM TO WD-ARNUM.
           MOVE WH-REST TO WD-ANZ.
           MOVE SPACE TO WH-TEXT.
           STRING "Wareneingang Pos." WD-POS " Artikel " WD-ARNUM
               " Menge " WD-ANZ DELIMITED BY SIZE INTO WH-TEXT.
      *------> pruefpflichtige Artikel gehen in die Quarantaene <-
           MOVE BP-ARNUM TO WQS-ARNUM.
           MOVE WH-REST TO WQS-ANZ.
           MOVE WQ-BESTNUM(WH-QX) TO WQS-BESTNUM.
           MOVE BP-POS TO WQS-POS.
           MOVE WQ-LIEF(WH-QX) TO WQS-LIEF.
           MOVE SPACE TO WQS-CHARGE.
           MOVE 0 TO WQS-MHD WQS-LAGNR.
           CALL "GABQS" USING "20QSZUG" WH-CREG.
           IF WQS-NUM NOT = 0
               MOVE WQS-NUM TO WD-NUM
               STRING " -> Quarantaene-Los " WD-NUM
                   DELIMITED BY SIZE INTO WH-TEXT(50:)
               GO N.
      *--------------------------------------> Lagerzugang buchen <-
           MOVE BP-ARNUM TO WG-ARNUM.
           MOVE WH-REST TO WG-ANZ.
           MOVE 2 TO WG-ART.
           MOVE WQ-BESTNUM(WH-QX) TO WG-AUFNUM.
           MOVE SPACE TO WG-CHARGE.
           MOVE 0 TO WG-MHD.
           CALL "GABLAGER" USING "10LAGBUCH" WH-CREG.
       N.  PERFORM PROT-ZEILE.
       P.  ADD 1 TO WH-WX.
           GO C.
      *--------> vollstaendig geliefert: Bestellung erledigt <-
       V.  MOVE WQ-BESTNUM(WH-QX) TO BK-NUM.
       W.  READ BESTKOPF INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO W.
           PERFORM REST-PRUEF.
           IF WH-OFF = 1 OR BK-ERLEDIGT UNLOCK BESTKOPF GO Z.
           MOVE 9 TO BK-STATUS.
           REWRITE BK-SATZ.
           MOVE "Bestellung vollstaendig geliefert" TO WH-TEXT.
           PERFORM PROT-ZEILE.
       Z.  EXIT.
      ******************************************************************
       REST-PRUEF SECTION.
       A.  MOVE 0 TO WH-OFF.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO Z.
       C.  READ BESTPOS NEXT IGNORE LOCK AT END GO Z.
           IF BP-NUM NOT = BK-NUM GO Z.
           IF BP-GELIEF < BP-ANZ MOVE 1 TO WH-OFF GO Z.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Rechnung der Schwesterfirma zu WQ-EINTR(WH-QX) als offene
      *    Verbindlichkeit mit Bestellbezug anlegen (Faelligkeit und
      *    Skonto aus der Kondition des Lieferanten), Rechnungs-
      *    positionen fuer die Rechnungspruefung (GABKRED)
      ******************************************************************
       RL-RECHNUNG SECTION.
       A.  IF WQ-GEF(WH-QX) = 0 OR WQ-RENUM(WH-QX) = 0 GO Z.
           IF WQ-RENUM(WH-QX) = WQ-ICRENR(WH-QX) GO Z.
           IF WQ-BRUTTO(WH-QX) = 0
               MOVE "Rechnungsbetrag bei der Schwesterfirma nicht gefu
      -            "nden" TO WH-TEXT
               PERFORM PROT-ZEILE
               GO Z.
           MOVE WQ-LIEF(WH-QX) TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID INITIALIZE LS-SATZ.
           MOVE LS-KOND TO WH-KK.
           MOVE WQ-RENUM(WH-QX) TO WD-RENR.
           MOVE WQ-LIEF(WH-QX) TO KP-LIEF.
           MOVE SPACE TO KP-RENR.
           MOVE WD-RENR TO KP-RENR.
           READ KREDOPO IGNORE LOCK INVALID GO C.
           MOVE "Rechnung war bereits erfasst" TO WH-TEXT.
           PERFORM PROT-ZEILE.
           GO V.
       C.  INITIALIZE KP-SATZ.
           MOVE WQ-LIEF(WH-QX) TO KP-LIEF.
           MOVE WD-RENR TO KP-RENR.
           MOVE WQ-REDAT(WH-QX) TO KP-REDAT.
           IF KP-REDAT = 0 MOVE WH-DATUM TO KP-REDAT.
           MOVE KP-REDAT TO WH-D6 KP-FAELLIG.
           PERFORM TAG-INT.
           IF WH-TGN NOT = 0
               ADD WH-TGN TO WA-INT
               PERFORM INT-TAG
               MOVE WH-D6 TO KP-FAELLIG.
           MOVE 0 TO KP-SKTOBIS KP-SKTOPZ.
           IF WH-SK1 = 0 GO E.
           MOVE KP-REDAT TO WH-D6.
           PERFORM TAG-INT.
           ADD WH-TG1 TO WA-INT.
           PERFORM INT-TAG.
           MOVE WH-D6 TO KP-SKTOBIS.
           MOVE WH-SK1 TO KP-SKTOPZ.
       E.  MOVE WQ-BRUTTO(WH-QX) TO KP-BETRAG.
           MOVE 0 TO KP-BEZAHLT KP-AUSGL.
           MOVE WQ-BESTNUM(WH-QX) TO KP-BESTNUM.
           WRITE KP-SATZ INVALID GO Z.
           ADD 1 TO WZ-RECH.
      *--------> Rechnungspositionen = Auftragszeilen <-
           OPEN I-O KREDPRUF.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KREDPRUF
               CLOSE KREDPRUF
               OPEN I-O KREDPRUF.
           MOVE WQ-PVON(WH-QX) TO WH-WX.
       G.  IF WH-WX > WQ-PBIS(WH-QX) GO K.
           INITIALIZE KZ-SATZ.
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE WP-POS(WH-WX) TO KZ-POS KZ-BPOS.
           MOVE WQ-BESTNUM(WH-QX) TO KZ-BESTNUM.
           MOVE WP-MENGE(WH-WX) TO KZ-ANZ.
           MOVE WP-PREIS(WH-WX) TO KZ-PREIS.
           WRITE KZ-SATZ INVALID REWRITE KZ-SATZ.
           ADD 1 TO WH-WX.
           GO G.
       K.  CLOSE KREDPRUF.
           CALL "GABKRED" USING "20RPPRUEF" WH-CREG.
           MOVE KP-BETRAG TO WD-BET.
           MOVE SPACE TO WH-TEXT.
           STRING "Rechnung " WD-RENR " uebernommen, Betrag " WD-BET
               DELIMITED BY SIZE INTO WH-TEXT.
      *--------> Ergebnis der Rechnungspruefung <-
           OPEN INPUT KREDPRUF.
           IF WF-STATUS NOT = "00" GO P.
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE 0 TO KZ-POS.
           READ KREDPRUF IGNORE LOCK INVALID MOVE 0 TO KZ-SPERRE.
           IF KZ-GESPERRT
               MOVE "- gesperrt (Pruefung)" TO WH-TEXT(58:).
           CLOSE KREDPRUF.
       P.  PERFORM PROT-ZEILE.
      *--------> Rechnung an der Bestellung vermerken <-
       V.  MOVE WQ-BESTNUM(WH-QX) TO BK-NUM.
       W.  READ BESTKOPF INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO W.
           MOVE WQ-RENUM(WH-QX) TO BK-ICRENR.
           REWRITE BK-SATZ.
       Z.  EXIT.
      ******************************************************************
      *    Abstimmliste Bestellungen gegen Auftraege der Schwester-
      *    firmen ab einem Bestelldatum (nur Abweichungen)
      ******************************************************************
       ABSTIMM SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Intercompany-Abstimmung " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellungen ab:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bestelldatum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-TAG.
           MOVE WZ-DATUM TO WH-WERT.
           CALL "CAUP" USING "1102216006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WH-ABDAT.
           MOVE 0 TO WM-OPBEK WM-OPBEP WM-OPKOP WZ-BEST WZ-ABW.
           MOVE 1 TO WH-LISTE.
           MOVE 0 TO WIC-BESTNUM.
           OPEN INPUT BESTKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBEK.
           OPEN INPUT BESTPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBEP.
           OPEN INPUT KREDOPO.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKOP.
           PERFORM WQ-LADEN.
           IF WQ-ANZ = 0
               DISPLAY "keine Intercompany-Bestellungen." AT 2401
               PERFORM WEITER GO W.
           DISPLAY "Auftraege der Schwesterfirmen werden gelesen ..."
               AT 2401.
           PERFORM SCHW-ALLE.
           MOVE "Intercompany - Abstimmliste Bestellungen/Auftraege"
               TO WH-TITEL.
           MOVE 1 TO WH-QX.
       E.  IF WH-QX > WQ-ANZ GO G.
           PERFORM AB-BEST.
           ADD 1 TO WH-QX.
           GO E.
      *--------> Auftraege der Schwesterfirmen ohne Bestellung <-
       G.  MOVE 1 TO WH-WX.
       H.  IF WH-WX > WO-ANZ GO K.
           PERFORM PROT-KOPF.
           MOVE WO-FNR(WH-WX) TO WD-FNR.
           MOVE WD-FNR TO DRA-SATZ(10:3).
           MOVE WO-AUFNUM(WH-WX) TO WD-AUF.
           MOVE WD-AUF TO DRA-SATZ(15:8).
           MOVE WO-DATUM(WH-WX) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE WO-ICBEST(WH-WX) TO WD-NUM.
           MOVE SPACE TO WH-TEXT.
           STRING "Auftrag vom " VDU-DATUM
               " ohne passende Bestellung (Bezug " WD-NUM ")"
               DELIMITED BY SIZE INTO WH-TEXT.
           MOVE WH-TEXT TO DRA-SATZ(25:80).
           PERFORM DRUCK.
           ADD 1 TO WZ-ABW.
           ADD 1 TO WH-WX.
           GO H.
       K.  IF WH-VOLL = 1
               MOVE "Tabelle voll - nicht alle Belege geprueft"
                   TO WH-TEXT
               MOVE 0 TO WH-QX
               PERFORM PROT-ZEILE.
           IF WZ-ABW = 0
               DISPLAY "keine Abweichungen." with highlight AT 2401
               PERFORM WEITER GO W.
           PERFORM PROT-KOPF.
           MOVE 2 TO WZ-SCHALT.
           MOVE WZ-BEST TO WD-NUM.
           MOVE WZ-ABW TO WD-POS.
           STRING WD-NUM " Bestellungen mit Abweichungen, " WD-POS
               " Abweichungen insgesamt" DELIMITED BY SIZE
               INTO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY "Abstimmliste gedruckt (ICOPROT.LST)." AT 2401.
           PERFORM WEITER.
       W.  IF WM-OPBEK = 1 CLOSE BESTKOPF MOVE 0 TO WM-OPBEK.
           IF WM-OPBEP = 1 CLOSE BESTPOS MOVE 0 TO WM-OPBEP.
           IF WM-OPKOP = 1 CLOSE KREDOPO MOVE 0 TO WM-OPKOP.
           MOVE 0 TO WH-LISTE WH-ABDAT.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** eine Bestellung WQ-EINTR(WH-QX) gegen ihren Auftrag *
       AB-BEST SECTION.
       A.  MOVE 0 TO WH-DIFF.
           IF WQ-AUFNUM(WH-QX) = 0
               MOVE "nicht an die Schwesterfirma uebertragen"
                   TO WH-TEXT
               PERFORM AB-ZEILE
               GO Z.
           IF WQ-GEF(WH-QX) = 0
               MOVE "Auftrag fehlt bei der Schwesterfirma" TO WH-TEXT
               PERFORM AB-ZEILE
               GO Z.
           IF WQ-ICBEST(WH-QX) NOT = WQ-BESTNUM(WH-QX)
               MOVE WQ-ICBEST(WH-QX) TO WD-NUM
               MOVE SPACE TO WH-TEXT
               STRING "Auftrag verweist auf Bestellung " WD-NUM
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
      *--------> Bestellpositionen gegen Auftragszeilen <-
           IF WM-OPBEP = 0 GO R.
           MOVE WQ-BESTNUM(WH-QX) TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO K.
       C.  READ BESTPOS NEXT IGNORE LOCK AT END GO K.
           IF BP-NUM NOT = WQ-BESTNUM(WH-QX) GO K.
           IF BP-ARNUM = 0 GO C.
           MOVE BP-POS TO WD-POS.
           MOVE WQ-PVON(WH-QX) TO WH-WX.
       D.  IF WH-WX > WQ-PBIS(WH-QX)
               MOVE SPACE TO WH-TEXT
               STRING "Pos." WD-POS " fehlt im Auftrag"
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE
               GO C.
           IF WP-POS(WH-WX) NOT = BP-POS
               ADD 1 TO WH-WX
               GO D.
           MOVE 1 TO WP-GEF(WH-WX).
           IF WP-ARNUM(WH-WX) NOT = BP-ARNUM
               MOVE WP-ARNUM(WH-WX) TO WD-ARNUM
               MOVE SPACE TO WH-TEXT
               STRING "Pos." WD-POS " anderer Artikel im Auftrag: "
                   WD-ARNUM DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
           IF WP-MENGE(WH-WX) NOT = BP-ANZ
               MOVE BP-ANZ TO WD-ANZ
               MOVE WP-MENGE(WH-WX) TO WD-ANZ2
               MOVE SPACE TO WH-TEXT
               STRING "Pos." WD-POS " Menge bestellt " WD-ANZ
                   " / im Auftrag " WD-ANZ2
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
           IF WP-PREIS(WH-WX) NOT = BP-PREIS
               MOVE BP-PREIS TO WD-PREIS
               MOVE WP-PREIS(WH-WX) TO WD-PREIS2
               MOVE SPACE TO WH-TEXT
               STRING "Pos." WD-POS " Preis bestellt " WD-PREIS
                   " / im Auftrag " WD-PREIS2
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
           IF WP-GELIEF(WH-WX) NOT = BP-GELIEF
               MOVE WP-GELIEF(WH-WX) TO WD-ANZ
               MOVE BP-GELIEF TO WD-ANZ2
               MOVE SPACE TO WH-TEXT
               STRING "Pos." WD-POS " geliefert " WD-ANZ
                   " / eingegangen " WD-ANZ2
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
           GO C.
      *--------> Auftragszeilen ohne Bestellposition <-
       K.  MOVE WQ-PVON(WH-QX) TO WH-WX.
       L.  IF WH-WX > WQ-PBIS(WH-QX) GO R.
           IF WP-GEF(WH-WX) = 0
               MOVE WP-POS(WH-WX) TO WD-POS
               MOVE WP-ARNUM(WH-WX) TO WD-ARNUM
               MOVE SPACE TO WH-TEXT
               STRING "Pos." WD-POS " Artikel " WD-ARNUM
                   " nur im Auftrag" DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
           ADD 1 TO WH-WX.
           GO L.
      *--------> Rechnung der Schwesterfirma gegen Verbindlichkeit <-
       R.  IF WQ-RENUM(WH-QX) = 0 GO Z.
           MOVE WQ-RENUM(WH-QX) TO WD-RENR.
           IF WQ-ICRENR(WH-QX) NOT = WQ-RENUM(WH-QX)
               MOVE SPACE TO WH-TEXT
               STRING "Rechnung " WD-RENR " nicht uebernommen"
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE
               GO Z.
           IF WM-OPKOP = 0 GO Z.
           MOVE WQ-LIEF(WH-QX) TO KP-LIEF.
           MOVE SPACE TO KP-RENR.
           MOVE WD-RENR TO KP-RENR.
           READ KREDOPO IGNORE LOCK INVALID
               MOVE SPACE TO WH-TEXT
               STRING "Rechnung " WD-RENR
                   " fehlt in den Verbindlichkeiten"
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE
               GO Z.
           IF KP-BETRAG NOT = WQ-BRUTTO(WH-QX)
               MOVE WQ-BRUTTO(WH-QX) TO WD-BET
               MOVE KP-BETRAG TO WD-BET2
               MOVE SPACE TO WH-TEXT
               STRING "Rechnung " WD-RENR " " WD-BET
                   " / Verbindlichkeit " WD-BET2
                   DELIMITED BY SIZE INTO WH-TEXT
               PERFORM AB-ZEILE.
       Z.  EXIT.
      ******** eine Abweichung der Bestellung WH-QX drucken *
       AB-ZEILE SECTION.
       A.  IF WH-DIFF = 0
               ADD 1 TO WZ-BEST
               MOVE 1 TO WH-DIFF.
           ADD 1 TO WZ-ABW.
           PERFORM PROT-ZEILE.
       Z.  EXIT.
      ******************************************************************
      *    Protokollzeile: Bestellung, Firma und Auftrag aus
      *    WQ-EINTR(WH-QX) (WH-QX = 0: ohne), Text aus WH-TEXT
      ******************************************************************
       PROT-ZEILE SECTION.
       A.  PERFORM PROT-KOPF.
           IF WH-QX = 0 GO C.
           MOVE WQ-BESTNUM(WH-QX) TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE WQ-FNR(WH-QX) TO WD-FNR.
           MOVE WD-FNR TO DRA-SATZ(10:3).
           IF WQ-AUFNUM(WH-QX) NOT = 0
               MOVE WQ-AUFNUM(WH-QX) TO WD-AUF
               MOVE WD-AUF TO DRA-SATZ(15:8).
       C.  MOVE WH-TEXT TO DRA-SATZ(25:80).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PROT-KOPF SECTION.
       A.  IF WM-OPEN = 1 GO Z.
           MOVE "ICOPROT.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE WH-TITEL TO DRA-SATZ(2:60).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(70:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:103).
           PERFORM DRUCK.
           MOVE "Bestlg.  Fa.  Auftrag   Vorgang" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:103).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Datumsrechnung: TAG-INT JJMMTT (WH-D6) in fortlaufende
      *    Tageszahl (WA-INT), INT-TAG zurueck
      ******************************************************************
       TAG-INT SECTION.
       A.  COMPUTE WX-DATUM = WH-D6 + 20000000.
           COMPUTE WA-INT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
       Z.  EXIT.
      ******************************************************************
       INT-TAG SECTION.
       A.  COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WA-INT).
           COMPUTE WH-D6 = WX-DATUM - 20000000.
       Z.  EXIT.
