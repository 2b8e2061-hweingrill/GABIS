      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABMIET.
      ******************************************************************
      *   Vermietung von Maschinen und Geraeten: Mietartikel mit       *
      *   Tarif je Tag, Woche (7 Tage) und Monat (30 Tage) in          *
      *   GABISMTA.DAT; vermietet wird das einzelne Geraet aus dem     *
      *   Seriennummernregister (GABSER).  Mietvertrag (GABISMIE.DAT)  *
      *   mit Kunde, Geraet, Beginn und geplanter Rueckgabe; ein       *
      *   Geraet kann nicht doppelt belegt werden.  Ausgabe und        *
      *   Ruecknahme halten Datum und Zustand fest, das Register       *
      *   fuehrt das Geraet solange als vermietet.  Verfuegbarkeit     *
      *   je Geraet als Monatskalender.                                *
      *   Der Abrechnungslauf erzeugt wie bei den Wartungsvertraegen   *
      *   (GABVTR) einen normalen Auftrag ueber den Leistungsartikel   *
      *   des Tarifs: bei Rueckgabe fuer den restlichen Zeitraum,      *
      *   bei langen Mieten mit Intervall alle MI-INTERV Monate im     *
      *   Nachhinein.  Berechnet wird die guenstigste Kombination aus  *
      *   Monats-, Wochen- und Tagessaetzen.  Auftragsnummern wie an   *
      *   der Erfassung: KO-ABNUM * 10 + Stellenziffer (hier 1).       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEMIE.CPY.
           COPY GABSESER.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABMIETE.CPY.
       COPY GABSERIE.CPY.
       COPY GABANBOT.CPY.
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSER                PIC 9         COMP  VALUE ZERO.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-LAUF                 PIC 9         COMP.
           03  WH-NEU                  PIC 9         COMP.
      *--------------------------> Vertrag in Bearbeitung <-
           03  WE-NUM                  PIC 9(6)      COMP.
           03  WE-STATUS               PIC 9         COMP.
           03  WE-KTONR                PIC 9(6)      COMP.
           03  WE-SERNR                PIC X(20).
           03  WE-ARNUM                PIC 9(6)      COMP.
           03  WE-VON                  PIC 9(6)      COMP.
           03  WE-BIS                  PIC 9(6)      COMP.
           03  WE-INTERV               PIC 99        COMP.
      *--------------------------> Datumsrechnung <-
           03  WH-D6                   PIC 9(6)      COMP.
           03  WA-INT                  PIC 9(8)      COMP.
           03  WA-INT2                 PIC 9(8)      COMP.
           03  WA-TAGE                 PIC S9(7)     COMP.
           03  WH-JJ                   PIC 99        COMP.
           03  WH-MM                   PIC 99        COMP.
           03  WH-TT                   PIC 99        COMP.
           03  WH-LTAG                 PIC 99        COMP.
           03  WH-MMTT                 PIC 9(4)      COMP.
           03  WH-MON                  PIC 99        COMP.
      *--------------------------> Belegung eines Geraets <-
           03  WH-KONF                 PIC 9(6)      COMP.
           03  WH-OVON                 PIC 9(6)      COMP.
           03  WH-OBIS                 PIC 9(6)      COMP.
      *--------------------------> guenstigste Kombination <-
           03  WH-GEF                  PIC 9         COMP.
           03  WH-CM                   PIC 9(5)      COMP.
           03  WH-CW                   PIC 9(5)      COMP.
           03  WH-CD                   PIC S9(7)     COMP.
           03  WH-MMAX                 PIC 9(5)      COMP.
           03  WH-WMAX                 PIC 9(5)      COMP.
           03  WH-RTAGE                PIC S9(7)     COMP.
           03  WH-BM                   PIC 9(5)      COMP.
           03  WH-BW                   PIC 9(5)      COMP.
           03  WH-BD                   PIC 9(5)      COMP.
           03  WS-KOST                 PIC S9(9)V99  COMP-3.
           03  WS-PREIS                PIC S9(9)V99  COMP-3.
      *--------------------------> Abrechnungslauf <-
           03  WV-STICH                PIC 9(6)      COMP.
           03  WH-ABBIS                PIC 9(6)      COMP.
           03  WH-FINAL                PIC 9         COMP.
           03  WZ-ERZ                  PIC 9(4)      COMP.
           03  WS-GESAMT               PIC S9(9)V99  COMP-3.
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WH-POS                  PIC 9(4)      COMP.
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-GERBEZ               PIC X(30).
           03  WH-FEHLTX               PIC X(24).
           03  WH-KOMBI                PIC X(60).
      *--------------------------> Kalender <-
           03  WV-MONV                 PIC 9(6)      COMP.
           03  WV-MONB                 PIC 9(6)      COMP.
           03  WH-TX                   PIC 99        COMP.
           03  WH-QX                   PIC 99        COMP.
           03  WH-WTAG                 PIC 9         COMP.
           03  WH-WOCHE                PIC 9         COMP.
           03  WH-MARK                 PIC X.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-PREIS                PIC ZZ.ZZ9,99.
           03  WD-TAGE                 PIC ZZZ9.
           03  WD-Z                    PIC ZZ9.
           03  WD-ZM                   PIC ZZ9.
           03  WD-ZW                   PIC ZZ9.
           03  WD-TT                   PIC Z9.
           03  WD-VON                  PIC X(8).
           03  WD-ARNUM                PIC Z9.9999.
      *--------> Belegungen des Geraets im angezeigten Monat <-
       01  WQ-TAB.
           03  WQ-ANZ                  PIC 99        COMP.
           03  WQ-EINTR                              OCCURS 20.
               05  WQ-NUM              PIC 9(6)      COMP.
               05  WQ-VON              PIC 9(6)      COMP.
               05  WQ-BIS              PIC 9(6)      COMP.
               05  WQ-ST               PIC 9         COMP.
               05  WQ-KTO              PIC 9(6)      COMP.
       COPY GABOSSSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON MIETE.
       A.  CALL "CADECL" USING "GABISMIE.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON MIETTAR.
       A.  CALL "CADECL" USING "GABISMTA.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SERIEN.
       A.  CALL "CADECL" USING "GABISSER.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM MIET-MENU GO W.
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
      ******** Mietdateien oeffnen, notfalls anlegen *
       MIET-OEFFNE SECTION.
       A.  OPEN I-O MIETE.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT MIETE
               CLOSE MIETE
               OPEN I-O MIETE.
           OPEN I-O MIETTAR.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT MIETTAR
               CLOSE MIETTAR
               OPEN I-O MIETTAR.
           MOVE 0 TO WM-OPSER.
           OPEN I-O SERIEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSER.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       Z.  EXIT.
      ******************************************************************
       MIET-MENU SECTION.
       A.  PERFORM MIET-OEFFNE.
       B.  CALL "CAUP" USING "0704201445000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vermietung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Mietvertrag anlegen / aendern" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Ausgabe an den Kunden" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Ruecknahme" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Verfuegbarkeit je Geraet" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Vorschau Abrechnung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Abrechnungslauf" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "7 - Miettarife" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM MIET-PFLEGE
               WHEN 2 PERFORM MIET-AUSGABE
               WHEN 3 PERFORM MIET-RUECK
               WHEN 4 PERFORM MIET-KALENDER
               WHEN 5 MOVE 1 TO WH-LAUF PERFORM ABRECHNUNG
               WHEN 6 MOVE 2 TO WH-LAUF PERFORM ABRECHNUNG
               WHEN 7 PERFORM TARIF-PFLEGE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE MIETE MIETTAR.
           IF WM-OPSER = 1 CLOSE SERIEN.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
       Z.  EXIT.
      ******************************************************************
      *    Mietvertrag anlegen oder aendern; ein ausgegebener Vertrag
      *    kann nur noch verlaengert werden (geplante Rueckgabe)
      ******************************************************************
       MIET-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Mietvertrag " with highlight AT VDU-LP.
           IF WM-OPSER = 0
               DISPLAY "noch keine Seriennummern erfasst," AT 2401
               PERFORM WEITER GO X.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vertrag (0 = neu):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Vertragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002236006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           INITIALIZE WE-NUM WE-STATUS WE-KTONR WE-SERNR WE-ARNUM
               WE-VON WE-BIS WE-INTERV.
           MOVE 1 TO WH-NEU.
           IF WH-NUM = 0
               MOVE WH-DATUM TO WE-VON
               GO F.
           MOVE WH-NUM TO MI-NUM WE-NUM.
           READ MIETE IGNORE LOCK INVALID
               DISPLAY "Vertrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           MOVE 0 TO WH-NEU.
           MOVE MI-STATUS TO WE-STATUS.
           MOVE MI-KTONR TO WE-KTONR.
           MOVE MI-SERNR TO WE-SERNR.
           MOVE MI-ARNUM TO WE-ARNUM.
           MOVE MI-VON TO WE-VON.
           MOVE MI-BIS TO WE-BIS.
           MOVE MI-INTERV TO WE-INTERV.
           MOVE WE-NUM TO WD-NUM.
           ADD 223 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           IF WE-STATUS > 1
               DISPLAY "Vertrag ist bereits abgeschlossen!" AT 2401
               PERFORM WEITER
               CALL "CAUP" USING "16LOEFENST" WH-CREG GO B.
           IF WE-STATUS = 0 GO F.
      *--------> ausgegeben: Daten zeigen, nur Rueckgabe aendern <-
           PERFORM VTR-ZEIGEN.
           GO I.
      *-----------------------------------------> Kunde <-
       F.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunde.............:" AT VDU-LP.
           IF WH-NEU = 1
               DISPLAY "<esc>= zurueck, <ret>= Kontonummer" AT 2301
           ELSE DISPLAY "<esc>= zurueck, <ret>= Kontonummer (0 = Storno
      -        ")" AT 2301.
           MOVE WE-KTONR TO WH-WERT.
           CALL "CAUP" USING "1003236006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO F.
           IF WH-NUM = 0 AND WH-NEU = 0 GO S.
           IF WH-NUM = 0 GO F.
           MOVE WH-NUM TO DE-KTONR.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID
                   DISPLAY "Kunde nicht vorhanden!" AT 2401
                   PERFORM WEITER GO F.
           MOVE WH-NUM TO WE-KTONR.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 332 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:40) with highlight AT VDU-LP.
      *-----------------------------------------> Geraet <-
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Seriennummer......:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Seriennummer" AT 2301.
           MOVE WE-SERNR TO WT-TX.
           CALL "CAUP" USING "1204230120" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO G.
           IF WT-TX = SPACE GO G.
           MOVE WT-TX TO SE-SERNR.
           READ SERIEN IGNORE LOCK INVALID
               DISPLAY "Seriennummer nicht im Register!" AT 2401
               PERFORM WEITER GO G.
           IF SE-GELIEFERT
               DISPLAY "Geraet wurde verkauft!" AT 2401
               PERFORM WEITER GO G.
           MOVE SE-ARNUM TO MT-ARNUM.
           READ MIETTAR IGNORE LOCK INVALID
               DISPLAY "kein Mietartikel (Tarif fehlt)!" AT 2401
               PERFORM WEITER GO G.
           MOVE SE-SERNR TO WE-SERNR.
           MOVE SE-ARNUM TO WE-ARNUM.
           PERFORM GER-ZEIGEN.
      *-----------------------------------------> Zeitraum <-
       H.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mietbeginn........:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WE-VON TO WZ-DATUM.
           CALL "CAUP" USING "1106236006" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WZ-DATUM = 0 GO H.
           MOVE WZ-DATUM TO WE-VON.
       I.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "geplante Rueckgabe:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WE-BIS TO WZ-DATUM.
           CALL "CAUP" USING "1107236006" WH-CREG.
           IF ESC AND WE-STATUS = 1 GO Y.
           IF ESC GO H.
           IF NOT RET GO I.
           IF WZ-DATUM < WE-VON
               DISPLAY "Rueckgabe vor dem Mietbeginn!" AT 2401
               PERFORM WEITER GO I.
           IF WE-STATUS = 1 AND WZ-DATUM < MI-ABVON
               DISPLAY "Zeitraum ist bereits abgerechnet!" AT 2401
               PERFORM WEITER GO I.
           MOVE WZ-DATUM TO WE-BIS.
           PERFORM KONFLIKT.
           IF WH-KONF NOT = 0
               MOVE WH-KONF TO WD-NUM
               DISPLAY "Geraet belegt, Vertrag" AT 2401
                   WD-NUM with highlight
               PERFORM WEITER GO I.
           IF WE-STATUS = 1 GO K.
      *-----------------------------------------> Intervall <-
       J.  ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Abrechnung alle...:" AT VDU-LP.
           ADD 826 VDU-ECK GIVING VDU-LP.
           DISPLAY "Monate (0 = bei Rueckgabe)" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Monate" AT 2301.
           MOVE WE-INTERV TO WH-WERT.
           CALL "CAUP" USING "1008236002" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO J.
           IF WH-NUM > 12 GO J.
           MOVE WH-NUM TO WE-INTERV.
      *--------> voraussichtliche Miete fuer den geplanten Zeitraum <-
       K.  MOVE WE-ARNUM TO MT-ARNUM.
           READ MIETTAR IGNORE LOCK INVALID INITIALIZE MT-SATZ.
           MOVE WE-VON TO WH-D6.
           IF WE-STATUS = 1 MOVE MI-ABVON TO WH-D6.
           PERFORM TAG-INT.
           MOVE WA-INT TO WA-INT2.
           MOVE WE-BIS TO WH-D6.
           PERFORM TAG-INT.
           COMPUTE WA-TAGE = WA-INT - WA-INT2 + 1.
           PERFORM PREIS-BER.
           PERFORM KOMBI-TEXT.
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "voraussichtl. Miete" AT VDU-LP.
           IF WE-STATUS = 1
               DISPLAY "offene Miete......" AT VDU-LP.
           MOVE WS-PREIS TO WD-BET.
           ADD 1022 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 1103 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-KOMBI AT VDU-LP.
       M.  DISPLAY "<ret>= speichern, <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC AND WE-STATUS = 1 GO I.
           IF ESC GO J.
           IF NOT RET GO M.
           IF WH-NEU = 0 GO O.
      *-----------------------> naechste freie Vertragsnummer <-
           MOVE 999999 TO MI-NUM.
           START MIETE KEY < MI-KEY INVALID MOVE 0 TO MI-NUM
               GO N.
           READ MIETE PREVIOUS IGNORE LOCK AT END MOVE 0 TO MI-NUM.
       N.  ADD 1 MI-NUM GIVING WE-NUM.
           INITIALIZE MI-SATZ.
           MOVE WE-NUM TO MI-NUM.
           MOVE WH-DATUM TO MI-ERFDAT.
           MOVE WB-NUM TO MI-ERFBEN.
           MOVE 0 TO MI-STATUS MI-AUSDAT MI-RUEDAT MI-ABVON
               MI-NAECHST MI-LAUFNUM.
           PERFORM VTR-FUELLEN.
           WRITE MI-SATZ INVALID ADD 1 TO WE-NUM GO N.
           MOVE WE-NUM TO WD-NUM.
           DISPLAY "Mietvertrag" AT 2401 WD-NUM with highlight
               " angelegt." with highlight.
           PERFORM WEITER.
           GO R.
       O.  MOVE WE-NUM TO MI-NUM.
           READ MIETE INVALID GO R.
           IF ZUGRIF PERFORM BESETZT GO O.
           PERFORM VTR-FUELLEN.
           REWRITE MI-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       R.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
      *--------> Reservierung stornieren <-
       S.  DISPLAY "Vertrag stornieren?" with highlight
               foreground-color 4 AT 2401.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET GO F.
           MOVE WE-NUM TO MI-NUM.
       T.  READ MIETE INVALID GO R.
           IF ZUGRIF PERFORM BESETZT GO T.
           MOVE 8 TO MI-STATUS.
           REWRITE MI-SATZ.
           DISPLAY "storniert." with highlight AT 2401.
           PERFORM WEITER.
           GO R.
       Y.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Eingaben in den Vertragssatz uebernehmen *
       VTR-FUELLEN SECTION.
       A.  MOVE WE-BIS TO MI-BIS.
           IF WE-STATUS = 1 GO Z.
           MOVE WE-KTONR TO MI-KTONR.
           MOVE WE-SERNR TO MI-SERNR.
           MOVE WE-ARNUM TO MI-ARNUM.
           MOVE WE-VON TO MI-VON.
           MOVE WE-INTERV TO MI-INTERV.
       Z.  EXIT.
      ****** ausgegebenen Vertrag anzeigen (Zeilen 3 bis 8) *
       VTR-ZEIGEN SECTION.
       A.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunde.............:" AT VDU-LP.
           MOVE SPACE TO WT-BEZ.
           MOVE MI-KTONR TO DE-KTONR WD-NUM.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO WT-BEZ
               INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 323 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 332 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:40) with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Seriennummer......:" AT VDU-LP.
           ADD 423 VDU-ECK GIVING VDU-LP.
           DISPLAY MI-SERNR with highlight AT VDU-LP.
           MOVE MI-ARNUM TO WE-ARNUM.
           PERFORM GER-ZEIGEN.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "ausgegeben am.....:" AT VDU-LP.
           MOVE MI-AUSDAT TO WC-DATUM.
           PERFORM DATDREH.
           ADD 623 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           IF MI-AUSZUST NOT = SPACE
               ADD 10 TO VDU-LP
               DISPLAY MI-AUSZUST(1:46) AT VDU-LP.
           IF MI-INTERV = 0 GO Z.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "naechste Abrechn..:" AT VDU-LP.
           MOVE MI-NAECHST TO WC-DATUM.
           PERFORM DATDREH.
           ADD 823 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
       Z.  EXIT.
      ****** Mietartikel des Geraets WE-ARNUM in Zeile 5 *
       GER-ZEIGEN SECTION.
       A.  MOVE SPACE TO AR-BEZA.
           MOVE WE-ARNUM TO AR-NUM WD-ARNUM.
           IF WM-OPART > 0
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mietartikel.......:" AT VDU-LP.
           ADD 523 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " AR-BEZA
               with highlight.
       Z.  EXIT.
      ****** Belegung pruefen: WE-SERNR von WE-VON bis WE-BIS gegen
      *      die anderen Vertraege des Geraets; WH-KONF = Vertrag
      *      der Ueberschneidung, 0 = frei
       KONFLIKT SECTION.
       A.  MOVE 0 TO WH-KONF.
           MOVE WE-SERNR TO MI-SERNR.
           START MIETE KEY NOT < MI-SERNR INVALID GO X.
       C.  READ MIETE NEXT IGNORE LOCK AT END GO X.
           IF MI-SERNR NOT = WE-SERNR GO X.
           IF MI-NUM = WE-NUM GO C.
           PERFORM BELEGUNG.
           IF WH-OVON = 0 GO C.
           IF WH-OVON > WE-BIS OR WH-OBIS < WE-VON GO C.
           MOVE MI-NUM TO WH-KONF.
      *--------> Satz des bearbeiteten Vertrags wiederherstellen <-
       X.  IF WE-NUM = 0 GO Z.
           MOVE WE-NUM TO MI-NUM.
           READ MIETE IGNORE LOCK INVALID CONTINUE.
       Z.  EXIT.
      ****** belegter Zeitraum WH-OVON bis WH-OBIS des Vertrags im
      *      Satzbereich; ueberfaellige Geraete gelten als weiter
      *      belegt, stornierte als frei (WH-OVON 0)
       BELEGUNG SECTION.
       A.  MOVE 0 TO WH-OVON WH-OBIS.
           IF MI-STORNIERT GO Z.
           IF MI-RESERVIERT
               MOVE MI-VON TO WH-OVON
               MOVE MI-BIS TO WH-OBIS
               GO Z.
           MOVE MI-AUSDAT TO WH-OVON.
           IF MI-AUSGEGEBEN GO C.
           MOVE MI-RUEDAT TO WH-OBIS.
           GO Z.
       C.  MOVE MI-BIS TO WH-OBIS.
           IF WH-DATUM > MI-BIS MOVE 991231 TO WH-OBIS.
       Z.  EXIT.
      ******************************************************************
      *    Ausgabe an den Kunden: Datum und Zustand, Geraet im
      *    Register als vermietet
      ******************************************************************
       MIET-AUSGABE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ausgabe an den Kunden " with highlight AT VDU-LP.
           IF WM-OPSER = 0
               DISPLAY "noch keine Seriennummern erfasst," AT 2401
               PERFORM WEITER GO X.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vertrag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Vertragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002236006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO MI-NUM WE-NUM.
           READ MIETE IGNORE LOCK INVALID
               DISPLAY "Vertrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF NOT MI-RESERVIERT
               DISPLAY "Vertrag ist nicht reserviert!" AT 2401
               PERFORM WEITER GO C.
           PERFORM VTR-KURZ.
           MOVE MI-SERNR TO SE-SERNR.
           READ SERIEN IGNORE LOCK INVALID
               DISPLAY "Seriennummer nicht im Register!" AT 2401
               PERFORM WEITER GO Y.
           IF SE-VERMIETET
               DISPLAY "Geraet ist noch beim Kunden!" AT 2401
               PERFORM WEITER GO Y.
           IF SE-GELIEFERT
               DISPLAY "Geraet wurde verkauft!" AT 2401
               PERFORM WEITER GO Y.
       E.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ausgabedatum......:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1107236006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           IF WZ-DATUM = 0 GO E.
           IF WZ-DATUM > MI-BIS
               DISPLAY "Ausgabe nach der geplanten Rueckgabe!" AT 2401
               PERFORM WEITER GO E.
           MOVE WZ-DATUM TO WH-D6.
       G.  ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zustand...........:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Zustand bei der Ausgabe"
               AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1208180160" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
       I.  DISPLAY "<ret>= ausgeben, <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           MOVE WE-NUM TO MI-NUM.
       K.  READ MIETE INVALID GO Y.
           IF ZUGRIF PERFORM BESETZT GO K.
           MOVE 1 TO MI-STATUS.
           MOVE WH-D6 TO MI-AUSDAT MI-ABVON.
           MOVE WT-TX TO MI-AUSZUST.
           MOVE 0 TO MI-NAECHST.
           IF MI-INTERV NOT = 0
               MOVE MI-INTERV TO WH-MON
               PERFORM MON-ADD
               MOVE WH-D6 TO MI-NAECHST.
           REWRITE MI-SATZ.
      *--------> Geraet im Register als vermietet fuehren <-
       M.  READ SERIEN INVALID GO O.
           IF ZUGRIF PERFORM BESETZT GO M.
           MOVE 2 TO SE-STATUS.
           REWRITE SE-SATZ.
       O.  DISPLAY "ausgegeben." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Kurzanzeige des Vertrags im Satzbereich (Zeilen 3-6) *
       VTR-KURZ SECTION.
       A.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunde.............:" AT VDU-LP.
           MOVE SPACE TO WT-BEZ.
           MOVE MI-KTONR TO DE-KTONR WD-NUM.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO WT-BEZ
               INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 323 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 332 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:40) with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Seriennummer......:" AT VDU-LP.
           ADD 423 VDU-ECK GIVING VDU-LP.
           DISPLAY MI-SERNR with highlight AT VDU-LP.
           MOVE MI-ARNUM TO WE-ARNUM.
           PERFORM GER-ZEIGEN.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zeitraum geplant..:" AT VDU-LP.
           MOVE MI-VON TO WC-DATUM.
           PERFORM DATDREH.
           ADD 623 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           MOVE MI-BIS TO WC-DATUM.
           PERFORM DATDREH.
           ADD 632 VDU-ECK GIVING VDU-LP.
           DISPLAY "- " AT VDU-LP VDU-DATUM with highlight.
       Z.  EXIT.
      ******************************************************************
      *    Ruecknahme: Datum und Zustand, Geraet wieder am Lager;
      *    abgerechnet wird im naechsten Abrechnungslauf
      ******************************************************************
       MIET-RUECK SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ruecknahme " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vertrag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Vertragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002236006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO MI-NUM WE-NUM.
           READ MIETE IGNORE LOCK INVALID
               DISPLAY "Vertrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF NOT MI-AUSGEGEBEN
               DISPLAY "Geraet ist nicht ausgegeben!" AT 2401
               PERFORM WEITER GO C.
           PERFORM VTR-KURZ.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "ausgegeben am.....:" AT VDU-LP.
           MOVE MI-AUSDAT TO WC-DATUM.
           PERFORM DATDREH.
           ADD 623 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP "          ".
      *--------> fruehestens der Tag vor dem ersten offenen Miettag <-
           MOVE MI-ABVON TO WH-D6.
           PERFORM TAG-INT.
           SUBTRACT 1 FROM WA-INT.
           PERFORM INT-TAG.
           MOVE WH-D6 TO WH-OVON.
           IF WH-OVON < MI-AUSDAT MOVE MI-AUSDAT TO WH-OVON.
       E.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rueckgabedatum....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1107236006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           IF WZ-DATUM = 0 GO E.
           IF WZ-DATUM > WH-DATUM
               DISPLAY "Rueckgabe liegt in der Zukunft!" AT 2401
               PERFORM WEITER GO E.
           IF WZ-DATUM < WH-OVON
               DISPLAY "Zeitraum ist bereits abgerechnet!" AT 2401
               PERFORM WEITER GO E.
           MOVE WZ-DATUM TO WH-D6.
       G.  ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zustand...........:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Zustand bei der Rueckgabe"
               AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1208180160" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
       I.  DISPLAY "<ret>= zuruecknehmen, <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           MOVE WE-NUM TO MI-NUM.
       K.  READ MIETE INVALID GO Y.
           IF ZUGRIF PERFORM BESETZT GO K.
           MOVE 2 TO MI-STATUS.
           MOVE WH-D6 TO MI-RUEDAT.
           MOVE WT-TX TO MI-RUEZUST.
           REWRITE MI-SATZ.
      *--------> Geraet im Register wieder am Lager <-
           IF WM-OPSER = 0 GO O.
           MOVE MI-SERNR TO SE-SERNR.
       M.  READ SERIEN INVALID GO O.
           IF ZUGRIF PERFORM BESETZT GO M.
           IF SE-VERMIETET
               MOVE 0 TO SE-STATUS
               REWRITE SE-SATZ
           ELSE UNLOCK SERIEN.
       O.  DISPLAY "zurueckgenommen, Abrechnung im naechsten Lauf."
               with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Verfuegbarkeit eines Geraets als Monatskalender:
      *    r = reserviert, V = beim Kunden, leer = frei
      ******************************************************************
       MIET-KALENDER SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verfuegbarkeit je Geraet " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Seriennummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Seriennummer" AT 2301.
           MOVE WE-SERNR TO WT-TX.
           CALL "CAUP" USING "1202170120" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WT-TX = SPACE GO C.
           MOVE WT-TX TO WE-SERNR.
           DIVIDE WH-DATUM BY 100 GIVING WH-MMTT.
           DIVIDE WH-MMTT BY 100 GIVING WH-JJ REMAINDER WH-MM.
       E.  ADD 240 VDU-ECK GIVING VDU-LP.
           DISPLAY "Monat (MMJJ):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Monat" AT 2301.
           COMPUTE WH-WERT = WH-MM * 100 + WH-JJ.
           CALL "CAUP" USING "1002546004" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           DIVIDE WH-NUM BY 100 GIVING WH-MM REMAINDER WH-JJ.
           IF WH-MM < 1 OR WH-MM > 12 GO E.
           COMPUTE WV-MONV = WH-JJ * 10000 + WH-MM * 100 + 1.
           MOVE WV-MONV TO WH-D6.
           PERFORM MON-LETZT.
           COMPUTE WV-MONB = WV-MONV + WH-LTAG - 1.
           PERFORM KAL-LADEN.
           PERFORM KAL-ZEIGEN.
           DISPLAY "<ret>= anderer Monat, <esc>= anderes Geraet"
               AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           MOVE 0 TO WH-NEU.
           IF ESC MOVE 1 TO WH-NEU.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verfuegbarkeit je Geraet " with highlight
               AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Seriennummer:" AT VDU-LP.
           ADD 217 VDU-ECK GIVING VDU-LP.
           DISPLAY WE-SERNR with highlight AT VDU-LP.
           IF WH-NEU = 1 GO C.
           GO E.
       X.  MOVE SPACE TO WE-SERNR.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Vertraege des Geraets, die den Monat beruehren *
       KAL-LADEN SECTION.
       A.  MOVE 0 TO WQ-ANZ WE-NUM.
           MOVE WE-SERNR TO MI-SERNR.
           START MIETE KEY NOT < MI-SERNR INVALID GO Z.
       C.  READ MIETE NEXT IGNORE LOCK AT END GO Z.
           IF MI-SERNR NOT = WE-SERNR GO Z.
           PERFORM BELEGUNG.
           IF WH-OVON = 0 GO C.
           IF WH-OVON > WV-MONB OR WH-OBIS < WV-MONV GO C.
           IF WQ-ANZ > 19 GO Z.
           ADD 1 TO WQ-ANZ.
           MOVE MI-NUM TO WQ-NUM(WQ-ANZ).
           MOVE WH-OVON TO WQ-VON(WQ-ANZ).
           MOVE WH-OBIS TO WQ-BIS(WQ-ANZ).
           MOVE MI-STATUS TO WQ-ST(WQ-ANZ).
           MOVE MI-KTONR TO WQ-KTO(WQ-ANZ).
           GO C.
       Z.  EXIT.
      ****** Kalender ab Zeile 4, Vertraege ab Zeile 12 *
       KAL-ZEIGEN SECTION.
       A.  ADD 405 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mo        Di        Mi        Do        Fr
      -        "Sa        So" with reverse-video AT VDU-LP.
           MOVE WV-MONV TO WH-D6.
           PERFORM TAG-INT.
           COMPUTE WA-INT2 = WA-INT - 1.
           DIVIDE WA-INT2 BY 7 GIVING WA-INT2 REMAINDER WH-WTAG.
           MOVE 0 TO WH-WOCHE WH-TX.
       C.  ADD 1 TO WH-TX.
           IF WH-TX > WH-LTAG GO L.
           COMPUTE WH-D6 = WV-MONV + WH-TX - 1.
           PERFORM KAL-TAG.
           COMPUTE VDU-LP = WH-WOCHE * 100 + 505 + WH-WTAG * 10
               + VDU-ECK.
           MOVE WH-TX TO WD-TT.
           DISPLAY WD-TT AT VDU-LP.
           ADD 3 TO VDU-LP.
           IF WH-MARK = SPACE DISPLAY " " AT VDU-LP
           ELSE DISPLAY WH-MARK with highlight foreground-color 4
               AT VDU-LP.
           ADD 1 TO WH-WTAG.
           IF WH-WTAG > 6 MOVE 0 TO WH-WTAG ADD 1 TO WH-WOCHE.
           GO C.
       L.  ADD 1105 VDU-ECK GIVING VDU-LP.
           DISPLAY "r = reserviert, V = beim Kunden, leer = frei"
               AT VDU-LP.
           ADD 1305 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vertrag  Kunde    von       bis       Status"
               with reverse-video AT VDU-LP.
           MOVE 0 TO WH-QX.
       N.  ADD 1 TO WH-QX.
           IF WH-QX > WQ-ANZ OR WH-QX > 4 GO Z.
           COMPUTE VDU-LP = WH-QX * 100 + 1305 + VDU-ECK.
           MOVE WQ-NUM(WH-QX) TO WD-NUM.
           DISPLAY WD-NUM AT VDU-LP.
           ADD 9 TO VDU-LP.
           MOVE WQ-KTO(WH-QX) TO WD-NUM.
           DISPLAY WD-NUM AT VDU-LP.
           ADD 9 TO VDU-LP.
           MOVE WQ-VON(WH-QX) TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM AT VDU-LP.
           ADD 10 TO VDU-LP.
           IF WQ-BIS(WH-QX) = 991231
               DISPLAY "offen   " AT VDU-LP
           ELSE MOVE WQ-BIS(WH-QX) TO WC-DATUM
               PERFORM DATDREH
               DISPLAY VDU-DATUM AT VDU-LP.
           ADD 10 TO VDU-LP.
           EVALUATE WQ-ST(WH-QX)
               WHEN 0 DISPLAY "reserviert" AT VDU-LP
               WHEN 1 DISPLAY "beim Kunden" AT VDU-LP
               WHEN OTHER DISPLAY "zurueck" AT VDU-LP.
           GO N.
       Z.  EXIT.
      ****** Kennzeichen des Tages WH-D6: r, V oder leer *
       KAL-TAG SECTION.
       A.  MOVE SPACE TO WH-MARK.
           MOVE 0 TO WH-QX.
       C.  ADD 1 TO WH-QX.
           IF WH-QX > WQ-ANZ GO Z.
           IF WH-D6 < WQ-VON(WH-QX) OR WH-D6 > WQ-BIS(WH-QX) GO C.
           IF WQ-ST(WH-QX) = 0 MOVE "r" TO WH-MARK GO C.
           MOVE "V" TO WH-MARK.
       Z.  EXIT.
      ******************************************************************
      *    Miettarife je Mietartikel pflegen
      ******************************************************************
       TARIF-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Miettarif " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mietartikel.......:" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002236006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 230 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE 0 TO WH-NEU.
           MOVE AR-NUM TO MT-ARNUM.
           READ MIETTAR IGNORE LOCK INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE MT-SATZ
               MOVE AR-NUM TO MT-ARNUM.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Leistungsartikel..:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikel fuer die Berechnung"
               AT 2301.
           MOVE MT-ABART TO WH-WERT.
           CALL "CAUP" USING "1003236006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           IF WH-NUM = MT-ARNUM
               DISPLAY "eigener Leistungsartikel (ohne Lager) noetig!"
                   AT 2401
               PERFORM WEITER GO E.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO E.
           MOVE WH-NUM TO MT-ABART.
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Satz je Tag.......:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Betrag (0 = nicht angeboten)"
               AT 2301.
           MOVE MT-TAG TO WH-WERT.
           CALL "CAUP" USING "1004236209" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-WERT < 0 OR WH-WERT > 99999 GO G.
           MOVE WH-WERT TO MT-TAG WD-PREIS.
           ADD 423 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
       I.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Satz je Woche.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Betrag (0 = nicht angeboten)"
               AT 2301.
           MOVE MT-WOCHE TO WH-WERT.
           CALL "CAUP" USING "1005236209" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-WERT < 0 OR WH-WERT > 99999 GO I.
           MOVE WH-WERT TO MT-WOCHE WD-PREIS.
           ADD 523 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
       K.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Satz je Monat.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Betrag (0 = nicht angeboten)"
               AT 2301.
           MOVE MT-MONAT TO WH-WERT.
           CALL "CAUP" USING "1006236209" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-WERT < 0 OR WH-WERT > 99999 GO K.
           MOVE WH-WERT TO MT-MONAT WD-PREIS.
           ADD 623 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           IF MT-TAG = 0 AND MT-WOCHE = 0 AND MT-MONAT = 0
               DISPLAY "mindestens ein Satz noetig!" AT 2401
               PERFORM WEITER GO G.
       M.  DISPLAY "<ret>= speichern, <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO M.
           IF WH-NEU = 1 WRITE MT-SATZ
           ELSE REWRITE MT-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Vorschau (WH-LAUF 1) oder Abrechnungslauf (2): zurueck-
      *    genommene Geraete bis zur Rueckgabe, laufende Mieten mit
      *    Intervall bis zum Tag vor dem faelligen Abrechnungstag
      ******************************************************************
       ABRECHNUNG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           IF WH-LAUF = 1
               DISPLAY " Vorschau Mietabrechnung " with highlight
                   AT VDU-LP
               ELSE DISPLAY " Mietabrechnung " with highlight
                   AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "faellig bis:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Stichtag" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102176006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WV-STICH WC-DATUM.
           PERFORM DATDREH.
           ADD 217 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           IF WH-LAUF = 2
               DISPLAY "<esc>= Abbruch, <ret>= Lauf starten" AT 2301
               CALL "CAUP" USING "0023371000" WH-CREG
               IF ESC GO Y
               END-IF
               IF NOT RET GO C.
           IF WH-LAUF = 2
               OPEN I-O AUFKOPF AUFTRAG
               MOVE 0 TO WM-OPKON
               OPEN I-O KONSTANT
               IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
               IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           IF WH-LAUF = 1 MOVE "MIETVOR.LST" TO WH-DRUNAM
               ELSE MOVE "MIETLFP.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-ERZ MI-NUM WS-GESAMT.
           START MIETE KEY > MI-KEY INVALID GO W.
       D.  READ MIETE NEXT AT END GO W.
           IF ZUGRIF PERFORM BESETZT GO D.
           MOVE SPACE TO WH-FEHLTX.
           IF MI-ZURUECK
               MOVE 1 TO WH-FINAL
               MOVE MI-RUEDAT TO WH-ABBIS
               GO E.
           IF NOT MI-AUSGEGEBEN OR MI-INTERV = 0 GO D.
           IF MI-NAECHST > WV-STICH GO D.
           MOVE 0 TO WH-FINAL.
           MOVE MI-NAECHST TO WH-D6.
           PERFORM TAG-INT.
           SUBTRACT 1 FROM WA-INT.
           PERFORM INT-TAG.
           MOVE WH-D6 TO WH-ABBIS.
      *--------> Miettage und guenstigste Kombination <-
       E.  MOVE MI-ABVON TO WH-D6.
           PERFORM TAG-INT.
           MOVE WA-INT TO WA-INT2.
           MOVE WH-ABBIS TO WH-D6.
           PERFORM TAG-INT.
           COMPUTE WA-TAGE = WA-INT - WA-INT2 + 1.
           MOVE 0 TO WS-PREIS WH-AKNUM.
           IF WA-TAGE < 1
               MOVE 0 TO WA-TAGE
               MOVE "ohne offene Miettage" TO WH-FEHLTX
               GO G.
           MOVE MI-ARNUM TO MT-ARNUM.
           READ MIETTAR IGNORE LOCK INVALID
               MOVE "Miettarif fehlt" TO WH-FEHLTX
               GO P.
           PERFORM PREIS-BER.
           PERFORM KOMBI-TEXT.
           MOVE SPACE TO WH-GERBEZ.
           MOVE MI-ARNUM TO AR-NUM.
           IF WM-OPART > 0
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA
               END-READ
               MOVE AR-BEZA TO WH-GERBEZ.
           MOVE MT-ABART TO AR-NUM.
           IF WM-OPART = 0
               MOVE "Leistungsartikel fehlt" TO WH-FEHLTX
               GO P.
           READ ARTIKEL IGNORE LOCK INVALID
               MOVE "Leistungsartikel fehlt" TO WH-FEHLTX
               GO P.
           IF WH-LAUF = 2 PERFORM AUF-ERZEUG.
      *--------> Vertrag fortschreiben <-
       G.  ADD WS-PREIS TO WS-GESAMT.
           ADD 1 TO WZ-ERZ.
           IF WH-LAUF = 1 GO P.
           IF WH-FINAL = 1
               MOVE 9 TO MI-STATUS
               GO K.
           MOVE MI-NAECHST TO MI-ABVON WH-D6.
           MOVE MI-INTERV TO WH-MON.
           PERFORM MON-ADD.
           MOVE WH-D6 TO MI-NAECHST.
       K.  IF WH-AKNUM NOT = 0 MOVE WH-AKNUM TO MI-LAUFNUM.
           REWRITE MI-SATZ.
       P.  PERFORM PROT-ZEILE.
           GO D.
       W.  IF WZ-ERZ = 0 AND WZ-ZEILEN = 0
               DISPLAY "keine faelligen Mieten," AT 2401
               PERFORM WEITER
               ELSE PERFORM PROT-SUMME
               PERFORM END-DRU
               DISPLAY WZ-ERZ with highlight AT 2210
               " Mietvertraege." with highlight
               PERFORM WEITER.
           IF WH-LAUF = 2
               CLOSE AUFKOPF AUFTRAG
               IF WM-OPKON = 1 CLOSE KONSTANT.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Auftrag aus dem Mietvertrag erzeugen *
       AUF-ERZEUG SECTION.
       A.  MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-ABNUM.
           REWRITE KO-SATZ.
           COMPUTE WH-AKNUM = KO-ABNUM * 10 + 1.
           MOVE MI-KTONR TO DE-KTONR.
           IF WM-OPDEB = 0 INITIALIZE DE-SATZ
           ELSE READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ.
           INITIALIZE AK-SATZ.
           MOVE WH-AKNUM TO AK-NUM.
           MOVE DE-BEZ TO AK-BEZ.
           MOVE WH-DATUM TO AK-DATUM.
           MOVE MI-KTONR TO AK-KTONR.
           MOVE DE-REKTO TO AK-REKTO.
           MOVE DE-ANREDE TO AK-ANR.
           MOVE DE-KOND TO AK-KOND.
           MOVE DE-UST TO AK-UST.
           MOVE WB-NUM TO AK-ERFBEN.
           MOVE WH-DATUM TO AK-ERFDAT.
           MOVE 0 TO AK-STATUS AK-ART.
           MOVE MI-ABVON TO AK-LZVON.
           MOVE WH-ABBIS TO AK-LZBIS.
      *--------> EU-Privatkunde: Steuer des Bestimmungslands (OSS) <-
           MOVE MI-KTONR TO WOS-KTONR.
           MOVE DE-UST TO WOS-UST.
           MOVE DE-UID TO WOS-UID.
           CALL "GABOSS" USING "20OSSAUF" WH-CREG.
           WRITE AK-SATZ INVALID REWRITE AK-SATZ.
      *--------------------> Mietzeile ueber den Leistungsartikel <-
           INITIALIZE AU-SATZ.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-TZ.
           MOVE 1 TO AU-POS WH-POS.
           MOVE AR-NUM TO AU-ARNUM.
           MOVE AR-MEH TO AU-MEH.
           PERFORM AU-FAKTOR.
           MOVE WH-AUFAK TO AU-ANZ.
           MOVE WS-PREIS TO AU-PREIS AU-BET.
           MOVE AR-EKP TO AU-EKP.
           MOVE AR-UST TO AU-UST.
           MOVE AR-RAGRP TO AU-RAGRP.
           MOVE AR-MOGRP TO AU-MOGRP.
           MOVE AR-KAGRP TO AU-KAGRP.
           MOVE AR-GRP TO AU-GRP.
           MOVE AR-FOLGE TO AU-FOLGE.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE WH-GERBEZ TO AU-BEZ(1).
           MOVE SPACE TO AU-BEZ(2).
           STRING "Ser.Nr. " MI-SERNR DELIMITED BY SIZE
               INTO AU-BEZ(2).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
      *--------------------> Textzeilen: Vertrag, Zeitraum, Tarif <-
           MOVE MI-NUM TO WD-NUM.
           MOVE MI-ABVON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO WD-VON.
           MOVE WH-ABBIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE SPACE TO WT-TX.
           STRING "Mietvertrag " WD-NUM ", Miete " WD-VON " - "
               VDU-DATUM DELIMITED BY SIZE INTO WT-TX.
           PERFORM TEXT-ZEILE.
           MOVE WH-KOMBI TO WT-TX.
           PERFORM TEXT-ZEILE.
           IF WH-FINAL = 0 OR MI-RUEZUST = SPACE GO Z.
           MOVE SPACE TO WT-TX.
           STRING "Zustand bei Rueckgabe: " MI-RUEZUST
               DELIMITED BY SIZE INTO WT-TX.
           PERFORM TEXT-ZEILE.
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
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ******************************************************************
      *    guenstigste Kombination fuer WA-TAGE Miettage aus Monaten
      *    (30 Tage), Wochen (7 Tage) und Tagen; ein angefangener
      *    Monat bzw. eine angefangene Woche wird genommen, wenn sie
      *    billiger ist als die Einzeltage.  Ergebnis WS-PREIS und
      *    WH-BM/WH-BW/WH-BD (WH-GEF 0 = kein Satz passt)
      ******************************************************************
       PREIS-BER SECTION.
       A.  MOVE 0 TO WH-GEF WS-PREIS WH-BM WH-BW WH-BD.
           IF WA-TAGE < 1 GO Z.
           COMPUTE WH-MMAX = (WA-TAGE + 29) / 30.
           IF MT-MONAT = 0 MOVE 0 TO WH-MMAX.
           MOVE 0 TO WH-CM.
       C.  IF WH-CM > WH-MMAX GO Z.
           COMPUTE WH-RTAGE = WA-TAGE - WH-CM * 30.
           IF WH-RTAGE < 0 MOVE 0 TO WH-RTAGE.
           PERFORM PREIS-WOCHE.
           ADD 1 TO WH-CM.
           GO C.
       Z.  EXIT.
      ****** Wochen und Resttage zu WH-CM Monaten durchprobieren *
       PREIS-WOCHE SECTION.
       A.  COMPUTE WH-WMAX = (WH-RTAGE + 6) / 7.
           IF MT-WOCHE = 0 MOVE 0 TO WH-WMAX.
           MOVE 0 TO WH-CW.
       C.  IF WH-CW > WH-WMAX GO Z.
           COMPUTE WH-CD = WH-RTAGE - WH-CW * 7.
           IF WH-CD < 0 MOVE 0 TO WH-CD.
           IF WH-CD > 0 AND MT-TAG = 0 GO E.
           COMPUTE WS-KOST = WH-CM * MT-MONAT + WH-CW * MT-WOCHE
                           + WH-CD * MT-TAG.
           IF WH-GEF = 1 AND WS-KOST NOT < WS-PREIS GO E.
           MOVE 1 TO WH-GEF.
           MOVE WS-KOST TO WS-PREIS.
           MOVE WH-CM TO WH-BM.
           MOVE WH-CW TO WH-BW.
           MOVE WH-CD TO WH-BD.
       E.  ADD 1 TO WH-CW.
           GO C.
       Z.  EXIT.
      ****** Kombination als Text fuer Bildschirm und Auftrag *
       KOMBI-TEXT SECTION.
       A.  MOVE SPACE TO WH-KOMBI.
           MOVE WA-TAGE TO WD-TAGE.
           MOVE WH-BM TO WD-ZM.
           MOVE WH-BW TO WD-ZW.
           MOVE WH-BD TO WD-Z.
           STRING WD-TAGE " Miettage: " WD-ZM " Monat(e)"
               WD-ZW " Woche(n)" WD-Z " Tag(e)"
               DELIMITED BY SIZE INTO WH-KOMBI.
       Z.  EXIT.
      ************** Protokoll-/Vorschauzeile drucken *
       PROT-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WH-LAUF = 1
               MOVE "M i e t a b r e c h n u n g - Vorschau"
                   TO DRA-SATZ(2:)
               ELSE
               MOVE "M i e t a b r e c h n u n g - Protokoll"
                   TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(88:5).
           MOVE VDU-DATUM TO DRA-SATZ(93:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:99).
           PERFORM DRUCK.
           MOVE "Vertrag" TO DRA-SATZ(2:7).
           MOVE "Kunde" TO DRA-SATZ(11:5).
           MOVE "Seriennummer" TO DRA-SATZ(19:12).
           MOVE "von" TO DRA-SATZ(40:3).
           MOVE "bis" TO DRA-SATZ(50:3).
           MOVE "Tage" TO DRA-SATZ(59:4).
           MOVE "Miete" TO DRA-SATZ(73:5).
           MOVE "Auftrag" TO DRA-SATZ(80:7).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:99).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE MI-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(3:6).
           MOVE MI-KTONR TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(11:6).
           MOVE MI-SERNR TO DRA-SATZ(19:20).
           MOVE MI-ABVON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(40:8).
           MOVE WH-ABBIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(50:8).
           IF WH-FEHLTX NOT = SPACE
               MOVE WH-FEHLTX TO DRA-SATZ(60:24)
               GO X.
           MOVE WA-TAGE TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(59:4).
           MOVE WS-PREIS TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(64:14).
           IF WH-LAUF = 2
               MOVE WH-AKNUM TO WD-AUF
               MOVE WD-AUF TO DRA-SATZ(79:8).
           IF WH-FINAL = 1 MOVE "Rueckgabe" TO DRA-SATZ(89:9).
       X.  PERFORM DRUCK.
       Z.  EXIT.
      ************** Summe am Ende des Protokolls *
       PROT-SUMME SECTION.
       A.  IF WZ-ZEILEN = 0 GO Z.
           MOVE ALL "-" TO DRA-SATZ(64:14).
           PERFORM DRUCK.
           MOVE "Summe" TO DRA-SATZ(2:5).
           MOVE WS-GESAMT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(64:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Datumsrechnung: TAG-INT JJMMTT (WH-D6) in fortlaufende
      *    Tageszahl (WA-INT), INT-TAG zurueck, MON-ADD WH-MON Monate
      *    addieren (am Monatsende auf den letzten Tag gekuerzt),
      *    MON-LETZT Tage des Monats von WH-D6 in WH-LTAG
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
      ******************************************************************
       MON-ADD SECTION.
       A.  DIVIDE WH-D6 BY 10000 GIVING WH-JJ REMAINDER WH-MMTT.
           DIVIDE WH-MMTT BY 100 GIVING WH-MM REMAINDER WH-TT.
           ADD WH-MON TO WH-MM.
       B.  IF WH-MM > 12
               SUBTRACT 12 FROM WH-MM
               ADD 1 TO WH-JJ
               GO B.
           COMPUTE WH-D6 = WH-JJ * 10000 + WH-MM * 100 + 1.
           PERFORM MON-LETZT.
           IF WH-TT > WH-LTAG MOVE WH-LTAG TO WH-TT.
           COMPUTE WH-D6 = WH-JJ * 10000 + WH-MM * 100 + WH-TT.
       Z.  EXIT.
      ******************************************************************
       MON-LETZT SECTION.
       A.  DIVIDE WH-D6 BY 10000 GIVING WH-JJ REMAINDER WH-MMTT.
           DIVIDE WH-MMTT BY 100 GIVING WH-MM.
           COMPUTE WX-DATUM = WH-JJ * 10000 + WH-MM * 100 + 20000001.
           COMPUTE WA-INT2 = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WH-MM = 12
               COMPUTE WX-DATUM = (WH-JJ + 1) * 10000 + 20000101
           ELSE COMPUTE WX-DATUM = WH-JJ * 10000 + (WH-MM + 1) * 100
                                 + 20000001.
           COMPUTE WH-LTAG = FUNCTION INTEGER-OF-DATE(WX-DATUM)
                           - WA-INT2.
       Z.  EXIT.
