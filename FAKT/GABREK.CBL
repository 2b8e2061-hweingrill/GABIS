      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABREK.
      ******************************************************************
      *   Reklamationen (GABISREK.DAT) zu Kunde, Auftrag und Artikel,  *
      *   wahlweise mit Charge (GABISCHG.DAT) oder Seriennummer        *
      *   (GABISSER.DAT); der Lieferant kommt aus Seriennummer,        *
      *   Charge oder Artikel.  Ursache (Texte KONSTANT 189),          *
      *   zustaendiger Benutzer, Status und Erledigung: Gutschrift,    *
      *   Ersatzlieferung, Reparatur oder abgelehnt.  Gutschrift und   *
      *   Ersatzlieferung werden direkt als Auftrag erzeugt (AK-ART 9  *
      *   bzw. 0, wie der Bonuslauf GABBONUS) und gehen in die         *
      *   normale Fakturierung; Kosten der Erledigung = Gutschrifts-   *
      *   betrag, EK der Ersatzware bzw. erfasste Reparaturkosten.     *
      *   Die Monatsauswertung (REKLAM.LST) zeigt Anzahl, Menge und    *
      *   Kosten je Artikel, Warengruppe, Lieferant und Ursache.       *
      *   Ohne EK-Recht (KU-EKSICHT) bleiben die Kosten der            *
      *   Ersatzlieferung am Schirm und die Kostenspalte der           *
      *   Auswertung leer.                                             *
      *   Die erzeugten Zeilen gehen in die Verkaufshistorie (GABAHI). *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEREK.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSECHG.CPY.
           COPY GABSESER.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABREKLA.CPY.
       COPY GABANBOT.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
       COPY GABCHARG.CPY.
       COPY GABSERIE.CPY.
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
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAUF                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAUP                PIC 9         COMP  VALUE ZERO.
           03  WM-OPCHG                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSER                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-ANZ                  PIC 9(5)      COMP.
           03  WH-RKNR                 PIC 9(6)      COMP.
           03  WH-RKSATZ               PIC X(200).
           03  WH-NEU                  PIC 9         COMP.
           03  WH-BEN                  PIC 99        COMP.
           03  WH-BNAME                PIC X(20).
           03  WH-VDAT                 PIC 9(8)      COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WH-LIEFV                PIC X(5).
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WH-PREIS                PIC S9(7)V99  COMP-3.
           03  WH-RAB                  PIC S99V9     COMP-3.
           03  WH-KOST                 PIC S9(7)V99  COMP-3.
           03  WH-UX                   PIC 99        COMP.
           03  WH-IX                   PIC 9(4)      COMP.
           03  WH-MAX                  PIC 9(4)      COMP.
           03  WV-MONAT                PIC 9(4)      COMP.
           03  WH-MON                  PIC 99        COMP.
           03  WH-JJ                   PIC 99        COMP.
           03  WH-VON                  PIC 9(8)      COMP.
           03  WH-BIS                  PIC 9(8)      COMP.
           03  WD-NR                   PIC ZZZZZ9.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-ANZ                  PIC Z.ZZZ.ZZ9-.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-BETX REDEFINES WD-BET PIC X(14).
           03  WD-ZAHL                 PIC ZZ.ZZ9.
           03  WD-PROZ                 PIC ZZ9,9.
           03  WD-BEN                  PIC Z9.
           03  WD-MON                  PIC 99.
       01  WV-CAUP.
           03  FILLER                  PIC XX        VALUE "12".
           03  WV-CZEI                 PIC 99.
           03  WV-CSPA                 PIC 99.
           03  FILLER                  PIC X(4)      VALUE "0112".
      *--------------> Ursachentexte, Vorgabe ohne KONSTANT 189 <-
       01  WU-VORGABE.
           03  FILLER                  PIC X(12) VALUE "Ware defekt".
           03  FILLER                  PIC X(12) VALUE "Falschlief.".
           03  FILLER                  PIC X(12) VALUE "Fehlmenge".
           03  FILLER                  PIC X(12) VALUE "Transport".
           03  FILLER                  PIC X(12) VALUE "Qualitaet".
           03  FILLER                  PIC X(12) VALUE "Verpackung".
           03  FILLER                  PIC X(12) VALUE "Termin".
           03  FILLER                  PIC X(12) VALUE "Bedienung".
           03  FILLER                  PIC X(12) VALUE "Sonstiges".
       01  WU-VTAB REDEFINES WU-VORGABE.
           03  WU-VTEXT                PIC X(12)     OCCURS 9.
       01  WU-TAB.
           03  WU-TEXT                 PIC X(12)     OCCURS 9.
      *--------------------> Monatsauswertung <-
       01  WA-AUSW.
           03  WA-AANZ                 PIC 9(4)      COMP.
           03  WA-ART                                OCCURS 300.
               05  WA-ANUM             PIC 9(6)      COMP.
               05  WA-AZAHL            PIC 9(5)      COMP.
               05  WA-AMENGE           PIC S9(9)     COMP-3.
               05  WA-AKOST            PIC S9(9)V99  COMP-3.
               05  WA-AGEDR            PIC 9         COMP.
           03  WA-LANZ                 PIC 9(4)      COMP.
           03  WA-LIEFT                              OCCURS 200.
               05  WA-LNR              PIC X(5).
               05  WA-LZAHL            PIC 9(5)      COMP.
               05  WA-LMENGE           PIC S9(9)     COMP-3.
               05  WA-LKOST            PIC S9(9)V99  COMP-3.
               05  WA-LGEDR            PIC 9         COMP.
           03  WA-GRPT                               OCCURS 100.
               05  WA-GZAHL            PIC 9(5)      COMP.
               05  WA-GMENGE           PIC S9(9)     COMP-3.
               05  WA-GKOST            PIC S9(9)V99  COMP-3.
           03  WA-URST                               OCCURS 10.
               05  WA-UZAHL            PIC 9(5)      COMP.
               05  WA-UMENGE           PIC S9(9)     COMP-3.
               05  WA-UKOST            PIC S9(9)V99  COMP-3.
           03  WA-SMENGE               PIC S9(9)     COMP-3.
           03  WA-SKOST                PIC S9(9)V99  COMP-3.
      *--------------------> eine Zeile der Auswertung <-
       01  WQ-ZEILE.
           03  WQ-SCHL                 PIC X(8).
           03  WQ-BEZ                  PIC X(30).
           03  WQ-ZAHL                 PIC 9(5)      COMP.
           03  WQ-MENGE                PIC S9(9)     COMP-3.
           03  WQ-KOST                 PIC S9(9)V99  COMP-3.
           03  WQ-TITEL                PIC X(40).
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REKLAM.
       A.  CALL "CADECL" USING "GABISREK.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON CHARGEN.
       A.  CALL "CADECL" USING "GABISCHG.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SERIEN.
       A.  CALL "CADECL" USING "GABISSER.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
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
           IF WL-CA = 10 PERFORM REK-MENU GO W.
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
       REK-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Reklamationen " with highlight AT VDU-LP.
           OPEN I-O REKLAM.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT REKLAM
               CLOSE REKLAM
               OPEN I-O REKLAM.
           PERFORM DAT-OEFF.
           PERFORM URS-LESEN.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Reklamation erfassen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Monatsauswertung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Ursachen pflegen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM REK-PFLEGE
               WHEN 2 PERFORM REK-AUSW
               WHEN 3 PERFORM URS-PFLEGE
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE REKLAM.
           PERFORM DAT-SCHL.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Stammdateien lesend, Auftraege und KONSTANT (Auftrags-
      *    nummer) zum Schreiben; ist eine Datei schon offen
      *    (GABVORL), wird sie nur benutzt und nicht geschlossen
      ******************************************************************
       DAT-OEFF SECTION.
       A.  MOVE 0 TO WM-OPKON WM-OPDEB WM-OPART WM-OPAUF WM-OPAUP
                     WM-OPCHG WM-OPSER WM-OPLIS.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN I-O AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAUF.
           OPEN I-O AUFTRAG.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAUP.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT CHARGEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPCHG.
           OPEN INPUT SERIEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSER.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
           COMPUTE WA-HEUTE = WH-DATUM + 20000000.
       Z.  EXIT.
      ******************************************************************
       DAT-SCHL SECTION.
       A.  IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPAUF = 1 CLOSE AUFKOPF.
           IF WM-OPAUP = 1 CLOSE AUFTRAG.
           CALL "GABAHI" USING "90AHIENDE" WH-CREG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPCHG = 1 CLOSE CHARGEN.
           IF WM-OPSER = 1 CLOSE SERIEN.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
       Z.  EXIT.
      ******************* Ursachentexte aus KONSTANT 189 (Vorgaben) *
       URS-LESEN SECTION.
       A.  MOVE WU-VTAB TO WU-TAB.
           MOVE 189 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE 0 TO WH-UX.
       B.  ADD 1 TO WH-UX.
           IF WH-UX > 9 GO Z.
           IF KRK-TEXT(WH-UX) NOT = SPACE
               MOVE KRK-TEXT(WH-UX) TO WU-TEXT(WH-UX).
           GO B.
       Z.  EXIT.
      ******************************************************************
      *    Reklamation erfassen/bearbeiten; Gutschrift bzw. Ersatz-
      *    lieferung wird nach dem Speichern als Auftrag erzeugt
      ******************************************************************
       REK-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Reklamation " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nummer..........:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunde...........:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftrag.........:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel.........:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Menge...........:" AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Charge..........:" AT VDU-LP.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Seriennummer....:" AT VDU-LP.
           ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lieferant.......:" AT VDU-LP.
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ursache.........:" AT VDU-LP.
           ADD 1103 VDU-ECK GIVING VDU-LP.
           DISPLAY "zustaendig......:" AT VDU-LP.
           ADD 1203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Beschreibung....:" AT VDU-LP.
           ADD 1303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Status..........:" AT VDU-LP.
           ADD 1325 VDU-ECK GIVING VDU-LP.
           DISPLAY "0=offen 1=in Arbeit 2=erledigt" AT VDU-LP.
           ADD 1403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Erledigung......:" AT VDU-LP.
           ADD 1425 VDU-ECK GIVING VDU-LP.
           DISPLAY "1=Gutschrift 2=Ersatz 3=Reparatur 4=abgelehnt"
               AT VDU-LP.
           ADD 1503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kosten..........:" AT VDU-LP.
           ADD 1540 VDU-ECK GIVING VDU-LP.
           DISPLAY "Beleg (Auftrag):" AT VDU-LP.
      *---------------------------------> Nummer <-
       D.  DISPLAY "<esc>= zurueck, <ret>= Nummer (0 = neu)" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002216006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO D.
           MOVE WH-NUM TO WH-RKNR.
           IF WH-RKNR = 0 PERFORM REK-NEUSATZ GO E.
           MOVE WH-RKNR TO RK-NR.
           MOVE 0 TO WH-NEU.
           READ REKLAM INVALID
               DISPLAY "Reklamation nicht vorhanden" AT 2401 GO D.
           IF ZUGRIF PERFORM BESETZT GO D.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Kunde <-
       E.  DISPLAY "<esc>= zurueck, <ret>= Kontonummer" AT 2301.
           MOVE RK-KTONR TO WH-NUM.
           CALL "CAUP" USING "1003216006" WH-CREG.
           IF ESC GO Q.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               DISPLAY "Kunde nicht vorhanden!" AT 2401 GO E.
           MOVE WH-NUM TO RK-KTONR.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Auftrag <-
       F.  DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer (0 = ohne)"
               AT 2301.
           MOVE RK-AUFNR TO WH-NUM.
           CALL "CAUP" USING "1004216008" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           MOVE WH-NUM TO RK-AUFNR.
           IF RK-AUFNR = 0 GO G.
           MOVE RK-AUFNR TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401 GO F.
           IF AK-KTONR NOT = RK-KTONR
               DISPLAY "Auftrag gehoert zu einem anderen Kunden!"
                   AT 2401 GO F.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Artikel <-
       G.  DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE RK-ARNUM TO WH-NUM.
           CALL "CAUP" USING "1005216006" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO G.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401 GO G.
           MOVE WH-NUM TO RK-ARNUM.
           MOVE AR-GRP TO RK-GRP.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Menge <-
       H.  DISPLAY "<esc>= zurueck, <ret>= reklamierte Menge" AT 2301.
           MOVE RK-ANZ TO WH-NUM.
           CALL "CAUP" USING "1006216007" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-NUM = 0 GO H.
           MOVE WH-NUM TO RK-ANZ.
      *---------------------------------> Charge <-
       I.  DISPLAY "<esc>= zurueck, <ret>= Charge (leer = ohne)"
               AT 2301.
           MOVE RK-CHARGE TO WT-TX.
           CALL "CAUP" USING "1207210115" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO I.
           MOVE WT-TX TO RK-CHARGE.
           IF RK-CHARGE = SPACE GO J.
           MOVE RK-ARNUM TO CH-ARNUM.
           MOVE RK-CHARGE TO CH-CHARGE.
           READ CHARGEN IGNORE LOCK INVALID
               DISPLAY "Charge zum Artikel unbekannt!" AT 2401 GO I.
      *---------------------------------> Seriennummer <-
       J.  DISPLAY "<esc>= zurueck, <ret>= Seriennummer (leer = ohne)"
               AT 2301.
           MOVE RK-SERNR TO WT-TX.
           CALL "CAUP" USING "1208210120" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO J.
           MOVE WT-TX TO RK-SERNR.
           IF RK-SERNR = SPACE GO K.
           MOVE RK-SERNR TO SE-SERNR.
           READ SERIEN IGNORE LOCK INVALID
               DISPLAY "Seriennummer unbekannt!" AT 2401 GO J.
           IF SE-ARNUM NOT = RK-ARNUM
               DISPLAY "Seriennummer gehoert zu einem anderen Artikel!"
                   AT 2401 GO J.
      *---------------------------------> Lieferant <-
       K.  PERFORM LIEF-HOLEN.
           IF RK-LIEF = SPACE MOVE WH-LIEFV TO RK-LIEF.
           PERFORM REK-ZEIGEN.
           DISPLAY "<esc>= zurueck, <ret>= Lieferant" AT 2301.
           MOVE RK-LIEF TO WT-TX.
           CALL "CAUP" USING "1209210105" WH-CREG.
           IF ESC GO J.
           IF NOT RET GO K.
           MOVE WT-TX TO RK-LIEF.
           IF RK-LIEF = SPACE GO L.
           MOVE RK-LIEF TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID
               DISPLAY "Lieferant unbekannt!" AT 2401 GO K.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Ursache <-
       L.  DISPLAY "<esc>= zurueck, <ret>= Ursache 1-9" AT 2301.
           MOVE RK-URSACHE TO WH-NUM.
           CALL "CAUP" USING "1010211001" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO L.
           IF WH-NUM = 0 GO L.
           MOVE WH-NUM TO RK-URSACHE.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Benutzer <-
       M.  DISPLAY "<esc>= zurueck, <ret>= zustaendiger Benutzer"
               AT 2301.
           MOVE RK-BEN TO WH-NUM.
           CALL "CAUP" USING "1011212002" WH-CREG.
           IF ESC GO L.
           IF NOT RET GO M.
           MOVE WH-NUM TO WH-BEN.
           PERFORM BEN-NAME.
           IF WH-BEN = 0 OR WH-BNAME = SPACE
               DISPLAY "Benutzer unbekannt!" AT 2401 GO M.
           MOVE WH-BEN TO RK-BEN.
           PERFORM REK-ZEIGEN.
      *---------------------------------> Beschreibung <-
       N.  DISPLAY "<esc>= zurueck, <ret>= Beschreibung" AT 2301.
           MOVE RK-TEXT TO WT-TX.
           CALL "CAUP" USING "1212210140" WH-CREG.
           IF ESC GO M.
           IF NOT RET GO N.
           MOVE WT-TX TO RK-TEXT.
      *---------------------------------> Status <-
       O.  DISPLAY "<esc>= zurueck, <ret>= Status" AT 2301.
           MOVE RK-STATUS TO WH-NUM.
           CALL "CAUP" USING "1013211001" WH-CREG.
           IF ESC GO N.
           IF NOT RET GO O.
           IF WH-NUM > 2 GO O.
           MOVE WH-NUM TO RK-STATUS.
      *---------------------------------> Erledigung <-
       P.  DISPLAY "<esc>= zurueck, <ret>= Erledigung (0 = noch keine)"
               AT 2301.
           MOVE RK-LOESUNG TO WH-NUM.
           CALL "CAUP" USING "1014211001" WH-CREG.
           IF ESC GO O.
           IF NOT RET GO P.
           IF WH-NUM > 4 GO P.
           IF RK-BELEG > 0 AND WH-NUM NOT = RK-LOESUNG
               DISPLAY "Beleg ist schon erzeugt!" AT 2401 GO P.
           MOVE WH-NUM TO RK-LOESUNG.
           IF RK-ABGELEHNT MOVE 0 TO RK-KOSTEN.
           PERFORM REK-ZEIGEN.
           IF NOT RK-REPARATUR GO R.
      *---------------------------------> Reparaturkosten <-
       P2. DISPLAY "<esc>= zurueck, <ret>= Kosten der Reparatur"
               AT 2301.
           MOVE RK-KOSTEN TO WH-WERT.
           CALL "CAUP" USING "1015216209" WH-CREG.
           IF ESC GO P.
           IF NOT RET GO P2.
           IF WH-WERT < 0 GO P2.
           MOVE WH-WERT TO RK-KOSTEN.
           PERFORM REK-ZEIGEN.
       R.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Q.
           IF NOT RET GO R.
           IF RK-ERLEDIGT AND RK-ERLDAT = 0
               MOVE WA-HEUTE TO RK-ERLDAT.
           IF NOT RK-ERLEDIGT MOVE 0 TO RK-ERLDAT.
           IF WH-NEU = 1 PERFORM REK-NUMMER MOVE 0 TO WH-NEU
           ELSE REWRITE RK-SATZ.
           PERFORM REK-ZEIGEN.
           DISPLAY "gespeichert." with highlight AT 2401.
           IF RK-BELEG > 0 OR NOT (RK-GUTSCHRIFT OR RK-ERSATZ)
               PERFORM WEITER GO Q.
      *---------------------------------> Beleg erzeugen <-
           IF RK-GUTSCHRIFT
               DISPLAY "Gutschrift erzeugen? <ret>= ja, <esc>= spaeter"
                   AT 2301
           ELSE
               DISPLAY "Ersatz erzeugen? <ret>= ja, <esc>= spaeter"
                   AT 2301.
           CALL "CAUP" USING "0023601000" WH-CREG.
           IF NOT RET GO Q.
           PERFORM BELEG-ERZEUG.
           READ REKLAM INVALID GO Q.
           MOVE WH-AKNUM TO RK-BELEG.
           MOVE WH-KOST TO RK-KOSTEN.
           REWRITE RK-SATZ.
           PERFORM REK-ZEIGEN.
           MOVE RK-BELEG TO WD-AUF.
           DISPLAY "Auftrag" AT 2401 WD-AUF with highlight
               " erzeugt." with highlight.
           PERFORM WEITER.
       Q.  UNLOCK REKLAM.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       REK-NEUSATZ SECTION.
       A.  INITIALIZE RK-SATZ.
           MOVE 1 TO WH-NEU.
           MOVE WA-HEUTE TO RK-DATUM.
           MOVE WB-NUM TO RK-BEN RK-ANLBEN.
           PERFORM REK-ZEIGEN.
       Z.  EXIT.
      ******** naechste freie Nummer vergeben und Satz schreiben *
       REK-NUMMER SECTION.
       A.  MOVE RK-SATZ TO WH-RKSATZ.
           MOVE 999999 TO RK-NR.
           START REKLAM KEY < RK-NR INVALID MOVE 0 TO RK-NR GO B.
           READ REKLAM PREVIOUS IGNORE LOCK AT END MOVE 0 TO RK-NR.
       B.  MOVE RK-NR TO WH-RKNR.
           MOVE WH-RKSATZ TO RK-SATZ.
       C.  ADD 1 TO WH-RKNR.
           MOVE WH-RKNR TO RK-NR.
           WRITE RK-SATZ INVALID GO C.
       Z.  EXIT.
      ***************** Lieferant aus Seriennummer, Charge, Artikel *
       LIEF-HOLEN SECTION.
       A.  MOVE SPACE TO WH-LIEFV.
           IF RK-SERNR = SPACE GO C.
           MOVE RK-SERNR TO SE-SERNR.
           READ SERIEN IGNORE LOCK INVALID GO C.
           MOVE SE-LIEF TO WH-LIEFV.
           IF WH-LIEFV NOT = SPACE GO Z.
       C.  IF RK-CHARGE = SPACE GO E.
           MOVE RK-ARNUM TO CH-ARNUM.
           MOVE RK-CHARGE TO CH-CHARGE.
           READ CHARGEN IGNORE LOCK INVALID GO E.
           MOVE CH-LIEF TO WH-LIEFV.
           IF WH-LIEFV NOT = SPACE GO Z.
       E.  MOVE RK-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           MOVE AR-LIEF TO WH-LIEFV.
       Z.  EXIT.
      ******************************************************************
       REK-ZEIGEN SECTION.
       A.  ADD 221 VDU-ECK GIVING VDU-LP.
           IF WH-NEU = 1 DISPLAY "neu   " with highlight AT VDU-LP
           ELSE
               MOVE RK-NR TO WD-NR
               DISPLAY WD-NR with highlight AT VDU-LP.
           MOVE RK-DATUM TO WH-VDAT.
           PERFORM DAT-ANZ.
           ADD 230 VDU-ECK GIVING VDU-LP.
           DISPLAY "vom" AT VDU-LP.
           ADD 234 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM AT VDU-LP.
           MOVE RK-KTONR TO WD-NR.
           ADD 321 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NR with highlight AT VDU-LP.
           MOVE SPACE TO WT-BEZ.
           IF RK-KTONR > 0
               MOVE RK-KTONR TO DE-KTONR
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO WT-BEZ
               INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:45) AT VDU-LP.
           MOVE RK-AUFNR TO WD-AUF.
           ADD 421 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-AUF with highlight AT VDU-LP.
           MOVE RK-ARNUM TO WD-NR.
           ADD 521 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NR with highlight AT VDU-LP.
           MOVE SPACE TO WT-BEZ.
           IF RK-ARNUM > 0
               MOVE RK-ARNUM TO AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA
               END-READ
               MOVE AR-BEZA TO WT-BEZ.
           ADD 530 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:30) AT VDU-LP.
           MOVE RK-ANZ TO WD-ANZ.
           ADD 621 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 721 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-CHARGE with highlight AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-SERNR with highlight AT VDU-LP.
           ADD 921 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-LIEF with highlight AT VDU-LP.
           MOVE SPACE TO WT-BEZ.
           IF RK-LIEF NOT = SPACE
               MOVE RK-LIEF TO LS-LIEF
               READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ
               END-READ
               MOVE LS-BEZ TO WT-BEZ.
           ADD 930 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:30) AT VDU-LP.
           ADD 1021 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-URSACHE with highlight AT VDU-LP.
           ADD 1025 VDU-ECK GIVING VDU-LP.
           IF RK-URSACHE > 0 DISPLAY WU-TEXT(RK-URSACHE) AT VDU-LP
           ELSE DISPLAY SPACE AT VDU-LP.
           MOVE RK-BEN TO WD-BEN WH-BEN.
           PERFORM BEN-NAME.
           ADD 1121 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BEN with highlight AT VDU-LP.
           ADD 1125 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-BNAME AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-TEXT with highlight AT VDU-LP.
           ADD 1321 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-STATUS with highlight AT VDU-LP.
           ADD 1421 VDU-ECK GIVING VDU-LP.
           DISPLAY RK-LOESUNG with highlight AT VDU-LP.
           MOVE RK-KOSTEN TO WD-BET.
      *--------> EK der Ersatzware nur mit EK-Recht <-
           IF WB-EKVERBOT AND RK-ERSATZ MOVE SPACE TO WD-BETX.
           ADD 1521 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE RK-BELEG TO WD-AUF.
           ADD 1557 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-AUF with highlight AT VDU-LP.
       Z.  EXIT.
      ****************** Datum JJJJMMTT aus WH-VDAT nach VDU-DATUM *
       DAT-ANZ SECTION.
       A.  MOVE SPACE TO VDU-DATUM.
           IF WH-VDAT = 0 GO Z.
           COMPUTE WZ-DATUM = WH-VDAT - 20000000.
           MOVE WZ-TAG TO VDU-TAG.
           MOVE WZ-MONAT TO VDU-MONAT.
           MOVE WZ-JAHR TO VDU-JAHR.
           MOVE "." TO VDU-A VDU-B.
       Z.  EXIT.
      ********* Name des Benutzers WH-BEN (KONSTANT 130 + WH-BEN) *
       BEN-NAME SECTION.
       A.  MOVE SPACE TO WH-BNAME.
           IF WH-BEN < 1 OR WH-BEN > 20 GO Z.
           ADD WH-BEN 130 GIVING WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE KU-NAME TO WH-BNAME.
       Z.  EXIT.
      ******************************************************************
      *    Gutschrift (AK-ART 9) bzw. Ersatzlieferung (AK-ART 0) als
      *    Auftrag erzeugen (wie GABBONUS): Preis der Gutschrift aus
      *    der Position des reklamierten Auftrags, sonst der VK;
      *    Ersatzware ohne Berechnung.  WH-AKNUM = neue Auftrags-
      *    nummer, WH-KOST = Kosten der Erledigung
      ******************************************************************
       BELEG-ERZEUG SECTION.
       A.  MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-ABNUM.
           REWRITE KO-SATZ.
           COMPUTE WH-AKNUM = KO-ABNUM * 10 + 1.
           MOVE RK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ.
           MOVE RK-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID INITIALIZE AR-SATZ.
           MOVE 0 TO WH-PREIS WH-RAB.
           IF RK-GUTSCHRIFT PERFORM PREIS-SUCHEN.
           INITIALIZE AK-SATZ.
           MOVE WH-AKNUM TO AK-NUM.
           MOVE DE-BEZ TO AK-BEZ.
           MOVE WH-DATUM TO AK-DATUM AK-ERFDAT.
           MOVE RK-KTONR TO AK-KTONR.
           MOVE DE-REKTO TO AK-REKTO.
           MOVE DE-ANREDE TO AK-ANR.
           MOVE DE-KOND TO AK-KOND.
           MOVE DE-UST TO AK-UST.
           MOVE WB-NUM TO AK-ERFBEN.
           IF RK-GUTSCHRIFT MOVE 9 TO AK-ART
           ELSE MOVE 0 TO AK-ART.
           MOVE 0 TO AK-STATUS.
           WRITE AK-SATZ INVALID REWRITE AK-SATZ.
           INITIALIZE AU-SATZ.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-TZ.
           MOVE 1 TO AU-POS.
           MOVE RK-ARNUM TO AU-ARNUM.
           MOVE AR-MEH TO AU-MEH.
           MOVE RK-ANZ TO AU-ANZ.
           MOVE WH-PREIS TO AU-PREIS.
           MOVE WH-RAB TO AU-RAB.
           COMPUTE AU-BET ROUNDED =
               RK-ANZ * WH-PREIS * (100 - WH-RAB) / 100.
           MOVE AR-EKP TO AU-EKP.
           MOVE AR-UST TO AU-UST.
           MOVE AR-RAGRP TO AU-RAGRP.
           MOVE AR-MOGRP TO AU-MOGRP.
           MOVE AR-KAGRP TO AU-KAGRP.
           MOVE AR-GRP TO AU-GRP.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE AR-BEZA TO AU-BEZ(1).
           MOVE "Reklamation" TO AU-BEZ(2).
           MOVE RK-NR TO WD-NR.
           MOVE WD-NR TO AU-BEZ(2)(13:6).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           CALL "GABAHI" USING "20AHIZEIL" WH-CREG.
           IF RK-GUTSCHRIFT MOVE AU-BET TO WH-KOST
           ELSE COMPUTE WH-KOST ROUNDED = AR-EKP * RK-ANZ.
       Z.  EXIT.
      ******** Preis und Rabatt der Artikelzeile im Ursprungsauftrag *
       PREIS-SUCHEN SECTION.
       A.  MOVE AR-VKP TO WH-PREIS.
           IF RK-AUFNR = 0 GO Z.
           MOVE RK-AUFNR TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       B.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = RK-AUFNR GO Z.
           IF AU-ARNUM NOT = RK-ARNUM GO B.
           MOVE AU-PREIS TO WH-PREIS.
           MOVE AU-RAB TO WH-RAB.
       Z.  EXIT.
      ******************* Ursachentexte pflegen (KONSTANT 189) *
       URS-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Reklamationsursachen " with highlight AT VDU-LP.
           MOVE 0 TO WH-UX.
       B.  ADD 1 TO WH-UX.
           IF WH-UX > 9 GO C.
           COMPUTE VDU-LP = VDU-ECK + (WH-UX + 2) * 100 + 3.
           MOVE WH-UX TO WD-BEN.
           DISPLAY "Ursache" AT VDU-LP WD-BEN.
           ADD 18 TO VDU-LP.
           DISPLAY WU-TEXT(WH-UX) with highlight AT VDU-LP.
           GO B.
       C.  MOVE 0 TO WH-UX.
       D.  ADD 1 TO WH-UX.
           IF WH-UX > 9 GO M.
       E.  DISPLAY "<esc>= zurueck, <ret>= Text der Ursache" AT 2301.
           COMPUTE WV-CZEI = WH-UX + 2.
           MOVE 21 TO WV-CSPA.
           MOVE WU-TEXT(WH-UX) TO WT-TX.
           CALL "CAUP" USING WV-CAUP WH-CREG.
           IF ESC AND WH-UX = 1 GO Y.
           IF ESC SUBTRACT 2 FROM WH-UX GO D.
           IF NOT RET GO E.
           IF WT-TX = SPACE MOVE WU-VTEXT(WH-UX) TO WT-TX.
           MOVE WT-TX TO WU-TEXT(WH-UX).
           GO D.
       M.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC PERFORM URS-LESEN GO Y.
           IF NOT RET GO M.
           MOVE 189 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-RKSATZ
               MOVE 189 TO KO-NUM.
           MOVE WU-TAB TO KO-RKSATZ(3:108).
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Monatsauswertung: Reklamationen des Monats (RK-DATUM) je
      *    Artikel, Warengruppe, Lieferant und Ursache mit Anzahl,
      *    Anteil, Menge und Kosten der Erledigung; Artikel und
      *    Lieferanten nach Anzahl absteigend
      ******************************************************************
       REK-AUSW SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Monatsauswertung " with highlight AT VDU-LP.
           MOVE WH-DATUM TO WZ-DATUM.
           COMPUTE WV-MONAT = WZ-MONAT * 100 + WZ-JAHR.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Monat (MMJJ):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Monat" AT 2301.
           MOVE WV-MONAT TO WH-NUM.
           CALL "CAUP" USING "1002186004" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WV-MONAT.
           DIVIDE WV-MONAT BY 100 GIVING WH-MON REMAINDER WH-JJ.
           IF WH-MON < 1 OR WH-MON > 12 GO C.
           COMPUTE WH-VON = 20000000 + WH-JJ * 10000 + WH-MON * 100.
           COMPUTE WH-BIS = WH-VON + 31.
           INITIALIZE WA-AUSW.
           MOVE 0 TO WZ-ANZ.
           MOVE WH-VON TO RK-DATUM.
           START REKLAM KEY NOT < RK-DATUM INVALID GO E.
       D.  READ REKLAM NEXT IGNORE LOCK AT END GO E.
           IF RK-DATUM > WH-BIS GO E.
           PERFORM AUSW-SAMMELN.
           ADD 1 TO WZ-ANZ.
           GO D.
       E.  IF WZ-ANZ = 0
               DISPLAY "keine Reklamationen im Monat," AT 2401
               PERFORM WEITER GO C.
           MOVE "REKLAM.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN.
           PERFORM AUSW-DRUCK.
           PERFORM END-DRU.
           MOVE WZ-ANZ TO WD-ZAHL.
           DISPLAY WD-ZAHL with highlight AT 2401
               " Reklamationen, Liste REKLAM.LST." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       AUSW-SAMMELN SECTION.
       A.  ADD RK-ANZ TO WA-SMENGE.
           ADD RK-KOSTEN TO WA-SKOST.
           ADD 1 TO WA-GZAHL(RK-GRP + 1) WA-UZAHL(RK-URSACHE + 1).
           ADD RK-ANZ TO WA-GMENGE(RK-GRP + 1)
                         WA-UMENGE(RK-URSACHE + 1).
           ADD RK-KOSTEN TO WA-GKOST(RK-GRP + 1)
                            WA-UKOST(RK-URSACHE + 1).
      *--------------------> Artikel <-
           MOVE 0 TO WH-IX.
       B.  ADD 1 TO WH-IX.
           IF WH-IX > WA-AANZ GO C.
           IF WA-ANUM(WH-IX) = RK-ARNUM GO D.
           GO B.
       C.  IF WA-AANZ NOT < 300 GO E.
           ADD 1 TO WA-AANZ.
           MOVE WA-AANZ TO WH-IX.
           MOVE RK-ARNUM TO WA-ANUM(WH-IX).
       D.  ADD 1 TO WA-AZAHL(WH-IX).
           ADD RK-ANZ TO WA-AMENGE(WH-IX).
           ADD RK-KOSTEN TO WA-AKOST(WH-IX).
      *--------------------> Lieferant <-
       E.  MOVE 0 TO WH-IX.
       F.  ADD 1 TO WH-IX.
           IF WH-IX > WA-LANZ GO G.
           IF WA-LNR(WH-IX) = RK-LIEF GO H.
           GO F.
       G.  IF WA-LANZ NOT < 200 GO Z.
           ADD 1 TO WA-LANZ.
           MOVE WA-LANZ TO WH-IX.
           MOVE RK-LIEF TO WA-LNR(WH-IX).
       H.  ADD 1 TO WA-LZAHL(WH-IX).
           ADD RK-ANZ TO WA-LMENGE(WH-IX).
           ADD RK-KOSTEN TO WA-LKOST(WH-IX).
       Z.  EXIT.
      ******************************************************************
       AUSW-DRUCK SECTION.
      *--------------------> je Artikel, meiste zuerst <-
       A.  MOVE "nach Artikel" TO WQ-TITEL.
           PERFORM AUSW-TITEL.
       B.  MOVE 0 TO WH-MAX.
           MOVE 0 TO WH-IX.
       C.  ADD 1 TO WH-IX.
           IF WH-IX > WA-AANZ GO D.
           IF WA-AGEDR(WH-IX) = 1 GO C.
           IF WH-MAX = 0 MOVE WH-IX TO WH-MAX GO C.
           IF WA-AZAHL(WH-IX) > WA-AZAHL(WH-MAX)
              OR (WA-AZAHL(WH-IX) = WA-AZAHL(WH-MAX)
                  AND WA-AKOST(WH-IX) > WA-AKOST(WH-MAX))
               MOVE WH-IX TO WH-MAX.
           GO C.
       D.  IF WH-MAX = 0 GO E.
           MOVE 1 TO WA-AGEDR(WH-MAX).
           MOVE WA-ANUM(WH-MAX) TO WD-NR AR-NUM.
           MOVE WD-NR TO WQ-SCHL.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO WQ-BEZ.
           MOVE WA-AZAHL(WH-MAX) TO WQ-ZAHL.
           MOVE WA-AMENGE(WH-MAX) TO WQ-MENGE.
           MOVE WA-AKOST(WH-MAX) TO WQ-KOST.
           PERFORM AUSW-ZEILE.
           GO B.
      *--------------------> je Warengruppe <-
       E.  MOVE "nach Warengruppe" TO WQ-TITEL.
           PERFORM AUSW-TITEL.
           MOVE 0 TO WH-IX.
       F.  ADD 1 TO WH-IX.
           IF WH-IX > 100 GO G.
           IF WA-GZAHL(WH-IX) = 0 GO F.
           SUBTRACT 1 FROM WH-IX GIVING WD-MON.
           MOVE WD-MON TO WQ-SCHL.
           MOVE "Warengruppe" TO WQ-BEZ.
           MOVE WD-MON TO WQ-BEZ(13:2).
           MOVE WA-GZAHL(WH-IX) TO WQ-ZAHL.
           MOVE WA-GMENGE(WH-IX) TO WQ-MENGE.
           MOVE WA-GKOST(WH-IX) TO WQ-KOST.
           PERFORM AUSW-ZEILE.
           GO F.
      *--------------------> je Lieferant, meiste zuerst <-
       G.  MOVE "nach Lieferant" TO WQ-TITEL.
           PERFORM AUSW-TITEL.
       H.  MOVE 0 TO WH-MAX.
           MOVE 0 TO WH-IX.
       I.  ADD 1 TO WH-IX.
           IF WH-IX > WA-LANZ GO K.
           IF WA-LGEDR(WH-IX) = 1 GO I.
           IF WH-MAX = 0 MOVE WH-IX TO WH-MAX GO I.
           IF WA-LZAHL(WH-IX) > WA-LZAHL(WH-MAX)
              OR (WA-LZAHL(WH-IX) = WA-LZAHL(WH-MAX)
                  AND WA-LKOST(WH-IX) > WA-LKOST(WH-MAX))
               MOVE WH-IX TO WH-MAX.
           GO I.
       K.  IF WH-MAX = 0 GO M.
           MOVE 1 TO WA-LGEDR(WH-MAX).
           MOVE WA-LNR(WH-MAX) TO WQ-SCHL.
           MOVE SPACE TO WQ-BEZ.
           IF WA-LNR(WH-MAX) = SPACE
               MOVE "ohne Lieferant" TO WQ-BEZ
           ELSE
               MOVE WA-LNR(WH-MAX) TO LS-LIEF
               READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ
               END-READ
               MOVE LS-BEZ TO WQ-BEZ.
           MOVE WA-LZAHL(WH-MAX) TO WQ-ZAHL.
           MOVE WA-LMENGE(WH-MAX) TO WQ-MENGE.
           MOVE WA-LKOST(WH-MAX) TO WQ-KOST.
           PERFORM AUSW-ZEILE.
           GO H.
      *--------------------> je Ursache <-
       M.  MOVE "nach Ursache" TO WQ-TITEL.
           PERFORM AUSW-TITEL.
           MOVE 0 TO WH-IX.
       N.  ADD 1 TO WH-IX.
           IF WH-IX > 10 GO P.
           IF WA-UZAHL(WH-IX) = 0 GO N.
           SUBTRACT 1 FROM WH-IX GIVING WD-MON.
           MOVE WD-MON TO WQ-SCHL.
           IF WH-IX = 1 MOVE "ohne Ursache" TO WQ-BEZ
           ELSE MOVE WU-TEXT(WH-IX - 1) TO WQ-BEZ.
           MOVE WA-UZAHL(WH-IX) TO WQ-ZAHL.
           MOVE WA-UMENGE(WH-IX) TO WQ-MENGE.
           MOVE WA-UKOST(WH-IX) TO WQ-KOST.
           PERFORM AUSW-ZEILE.
           GO N.
      *--------------------> Summe <-
       P.  MOVE SPACE TO WQ-TITEL.
           PERFORM AUSW-TITEL.
           MOVE SPACE TO WQ-SCHL.
           MOVE "Summe des Monats" TO WQ-BEZ.
           MOVE WZ-ANZ TO WQ-ZAHL.
           MOVE WA-SMENGE TO WQ-MENGE.
           MOVE WA-SKOST TO WQ-KOST.
           PERFORM AUSW-ZEILE.
       Z.  EXIT.
      ******************************************************************
       AUSW-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 GO Z.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "R e k l a m a t i o n e n" TO DRA-SATZ(2:).
           MOVE "Monat:" TO DRA-SATZ(40:6).
           MOVE WH-MON TO WD-MON.
           MOVE WD-MON TO DRA-SATZ(47:2).
           MOVE "/" TO DRA-SATZ(49:1).
           MOVE WH-JJ TO WD-MON.
           MOVE WD-MON TO DRA-SATZ(50:2).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(76:5).
           MOVE VDU-DATUM TO DRA-SATZ(81:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:87).
           PERFORM DRUCK.
           MOVE "Schluessel" TO DRA-SATZ(2:10).
           MOVE "Bezeichnung" TO DRA-SATZ(13:11).
           MOVE "Anzahl" TO DRA-SATZ(45:6).
           MOVE "Anteil" TO DRA-SATZ(53:6).
           MOVE "     Menge" TO DRA-SATZ(61:10).
           MOVE "        Kosten" TO DRA-SATZ(75:14).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:87).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       AUSW-TITEL SECTION.
       A.  IF WZ-ZEILEN > 58 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           PERFORM AUSW-KOPF.
           MOVE 2 TO WZ-SCHALT.
           MOVE WQ-TITEL TO DRA-SATZ(2:).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       AUSW-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           PERFORM AUSW-KOPF.
           MOVE WQ-SCHL TO DRA-SATZ(2:8).
           MOVE WQ-BEZ TO DRA-SATZ(13:30).
           MOVE WQ-ZAHL TO WD-ZAHL.
           MOVE WD-ZAHL TO DRA-SATZ(45:6).
           COMPUTE WD-PROZ ROUNDED = WQ-ZAHL * 100 / WZ-ANZ.
           MOVE WD-PROZ TO DRA-SATZ(54:5).
           MOVE WQ-MENGE TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(61:10).
           MOVE WQ-KOST TO WD-BET.
           IF WB-EKVERBOT MOVE SPACE TO WD-BETX.
           MOVE WD-BET TO DRA-SATZ(75:14).
           PERFORM DRUCK.
       Z.  EXIT.
