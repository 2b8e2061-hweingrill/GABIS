      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABOSS.
      ******************************************************************
      *   OSS (One-Stop-Shop): Lieferungen an EU-Privatkunden - ohne   *
      *   UID, nicht steuerfrei, Bestimmungsland DZ-LAND nicht das     *
      *   Heimatland - werden ab Ueberschreiten der Lieferschwelle     *
      *   (netto, laufendes oder voriges Jahr) mit der Umsatzsteuer    *
      *   des Bestimmungslands fakturiert.  Saetze je Land und         *
      *   Steuerart in GABISOSS.DAT, Satz "##" haelt Heimatland,       *
      *   Schwelle und die laufende Umsatzsumme.                       *
      *                                                                *
      *   20 = Bestimmung fuer die Auftragserfassung (WOS-PARM,        *
      *        GABOSSSC.CPY): setzt AK-OSSART/-LAND/-UST im            *
      *        gemeinsamen Auftragskopf;                               *
      *   30 = fakturierten Nettobetrag WOS-BETRAG zur Schwellen-      *
      *        summe addieren (Fakturierung);                          *
      *   10 = Menue (Saetze, Parameter, Summe neu, Quartals-          *
      *        meldung OSS.LST und OSSMELD.CSV).                       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOSS.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEDRU.CPY.
           SELECT EXPDAT   ASSIGN TO "OSSMELD.CSV"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOSSUS.CPY.
       COPY GABANBOT.CPY.
       COPY GABDEBZU.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EX-ZEILE                    PIC X(60).
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
           03  WM-OSSOP                PIC 9         COMP  VALUE ZERO.
           03  WH-LAND                 PIC XX.
      *--------------------> Parameter aus Satz "##" <--
           03  WH-HLAND                PIC XX.
           03  WH-SCHWELLE             PIC S9(7)V99  COMP-3.
           03  WH-MODUS                PIC 9         COMP.
           03  WH-SUMME                PIC S9(9)V99  COMP-3.
           03  WH-VJSUMME              PIC S9(9)V99  COMP-3.
           03  WH-JJ                   PIC 99        COMP.
           03  WH-VJ                   PIC 99        COMP.
           03  WH-QU                   PIC 9         COMP.
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
      *--------------------> Netto eines Auftrags je Steuerart <--
           03  WN-NET                  PIC S9(9)V99  COMP-3 OCCURS 6.
           03  WH-NETTO                PIC S9(9)V99  COMP-3.
           03  WH-STEUER               PIC S9(9)V99  COMP-3.
           03  WH-SATZ                 PIC 99V99     COMP-3.
      *--------------------> Meldetabelle je Land und Satz <--
           03  WO-ANZ                  PIC 999       COMP  VALUE ZERO.
           03  WO-UEB                  PIC 9         COMP  VALUE ZERO.
           03  WO-TAB                                       OCCURS 200.
               05 WO-LAND              PIC XX.
               05 WO-SATZ              PIC 99V99     COMP-3.
               05 WO-NETTO             PIC S9(11)V99 COMP-3.
               05 WO-STEUER            PIC S9(11)V99 COMP-3.
           03  WO-I                    PIC 999       COMP.
           03  WO-FND                  PIC 999       COMP.
           03  WS-LNETTO               PIC S9(11)V99 COMP-3.
           03  WS-LSTEUER              PIC S9(11)V99 COMP-3.
           03  WS-GNETTO               PIC S9(11)V99 COMP-3.
           03  WS-GSTEUER              PIC S9(11)V99 COMP-3.
           03  WZ-AUF                  PIC 9(5)      COMP.
      *--------------------> CSV-Zeile <--
           03  WH-ZEILE                PIC X(60).
           03  WH-FELD                 PIC X(20).
           03  WH-PTR                  PIC 99        COMP.
           03  WH-FVON                 PIC 99        COMP.
           03  WH-FBIS                 PIC 99        COMP.
           03  WH-FLEN                 PIC 99        COMP.
           03  WM-ERST                 PIC 9         COMP.
           03  WD-B                    PIC -(11)9,99.
           03  WD-BET                  PIC ZZZ.ZZZ.ZZ9,99-.
           03  WD-SATZ                 PIC Z9,99.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-KZ                   PIC 9.
           03  WD-JJ                   PIC 99.
       COPY GABOSSSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OSSUST.
       A.  CALL "CADECL" USING "GABISOSS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "OSSMELD.CSV" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM OSS-MENU GO W.
           IF WL-CA = 20 PERFORM OSS-AUF GO X.
           IF WL-CA = 30 PERFORM OSS-SUMME GO X.
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
      ******* Steuersatzdatei oeffnen, notfalls anlegen *
       OSS-OEFFNE SECTION.
       A.  OPEN I-O OSSUST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT OSSUST
               CLOSE OSSUST
               OPEN I-O OSSUST.
           MOVE 1 TO WM-OSSOP.
       Z.  EXIT.
      ******* Parametersatz "##" lesen, fehlt er: Vorgaben *
      *    (Heimatland AT, Schwelle 10.000,- netto); die Summen
      *    werden auf das laufende Jahr WH-JJ umgestellt
       PARM-LESEN SECTION.
       A.  MOVE "##" TO OSP-KEY.
           READ OSSUST INVALID PERFORM PARM-INIT.
           IF OSP-HLAND = SPACE MOVE "AT" TO OSP-HLAND.
           PERFORM JAHR-ROLL.
           MOVE OSP-HLAND TO WH-HLAND.
           MOVE OSP-SCHWELLE TO WH-SCHWELLE.
           MOVE OSP-MODUS TO WH-MODUS.
           MOVE OSP-SUMME TO WH-SUMME.
           MOVE OSP-VJSUMME TO WH-VJSUMME.
       Z.  EXIT.
      ******************************************************************
       PARM-INIT SECTION.
       A.  INITIALIZE OSP-SATZ.
           MOVE "##" TO OSP-KEY.
           MOVE "AT" TO OSP-HLAND.
           MOVE 10000 TO OSP-SCHWELLE.
           MOVE WH-JJ TO OSP-JAHR.
       Z.  EXIT.
      ******* Jahreswechsel: Summe des Vorjahrs wird Vorjahres- *
      *    summe, aeltere Jahre zaehlen nicht mehr
       JAHR-ROLL SECTION.
       A.  IF OSP-JAHR = WH-JJ GO Z.
           IF WH-JJ = 0 MOVE 99 TO WH-VJ
               ELSE COMPUTE WH-VJ = WH-JJ - 1.
           IF OSP-JAHR = WH-VJ
               MOVE OSP-SUMME TO OSP-VJSUMME
               ELSE MOVE 0 TO OSP-VJSUMME.
           MOVE 0 TO OSP-SUMME.
           MOVE WH-JJ TO OSP-JAHR.
       Z.  EXIT.
      ********* OSS-Bestimmung fuer einen Auftrag (Einstieg 20) *
       OSS-AUF SECTION.
       A.  MOVE 1 TO AK-OSSART.
           MOVE SPACE TO AK-OSSLAND.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO AK-OSSUST(WX).
      *--------> steuerfrei oder mit UID: kein Privatkunde <-
           IF WOS-UST NOT = 0 GO Z.
           IF WOS-UID NOT = SPACE GO Z.
           MOVE SPACE TO WH-LAND.
           OPEN INPUT DEBZUS.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WOS-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID MOVE SPACE TO DZ-LAND.
           MOVE DZ-LAND TO WH-LAND.
           CLOSE DEBZUS.
           IF WH-LAND = SPACE GO Z.
           OPEN INPUT OSSUST.
           IF WF-STATUS NOT = "00" GO Z.
           DIVIDE WH-DATUM BY 10000 GIVING WH-JJ.
           PERFORM PARM-LESEN.
           IF WH-LAND = WH-HLAND GO X.
      *--------> Land nicht in der Tabelle: Drittland <-
           MOVE WH-LAND TO OS-LAND.
           READ OSSUST IGNORE LOCK INVALID GO X.
           MOVE WH-LAND TO AK-OSSLAND.
           MOVE 2 TO AK-OSSART.
           IF WH-MODUS = 1 OR WH-VJSUMME > WH-SCHWELLE
                           OR WH-SUMME > WH-SCHWELLE
               MOVE 3 TO AK-OSSART
               PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
                   MOVE OS-UST(WX) TO AK-OSSUST(WX).
       X.  CLOSE OSSUST.
       Z.  EXIT.
      ********* Nettobetrag zur Schwellensumme (Einstieg 30) *
       OSS-SUMME SECTION.
       A.  PERFORM OSS-OEFFNE.
           IF WOS-DATUM = 0 MOVE WH-DATUM TO WOS-DATUM.
           DIVIDE WOS-DATUM BY 10000 GIVING WH-JJ.
           MOVE "##" TO OSP-KEY.
       C.  READ OSSUST INVALID
               PERFORM PARM-INIT
               WRITE OSP-SATZ
               GO C.
           IF ZUGRIF PERFORM BESETZT GO C.
           PERFORM JAHR-ROLL.
           ADD WOS-BETRAG TO OSP-SUMME.
           MOVE WOS-DATUM TO OSP-STAND.
           REWRITE OSP-SATZ.
           CLOSE OSSUST.
           MOVE 0 TO WM-OSSOP.
       Z.  EXIT.
      ******************************************************************
       OSS-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " OSS EU-Umsatzsteuer " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Steuersaetze je Land" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Heimatland / Lieferschwelle" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Schwellensumme neu ermitteln" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - OSS-Meldung Quartal" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM LAND-PFLEGE
               WHEN 2 PERFORM PARM-PFLEGE
               WHEN 3 PERFORM SUMME-NEU
               WHEN 4 PERFORM MELDUNG
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ********** Steuersaetze eines Bestimmungslands pflegen *
       LAND-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " OSS-Steuersaetze " with highlight AT VDU-LP.
           PERFORM OSS-OEFFNE.
       C.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Land:      Bezeichnung:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Laenderkennzeichen (DE, IT
      -        " ...)" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1202090102" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WT-TX = SPACE GO C.
           INSPECT WT-TX(1:2) CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WT-TX(1:2) = "##" GO C.
           MOVE WT-TX(1:2) TO WH-LAND OS-LAND.
           READ OSSUST INVALID
               INITIALIZE OS-SATZ
               MOVE WH-LAND TO OS-LAND.
           ADD 209 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-LAND with highlight AT VDU-LP.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               COMPUTE VDU-LP = VDU-ECK + 303 + WX * 100
               MOVE WX TO WD-KZ
               MOVE WT-UST(WX) TO WD-SATZ
               DISPLAY "Steuerart " AT VDU-LP WD-KZ " (Inland "
                   WD-SATZ " %):"
               MOVE OS-UST(WX) TO WD-SATZ
               ADD 31 TO VDU-LP
               DISPLAY WD-SATZ with highlight AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Bezeichnung (leer = Land
      -        "loeschen)" AT 2301.
           MOVE OS-BEZ TO WT-TX.
           CALL "CAUP" USING "1202260120" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WT-TX = SPACE
               DELETE OSSUST INVALID NEXT SENTENCE
               END-DELETE
               DISPLAY "Land geloescht." with highlight AT 2401
               GO C.
           MOVE WT-TX TO OS-BEZ.
           MOVE 1 TO WX.
       G.  DISPLAY "<esc>= zurueck, <ret>= Steuersatz in %" AT 2301.
           MOVE OS-UST(WX) TO WH-WERT.
           EVALUATE WX
               WHEN 1 CALL "CAUP" USING "1004346205" WH-CREG
               WHEN 2 CALL "CAUP" USING "1005346205" WH-CREG
               WHEN 3 CALL "CAUP" USING "1006346205" WH-CREG
               WHEN 4 CALL "CAUP" USING "1007346205" WH-CREG
               WHEN 5 CALL "CAUP" USING "1008346205" WH-CREG
               WHEN OTHER CALL "CAUP" USING "1009346205" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE WH-WERT TO OS-UST(WX).
           ADD 1 TO WX.
           IF WX < 7 GO G.
           MOVE WH-LAND TO OS-LAND.
           WRITE OS-SATZ INVALID REWRITE OS-SATZ.
           DISPLAY "Saetze gespeichert." with highlight AT 2401.
           GO C.
       X.  CLOSE OSSUST.
           MOVE 0 TO WM-OSSOP.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********** Heimatland, Schwelle, Modus; Summen anzeigen *
       PARM-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " OSS-Lieferschwelle " with highlight AT VDU-LP.
           PERFORM OSS-OEFFNE.
           DIVIDE WH-DATUM BY 10000 GIVING WH-JJ.
           MOVE "##" TO OSP-KEY.
           READ OSSUST INVALID
               PERFORM PARM-INIT
               WRITE OSP-SATZ.
           IF OSP-HLAND = SPACE MOVE "AT" TO OSP-HLAND.
           PERFORM JAHR-ROLL.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Heimatland:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lieferschwelle netto:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 = immer Bestimmungsland:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "EU-Privatumsatz laufendes Jahr:" AT VDU-LP.
           MOVE OSP-SUMME TO WD-BET.
           ADD 35 TO VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "                    Vorjahr:" AT VDU-LP.
           MOVE OSP-VJSUMME TO WD-BET.
           ADD 35 TO VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           IF OSP-VJSUMME > OSP-SCHWELLE OR OSP-SUMME > OSP-SCHWELLE
               ADD 803 VDU-ECK GIVING VDU-LP
               DISPLAY "Schwelle ueberschritten - Steuer des Bestimmun
      -            "gslands" with highlight foreground-color 4
                   AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Heimatland" AT 2301.
           MOVE OSP-HLAND TO WT-TX.
           CALL "CAUP" USING "1202260102" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WT-TX = SPACE GO C.
           INSPECT WT-TX(1:2) CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WT-TX(1:2) TO OSP-HLAND.
       E.  DISPLAY "<esc>= zurueck, <ret>= Schwelle netto" AT 2301.
           MOVE OSP-SCHWELLE TO WH-WERT.
           CALL "CAUP" USING "1003266210" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WH-WERT TO OSP-SCHWELLE.
       G.  DISPLAY "<esc>= zurueck, <ret>= 0 = nach Schwelle, 1 = imm
      -        "er" AT 2301.
           MOVE OSP-MODUS TO WH-WERT.
           CALL "CAUP" USING "1004316001" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM > 1 GO G.
           MOVE WH-NUM TO OSP-MODUS.
           MOVE "##" TO OSP-KEY.
           REWRITE OSP-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       X.  CLOSE OSSUST.
           MOVE 0 TO WM-OSSOP.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* Schwellensumme aus den fakturierten Auftraegen neu *
      *    (OSS-Faelle 2 und 3 des laufenden und des Vorjahrs)
       SUMME-NEU SECTION.
       A.  DISPLAY "<esc>= Abbruch, <ret>= Summen neu ermitteln"
               AT 2301.
           CALL "CAUP" USING "0023451000" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO A.
           DIVIDE WH-DATUM BY 10000 GIVING WH-JJ.
           IF WH-JJ = 0 MOVE 99 TO WH-VJ
               ELSE COMPUTE WH-VJ = WH-JJ - 1.
           MOVE 0 TO WH-SUMME WH-VJSUMME.
           OPEN INPUT AUFKOPF AUFTRAG.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO W.
       C.  READ AUFKOPF NEXT IGNORE LOCK AT END GO W.
           IF AK-RENUM = 0 GO C.
           IF AK-OSSART < 2 GO C.
           DIVIDE AK-REDAT BY 10000 GIVING WY.
           IF WY NOT = WH-JJ AND WY NOT = WH-VJ GO C.
           PERFORM AUF-NETTO.
           IF AK-GUTSCHRIFT COMPUTE WH-NETTO = WH-NETTO * -1.
           IF WY = WH-JJ ADD WH-NETTO TO WH-SUMME
               ELSE ADD WH-NETTO TO WH-VJSUMME.
           DISPLAY AK-NUM AT 2020.
           GO C.
       W.  CLOSE AUFKOPF AUFTRAG.
           PERFORM OSS-OEFFNE.
           MOVE "##" TO OSP-KEY.
           READ OSSUST INVALID
               PERFORM PARM-INIT
               WRITE OSP-SATZ.
           MOVE WH-JJ TO OSP-JAHR.
           MOVE WH-SUMME TO OSP-SUMME.
           MOVE WH-VJSUMME TO OSP-VJSUMME.
           MOVE WH-DATUM TO OSP-STAND.
           REWRITE OSP-SATZ.
           CLOSE OSSUST.
           MOVE 0 TO WM-OSSOP.
           MOVE WH-SUMME TO WD-BET.
           DISPLAY "laufendes Jahr:" AT 2210 WD-BET with highlight.
           PERFORM WEITER.
       Z.  EXIT.
      ************ Netto eines Auftrags je Steuerart aus den Zeilen *
       AUF-NETTO SECTION.
       A.  MOVE 0 TO WH-NETTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO WN-NET(WX).
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           ADD AU-BET TO WH-NETTO.
           IF AU-UST > 0 AND AU-UST < 7
               ADD AU-BET TO WN-NET(AU-UST).
           GO C.
       Z.  EXIT.
      ****************** OSS-Meldung: Netto und Steuer je Land/Satz *
       MELDUNG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " OSS-Meldung " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Quartal (1-4):        Jahr (JJ):" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Quartal" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002181001" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM < 1 OR WH-NUM > 4 GO C.
           MOVE WH-NUM TO WH-QU WD-KZ.
           DISPLAY WD-KZ with highlight AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Jahr" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE WZ-JAHR TO WH-NUM.
           CALL "CAUP" USING "1002362002" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WH-NUM TO WH-JJ.
      *-----------------------> Quartalsgrenzen (JJMMTT) <-
           COMPUTE WV-VON = WH-JJ * 10000 + (WH-QU * 3 - 2) * 100 + 1.
           COMPUTE WV-BIS = WH-JJ * 10000 + WH-QU * 3 * 100 + 31.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO G.
           OPEN INPUT AUFKOPF AUFTRAG.
           MOVE 0 TO WO-ANZ WO-UEB WZ-AUF.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO W.
       I.  READ AUFKOPF NEXT IGNORE LOCK AT END GO W.
           IF AK-RENUM = 0 GO I.
           IF AK-OSSART NOT = 3 GO I.
           IF AK-REDAT < WV-VON OR AK-REDAT > WV-BIS GO I.
           PERFORM AUF-NETTO.
           DISPLAY AK-NUM AT 2020.
           ADD 1 TO WZ-AUF.
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 6
               IF WN-NET(WY) NOT = 0 PERFORM SATZ-SAMMELN.
           GO I.
       W.  CLOSE AUFKOPF AUFTRAG.
           IF WO-ANZ = 0
               DISPLAY "keine OSS-Umsaetze im Quartal," AT 2401
               PERFORM WEITER GO X.
           PERFORM MELD-DRUCK.
           PERFORM MELD-CSV.
           DISPLAY "Meldung gedruckt, OSSMELD.CSV geschrieben."
               with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* Netto einer Steuerart WY in die Meldetabelle; die *
      *    Tabelle bleibt nach Land und Satz sortiert, die Steuer
      *    wird je Auftrag gerundet
       SATZ-SAMMELN SECTION.
       A.  MOVE AK-OSSUST(WY) TO WH-SATZ.
           MOVE WN-NET(WY) TO WH-NETTO.
           COMPUTE WH-STEUER ROUNDED = WH-NETTO * WH-SATZ / 100.
           IF AK-GUTSCHRIFT
               COMPUTE WH-NETTO = WH-NETTO * -1
               COMPUTE WH-STEUER = WH-STEUER * -1.
           MOVE 0 TO WO-FND.
           PERFORM VARYING WO-I FROM 1 BY 1 UNTIL WO-I > WO-ANZ
               OR WO-FND NOT = 0
               IF WO-LAND(WO-I) = AK-OSSLAND
                   AND WO-SATZ(WO-I) = WH-SATZ
                   MOVE WO-I TO WO-FND.
           IF WO-FND NOT = 0 GO E.
           IF WO-ANZ NOT < 200 MOVE 1 TO WO-UEB GO Z.
      *--------> Einfuegestelle suchen, dahinter nachruecken <-
           PERFORM VARYING WO-I FROM 1 BY 1 UNTIL WO-I > WO-ANZ
               OR WO-LAND(WO-I) > AK-OSSLAND
               OR (WO-LAND(WO-I) = AK-OSSLAND
                   AND WO-SATZ(WO-I) > WH-SATZ)
               CONTINUE.
           MOVE WO-I TO WO-FND.
           PERFORM VARYING WO-I FROM WO-ANZ BY -1 UNTIL WO-I < WO-FND
               MOVE WO-TAB(WO-I) TO WO-TAB(WO-I + 1).
           ADD 1 TO WO-ANZ.
           MOVE AK-OSSLAND TO WO-LAND(WO-FND).
           MOVE WH-SATZ TO WO-SATZ(WO-FND).
           MOVE 0 TO WO-NETTO(WO-FND) WO-STEUER(WO-FND).
       E.  ADD WH-NETTO TO WO-NETTO(WO-FND).
           ADD WH-STEUER TO WO-STEUER(WO-FND).
       Z.  EXIT.
      ******************************************************************
       MELD-DRUCK SECTION.
       A.  MOVE 0 TO WS-LNETTO WS-LSTEUER WS-GNETTO WS-GSTEUER.
           MOVE 0 TO WZ-ZEILEN.
           PERFORM VARYING WO-I FROM 1 BY 1 UNTIL WO-I > WO-ANZ
               PERFORM MELD-ZEILE.
           PERFORM LAND-SUMME.
           PERFORM MELD-KOPF.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "Summe OSS:" TO DRA-SATZ(2:10).
           MOVE WS-GNETTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:16).
           MOVE WS-GSTEUER TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(60:16).
           PERFORM DRUCK.
           MOVE WZ-AUF TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE "Rechnungen/Gutschriften" TO DRA-SATZ(9:).
           PERFORM DRUCK.
           IF WO-UEB = 1
               MOVE "** mehr als 200 Land/Satz - Liste unvollstaendig!"
                   TO DRA-SATZ(2:)
               PERFORM DRUCK.
      *--------> Stand der Lieferschwelle <-
           OPEN INPUT OSSUST.
           IF WF-STATUS NOT = "00" GO X.
           DIVIDE WH-DATUM BY 10000 GIVING WH-JJ.
           PERFORM PARM-LESEN.
           CLOSE OSSUST.
           MOVE 2 TO WZ-SCHALT.
           MOVE "EU-Privatumsatz lfd. Jahr:" TO DRA-SATZ(2:).
           MOVE WH-SUMME TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:16).
           MOVE "Vorjahr:" TO DRA-SATZ(48:8).
           MOVE WH-VJSUMME TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(57:16).
           PERFORM DRUCK.
           MOVE "Lieferschwelle:" TO DRA-SATZ(2:).
           MOVE WH-SCHWELLE TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:16).
           IF WH-VJSUMME > WH-SCHWELLE OR WH-SUMME > WH-SCHWELLE
               MOVE "ueberschritten" TO DRA-SATZ(48:14)
               ELSE MOVE "nicht erreicht" TO DRA-SATZ(48:14).
           PERFORM DRUCK.
       X.  PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
       MELD-ZEILE SECTION.
       A.  IF WO-I > 1 AND WO-LAND(WO-I) NOT = WO-LAND(WO-I - 1)
               PERFORM LAND-SUMME.
           PERFORM MELD-KOPF.
           MOVE WO-LAND(WO-I) TO DRA-SATZ(2:2).
           MOVE WO-SATZ(WO-I) TO WD-SATZ.
           MOVE WD-SATZ TO DRA-SATZ(28:5).
           MOVE "%" TO DRA-SATZ(34:1).
           MOVE WO-NETTO(WO-I) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:16).
           MOVE WO-STEUER(WO-I) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(60:16).
           PERFORM DRUCK.
           ADD WO-NETTO(WO-I) TO WS-LNETTO WS-GNETTO.
           ADD WO-STEUER(WO-I) TO WS-LSTEUER WS-GSTEUER.
       Z.  EXIT.
      ******************************************************************
       LAND-SUMME SECTION.
       A.  MOVE "Summe Land" TO DRA-SATZ(6:10).
           MOVE WS-LNETTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:16).
           MOVE WS-LSTEUER TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(60:16).
           PERFORM DRUCK.
           MOVE SPACE TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE 0 TO WS-LNETTO WS-LSTEUER.
       Z.  EXIT.
      ******************************************************************
       MELD-KOPF SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO Z.
           MOVE "OSS.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "O S S - M e l d u n g   E U - U S t" TO DRA-SATZ(2:).
           MOVE "Quartal" TO DRA-SATZ(55:7).
           MOVE WH-QU TO WD-KZ.
           MOVE WD-KZ TO DRA-SATZ(63:1).
           MOVE "/" TO DRA-SATZ(64:1).
           MOVE WH-JJ TO WD-JJ.
           MOVE WD-JJ TO DRA-SATZ(65:2).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "Land                   Steuersatz              Netto
      -        "               Steuer" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       Z.  EXIT.
      ************* Meldedatei LAND;SATZ;NETTO;STEUER *
       MELD-CSV SECTION.
       A.  OPEN OUTPUT EXPDAT.
           MOVE "LAND;SATZ;NETTO;STEUER" TO EX-ZEILE.
           WRITE EX-ZEILE.
           PERFORM VARYING WO-I FROM 1 BY 1 UNTIL WO-I > WO-ANZ
               PERFORM CSV-ZEILE.
           CLOSE EXPDAT.
       Z.  EXIT.
      ******************************************************************
       CSV-ZEILE SECTION.
       A.  MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-PTR WM-ERST.
           MOVE WO-LAND(WO-I) TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE WO-SATZ(WO-I) TO WD-SATZ.
           MOVE WD-SATZ TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE WO-NETTO(WO-I) TO WD-B.
           MOVE WD-B TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE WO-STEUER(WO-I) TO WD-B.
           MOVE WD-B TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE WH-ZEILE TO EX-ZEILE.
           WRITE EX-ZEILE.
       Z.  EXIT.
      ******* Feld ohne fuehrende/folgende Leerstellen anhaengen *
       FELD-ANH SECTION.
       A.  IF WM-ERST = 1 MOVE 0 TO WM-ERST
           ELSE STRING ";" DELIMITED BY SIZE INTO WH-ZEILE
               WITH POINTER WH-PTR.
           PERFORM VARYING WH-FBIS FROM 20 BY -1 UNTIL WH-FBIS = 0
               OR WH-FELD(WH-FBIS:1) NOT = SPACE CONTINUE.
           IF WH-FBIS = 0 GO Z.
           PERFORM VARYING WH-FVON FROM 1 BY 1
               UNTIL WH-FELD(WH-FVON:1) NOT = SPACE CONTINUE.
           COMPUTE WH-FLEN = WH-FBIS - WH-FVON + 1.
           STRING WH-FELD(WH-FVON:WH-FLEN) DELIMITED BY SIZE
               INTO WH-ZEILE WITH POINTER WH-PTR.
       Z.  EXIT.
