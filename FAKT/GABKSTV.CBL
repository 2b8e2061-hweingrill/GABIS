      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABKSTV.
      ******************************************************************
      *   Kostenstellen: Stamm (GABISKOS.DAT), Vorgaben je Verkaeufer, *
      *   Warengruppe und Kunde, Zuordnung am Auftragskopf (AK-KST)    *
      *   und an der Zeile (AU-KST).  Die Kostenstelle einer Zeile     *
      *   ist AU-KST, sonst AK-KST, sonst die Vorgabe der Waren-       *
      *   gruppe, des Kunden, des Verkaeufers - sonst 0 (keine).       *
      *   Die Fakturierung sammelt die Zeilennetto je Kostenstelle     *
      *   und Erloesgruppe und legt sie je Rechnung in BUCHKST         *
      *   (GABISBKS.DAT) ab; der Summendruck (GABVORL) teilt die       *
      *   Sammelbuchung danach auf BU-KST auf.                         *
      *                                                                *
      *   10 = Menue (Stamm, Vorgaben, Auftrag/Zeile, Liste);          *
      *   20 = neue Rechnung: Sammeltabelle leeren;                    *
      *   25 = Kostenstelle der aktuellen AU-/AK-Zeile -> WKS-NUMMER;  *
      *   30 = wie 25, AU-BET in die Sammeltabelle (AU-KAGRP);         *
      *   40 = Sammeltabelle fuer WKS-RENUM nach BUCHKST schreiben,    *
      *        WKS-NUMMER = umsatzstaerkste Kostenstelle;              *
      *   50 = Kostenstelle ohne Zeile aus WKS-KST, WKS-KTONR und      *
      *        WKS-VKF (Anzahlung, Barverkauf);                        *
      *   90 = Kostenstellentabelle schliessen (nach 25).              *
      *   Uebergabe in GABKSTSC.CPY, Liste: KOSTEN.LST.                *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEKOS.CPY.
           COPY GABSEBKS.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABKOSTS.CPY.
       COPY GABBUKST.CPY.
       COPY GABANBOT.CPY.
       COPY GABDEBIT.CPY.
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
      *--------> KOSTST: 0 = zu, 1 = offen, 2 = nicht vorhanden <--
           03  WM-OPKOS                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-AUFOP                PIC 9         COMP  VALUE ZERO.
           03  WM-KSTOK                PIC 9         COMP.
           03  WH-ART                  PIC 9         COMP.
           03  WH-KNNUM                PIC 9(6)      COMP.
           03  WH-KST                  PIC 9(5)      COMP.
           03  WH-KTONR                PIC 9(6)      COMP.
           03  WH-VKF                  PIC 99        COMP.
           03  WH-KAT                  PIC 99        COMP.
           03  WH-AUFNUM               PIC 9(8)      COMP.
           03  WH-KAP                  PIC 99        COMP.
           03  WH-LART                 PIC 9         COMP.
      *--------> Sammeltabelle einer Rechnung: Netto je Kosten-
      *          stelle und Erloesgruppe; mehr als 50 Kostenstellen
      *          laufen in der letzten Zeile auf <--
           03  WN-ANZ                  PIC 99        COMP  VALUE ZERO.
           03  WN-TAB                                       OCCURS 50.
               05  WN-KST              PIC 9(5)      COMP.
               05  WN-KAT              PIC S9(9)V99  COMP-3 OCCURS 17.
           03  WS-SUM                  PIC S9(9)V99  COMP-3.
           03  WS-MAX                  PIC S9(9)V99  COMP-3.
           03  WD-KST                  PIC ZZZZ9.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       COPY GABKSTSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KOSTST.
       A.  CALL "CADECL" USING "GABISKOS.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON BUCHKST.
       A.  CALL "CADECL" USING "GABISBKS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    25/30 lesen AK-SATZ und AU-SATZ des Rufers (EXTERNAL);
      *    AUFKOPF und AUFTRAG werden dafuer nicht geoeffnet.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 20 PERFORM KST-BEGINN GO X.
           IF WL-CA = 25 PERFORM KST-ZEILE GO X.
           IF WL-CA = 30 PERFORM KST-SAMMELN GO X.
           IF WL-CA = 40 PERFORM KST-SCHREIB GO X.
           IF WL-CA = 50 PERFORM KST-OHNE GO X.
           IF WL-CA = 90 PERFORM KST-ENDE GO X.
           IF WL-CA = 10 PERFORM KST-MENU GO W.
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
      ************ Kostenstellentabelle zum Lesen oeffnen *
      *    fehlt die Datei, gibt es keine Vorgaben (WM-OPKOS 2)
       KST-OEFFNE SECTION.
       A.  IF WM-OPKOS NOT = 0 GO Z.
           OPEN INPUT KOSTST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKOS
               ELSE MOVE 2 TO WM-OPKOS.
       Z.  EXIT.
      ******************************************************************
       KST-ENDE SECTION.
       A.  IF WM-OPKOS = 1 CLOSE KOSTST.
           MOVE 0 TO WM-OPKOS.
       Z.  EXIT.
      ************ Vorgabe WH-ART/WH-KNNUM lesen -> WH-KST *
       KN-LESEN SECTION.
       A.  MOVE 0 TO WH-KST.
           IF WM-OPKOS NOT = 1 GO Z.
           MOVE WH-ART TO KN-ART.
           MOVE WH-KNNUM TO KN-NUM.
           READ KOSTST IGNORE LOCK INVALID GO Z.
           MOVE KN-KST TO WH-KST.
       Z.  EXIT.
      ************ Vorgabe aus Kunde, dann Verkaeufer *
       KOPF-SUCHE SECTION.
       A.  MOVE 4 TO WH-ART.
           MOVE WH-KTONR TO WH-KNNUM.
           PERFORM KN-LESEN.
           IF WH-KST NOT = 0 GO Z.
           IF WH-VKF = 0 GO Z.
           MOVE 2 TO WH-ART.
           MOVE WH-VKF TO WH-KNNUM.
           PERFORM KN-LESEN.
       Z.  EXIT.
      ************ neue Rechnung (Einstieg 20) *
       KST-BEGINN SECTION.
       A.  PERFORM KST-OEFFNE.
           MOVE 0 TO WN-ANZ.
       Z.  EXIT.
      ************ Kostenstelle der aktuellen Zeile (Einstieg 25) *
       KST-ZEILE SECTION.
       A.  PERFORM KST-OEFFNE.
           MOVE AU-KST TO WH-KST.
           IF WH-KST NOT = 0 GO X.
           MOVE AK-KST TO WH-KST.
           IF WH-KST NOT = 0 GO X.
           MOVE 3 TO WH-ART.
           MOVE AU-GRP TO WH-KNNUM.
           PERFORM KN-LESEN.
           IF WH-KST NOT = 0 GO X.
           MOVE AK-KTONR TO WH-KTONR.
           MOVE AK-VKF TO WH-VKF.
           PERFORM KOPF-SUCHE.
       X.  MOVE WH-KST TO WKS-NUMMER.
       Z.  EXIT.
      ************ Kostenstelle ohne Zeile (Einstieg 50) *
       KST-OHNE SECTION.
       A.  PERFORM KST-OEFFNE.
           MOVE WKS-KST TO WH-KST.
           IF WH-KST NOT = 0 GO X.
           MOVE WKS-KTONR TO WH-KTONR.
           MOVE WKS-VKF TO WH-VKF.
           PERFORM KOPF-SUCHE.
       X.  MOVE WH-KST TO WKS-NUMMER.
           PERFORM KST-ENDE.
       Z.  EXIT.
      ************ Zeilennetto in die Sammeltabelle (Einstieg 30) *
      *    Erloesgruppe wie in der Fakturierung: AU-KAGRP, 0 oder
      *    ueber 17 zaehlt zur Gruppe 1
       KST-SAMMELN SECTION.
       A.  PERFORM KST-ZEILE.
           MOVE AU-KAGRP TO WH-KAT.
           IF WH-KAT = 0 OR WH-KAT > 17 MOVE 1 TO WH-KAT.
           PERFORM TAB-SUCHE.
           ADD AU-BET TO WN-KAT(WY WH-KAT).
       Z.  EXIT.
      ************ Zeile der Kostenstelle WH-KST -> WY *
       TAB-SUCHE SECTION.
       A.  MOVE 1 TO WY.
       B.  IF WY > WN-ANZ GO C.
           IF WN-KST(WY) = WH-KST GO Z.
           ADD 1 TO WY.
           GO B.
       C.  IF WN-ANZ NOT < 50 MOVE 50 TO WY GO Z.
           ADD 1 TO WN-ANZ.
           MOVE WN-ANZ TO WY.
           MOVE WH-KST TO WN-KST(WY).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE 0 TO WN-KAT(WY WX).
       Z.  EXIT.
      ************ Aufteilung einer Rechnung schreiben (Einstieg 40) *
      *    alte Saetze der Rechnungsnummer werden zuerst geloescht;
      *    Zeilen ohne Kostenstelle (0) bleiben der Rest, den der
      *    Summendruck ohne Kostenstelle bucht
       KST-SCHREIB SECTION.
       A.  MOVE 0 TO WKS-NUMMER WS-MAX.
           IF WN-ANZ = 0 GO X.
           OPEN I-O BUCHKST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BUCHKST
               CLOSE BUCHKST
               OPEN I-O BUCHKST.
           MOVE WKS-RENUM TO KV-REN.
           MOVE 0 TO KV-KST.
           START BUCHKST KEY NOT < KV-KEY INVALID GO D.
       C.  READ BUCHKST NEXT AT END GO D.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF KV-REN NOT = WKS-RENUM GO D.
           DELETE BUCHKST RECORD INVALID NEXT SENTENCE.
           GO C.
       D.  MOVE 1 TO WY.
       E.  IF WY > WN-ANZ GO W.
           MOVE 0 TO WS-SUM.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               ADD WN-KAT(WY WX) TO WS-SUM.
           IF WY = 1 OR WS-SUM > WS-MAX
               MOVE WS-SUM TO WS-MAX
               MOVE WN-KST(WY) TO WKS-NUMMER.
           IF WN-KST(WY) = 0 GO F.
           INITIALIZE KV-SATZ.
           MOVE WKS-RENUM TO KV-REN.
           MOVE WN-KST(WY) TO KV-KST.
           MOVE WKS-DATUM TO KV-DAT.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE WN-KAT(WY WX) TO KV-KAT(WX).
           WRITE KV-SATZ INVALID REWRITE KV-SATZ.
       F.  ADD 1 TO WY.
           GO E.
       W.  CLOSE BUCHKST.
       X.  MOVE 0 TO WN-ANZ.
           PERFORM KST-ENDE.
       Z.  EXIT.
      ******************************************************************
       KST-MENU SECTION.
       A.  PERFORM KST-ENDE.
           OPEN I-O KOSTST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KOSTST
               CLOSE KOSTST
               OPEN I-O KOSTST.
       B.  CALL "CAUP" USING "0704201445000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kostenstellen " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Kostenstellen anlegen/aendern" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Vorgabe je Verkaeufer" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Vorgabe je Warengruppe" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Vorgabe je Kunde" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Auftrag / Zeile zuordnen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Liste drucken (KOSTEN.LST)" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM STAMM-PFLEGE
               WHEN 2 MOVE 2 TO WH-ART
                      PERFORM VORGABE-PFLEGE
               WHEN 3 MOVE 3 TO WH-ART
                      PERFORM VORGABE-PFLEGE
               WHEN 4 MOVE 4 TO WH-ART
                      PERFORM VORGABE-PFLEGE
               WHEN 5 PERFORM AUF-ZUORD
               WHEN 6 PERFORM KST-LISTE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE KOSTST.
       Z.  EXIT.
      ************ Kostenstelle anlegen, umbenennen, loeschen *
       STAMM-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kostenstellen " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kostenstelle:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bezeichnung:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Kostenstelle (1-99999)"
               AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176005" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-KST.
           MOVE 1 TO KN-ART.
           MOVE WH-KST TO KN-NUM.
           MOVE SPACE TO WT-TX.
       D.  READ KOSTST INVALID
               INITIALIZE KN-SATZ
               MOVE 1 TO KN-ART
               MOVE WH-KST TO KN-NUM
               GO E.
           IF ZUGRIF PERFORM BESETZT GO D.
           MOVE KN-BEZ TO WT-TX.
       E.  DISPLAY "<esc>= zurueck, <ret>= Bezeichnung (leer = loesch
      -        "en)" AT 2301.
           CALL "CAUP" USING "1203170130" WH-CREG.
           IF ESC UNLOCK KOSTST GO F.
           IF NOT RET GO E.
           IF WT-TX = SPACE
               DELETE KOSTST INVALID NEXT SENTENCE
               END-DELETE
               DISPLAY "Kostenstelle geloescht." with highlight AT 2401
               GO F.
           MOVE WT-TX TO KN-BEZ.
           MOVE WH-KST TO KN-KST.
           WRITE KN-SATZ INVALID REWRITE KN-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
       F.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************ Kostenstelle WH-KST im Stamm? -> WM-KSTOK *
       KST-PRUEF SECTION.
       A.  MOVE 1 TO WM-KSTOK.
           IF WH-KST = 0 GO Z.
           MOVE 1 TO KN-ART.
           MOVE WH-KST TO KN-NUM.
           READ KOSTST IGNORE LOCK INVALID
               MOVE 0 TO WM-KSTOK
               DISPLAY "Kostenstelle nicht angelegt!" with highlight
                   AT 2401
               GO Z.
           ADD 430 VDU-ECK GIVING VDU-LP.
           DISPLAY KN-BEZ with highlight AT VDU-LP.
       Z.  EXIT.
      ************ Vorgabe je Verkaeufer (2), Warengruppe (3),
      *            Kunde (4) pflegen; Kostenstelle 0 loescht *
       VORGABE-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           IF WH-ART = 2
               DISPLAY " Vorgabe je Verkaeufer " with highlight
                   AT VDU-LP.
           IF WH-ART = 3
               DISPLAY " Vorgabe je Warengruppe " with highlight
                   AT VDU-LP.
           IF WH-ART = 4
               DISPLAY " Vorgabe je Kunde " with highlight AT VDU-LP
               MOVE 0 TO WM-OPDEB
               OPEN INPUT DEBITOR
               IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
               IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           EVALUATE WH-ART
               WHEN 2 DISPLAY "Verkaeufer:" AT VDU-LP
                      DISPLAY "<esc>= zurueck, <ret>= Verkaeufer"
                          " (1-99)" AT 2301
               WHEN 3 DISPLAY "Warengruppe:" AT VDU-LP
                      DISPLAY "<esc>= zurueck, <ret>= Warengruppe"
                          " (1-99)" AT 2301
               WHEN OTHER DISPLAY "Kunde:" AT VDU-LP
                      DISPLAY "<esc>= zurueck, <ret>= Kontonummer"
                          AT 2301.
           MOVE 0 TO WH-NUM.
           IF WH-ART = 4
               CALL "CAUP" USING "1002176006" WH-CREG
           ELSE
               CALL "CAUP" USING "1002176002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-KNNUM.
           IF WH-ART NOT = 4 GO D.
           MOVE WH-KNNUM TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               DISPLAY "Kunde nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 225 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:32) with highlight AT VDU-LP.
       D.  MOVE WH-ART TO KN-ART.
           MOVE WH-KNNUM TO KN-NUM.
           READ KOSTST IGNORE LOCK INVALID MOVE 0 TO KN-KST.
           MOVE KN-KST TO WH-WERT.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kostenstelle:" AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Kostenstelle (0 = keine Vo
      -        "rgabe)" AT 2301.
           CALL "CAUP" USING "1004176005" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO E.
           MOVE WH-NUM TO WH-KST.
           PERFORM KST-PRUEF.
           IF WM-KSTOK = 0 GO E.
           MOVE WH-ART TO KN-ART.
           MOVE WH-KNNUM TO KN-NUM.
           IF WH-KST = 0
               DELETE KOSTST INVALID NEXT SENTENCE
               END-DELETE
               DISPLAY "Vorgabe geloescht." with highlight AT 2401
               PERFORM WEITER
               GO F.
           INITIALIZE KN-SATZ.
           MOVE WH-ART TO KN-ART.
           MOVE WH-KNNUM TO KN-NUM.
           MOVE WH-KST TO KN-KST.
           WRITE KN-SATZ INVALID REWRITE KN-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       F.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  IF WM-OPDEB = 1 CLOSE DEBITOR.
           MOVE 0 TO WM-OPDEB.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************ Kostenstelle am Auftragskopf und an Zeilen *
       AUF-ZUORD SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auftrag / Zeile " with highlight AT VDU-LP.
           MOVE 0 TO WM-AUFOP.
           OPEN I-O AUFKOPF.
           IF WF-STATUS NOT = "00"
               DISPLAY "Auftragsdatei nicht verfuegbar!" AT 2401
               PERFORM WEITER GO X.
           MOVE 1 TO WM-AUFOP.
           OPEN I-O AUFTRAG.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftrag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-AUFNUM.
           MOVE WH-AUFNUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF AK-RENUM NOT = 0
               DISPLAY "Auftrag bereits fakturiert!" AT 2401
               PERFORM WEITER GO C.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kopf-Kostenstelle:" AT VDU-LP.
       E.  DISPLAY "<esc>= Zeilen, <ret>= Kostenstelle (0 = aus Kunde/V
      -        "erkaeufer)" AT 2301.
           MOVE AK-KST TO WH-WERT.
           CALL "CAUP" USING "1003236005" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO E.
           MOVE WH-NUM TO WH-KST.
           PERFORM KST-PRUEF.
           IF WM-KSTOK = 0 GO E.
           MOVE WH-AUFNUM TO AK-NUM.
       F.  READ AUFKOPF INVALID GO C.
           IF ZUGRIF PERFORM BESETZT GO F.
           MOVE WH-KST TO AK-KST.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           REWRITE AK-SATZ.
           DISPLAY "Kopf gespeichert." with highlight AT 2401.
      *--------------> Zeile: Kapitel und Position <-
       G.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kapitel:      Position:" AT VDU-LP.
           DISPLAY "<esc>= anderer Auftrag, <ret>= Kapitel" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1005126002" WH-CREG.
           IF ESC GO W.
           IF NOT RET GO G.
           MOVE WH-NUM TO WH-KAP.
       H.  DISPLAY "<esc>= zurueck, <ret>= Position" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1005276004" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-NUM = 0 GO H.
           MOVE WH-AUFNUM TO AU-NUM.
           MOVE WH-KAP TO AU-KAP.
           MOVE WH-NUM TO AU-POS.
           MOVE 0 TO AU-TZ.
           READ AUFTRAG IGNORE LOCK INVALID
               DISPLAY "Zeile nicht vorhanden!" AT 2401
               PERFORM WEITER GO H.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY AU-BEZ(1) with highlight AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zeilen-Kostenstelle:" AT VDU-LP.
       I.  DISPLAY "<esc>= zurueck, <ret>= Kostenstelle (0 = wie Kopf/
      -        "Gruppe)" AT 2301.
           MOVE AU-KST TO WH-WERT.
           CALL "CAUP" USING "1007256005" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO I.
           MOVE WH-NUM TO WH-KST.
           PERFORM KST-PRUEF.
           IF WM-KSTOK = 0 GO I.
       K.  READ AUFTRAG INVALID GO V.
           IF ZUGRIF PERFORM BESETZT GO K.
           MOVE WH-KST TO AU-KST.
           REWRITE AU-SATZ.
           DISPLAY "Zeile gespeichert." with highlight AT 2401.
       V.  MOVE SPACE TO WT-TX.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-TX WITH SIZE 40 AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-TX WITH SIZE 40 AT VDU-LP.
           GO G.
       W.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  IF WM-AUFOP = 1 CLOSE AUFKOPF AUFTRAG.
           MOVE 0 TO WM-AUFOP.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************ Stamm und Vorgaben nach KOSTEN.LST *
       KST-LISTE SECTION.
       A.  DISPLAY "<esc>= Abbruch, <ret>= Liste KOSTEN.LST drucken"
               AT 2301.
           CALL "CAUP" USING "0023481000" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO A.
           MOVE "KOSTEN.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Kostenstellen und Vorgaben" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "vom" TO DRA-SATZ(34:3).
           MOVE VDU-DATUM TO DRA-SATZ(38:8).
           MOVE WB-NAME TO DRA-SATZ(50:20).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:70).
           PERFORM DRUCK.
           MOVE 0 TO WH-LART.
           INITIALIZE KN-KEY.
           START KOSTST KEY NOT < KN-KEY INVALID GO X.
       C.  READ KOSTST NEXT IGNORE LOCK AT END GO X.
           IF KN-ART = WH-LART GO D.
           MOVE KN-ART TO WH-LART.
           MOVE 2 TO WZ-SCHALT.
           EVALUATE KN-ART
               WHEN 1 MOVE "Kostenstellen" TO DRA-SATZ(2:)
               WHEN 2 MOVE "Vorgabe je Verkaeufer" TO DRA-SATZ(2:)
               WHEN 3 MOVE "Vorgabe je Warengruppe" TO DRA-SATZ(2:)
               WHEN OTHER MOVE "Vorgabe je Kunde" TO DRA-SATZ(2:).
           PERFORM DRUCK.
       D.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE KN-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(4:6).
           IF KN-ART = 1
               MOVE KN-BEZ TO DRA-SATZ(12:30)
           ELSE
               MOVE "-> Kostenstelle" TO DRA-SATZ(12:15)
               MOVE KN-KST TO WD-KST
               MOVE WD-KST TO DRA-SATZ(28:5).
           PERFORM DRUCK.
           GO C.
       X.  PERFORM END-DRU.
           DISPLAY "Liste KOSTEN.LST gedruckt." with highlight AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
