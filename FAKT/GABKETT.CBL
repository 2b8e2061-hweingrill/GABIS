      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABKETT.
      ******************************************************************
      *   Verkettung von Rechnungsausgangsbuch (GABISREJ.DAT) und      *
      *   Aenderungsjournal (GABISAEJ.DAT): jeder neue Satz bekommt    *
      *   die naechste Kettennummer und einen Pruefwert, gerechnet     *
      *   ueber den Pruefwert des Vorgaengers und den ganzen Satz.     *
      *   Wer einen Satz aendert, loescht oder dazwischenschiebt,      *
      *   bricht die Kette - die Kettenpruefung findet das.  Der       *
      *   Pruefwert sind zwei Restklassensummen (modulo 2^31-1 und     *
      *   2^31-19) mit 16 Stellen hex; er schuetzt gegen Aendern       *
      *   ohne Neuberechnung der ganzen Kette, ist aber kein           *
      *   kryptographisches Verfahren.  Kettenende (letzte Nummer,     *
      *   letzter Pruefwert) und das Ergebnis der letzten Pruefung     *
      *   stehen in KONSTANT 181.                                      *
      *                                                                *
      *   10 = Menue (Kette pruefen, Altbestand verketten);            *
      *   20 = stille Kettenpruefung (Nachtlauf), WH-WERT = Brueche;   *
      *   30 = RJ-SATZ verketten und schreiben (REJRNAL offen, I-O);   *
      *   40 = AJ-SATZ verketten und schreiben (AENDJRN offen, I-O);   *
      *        ist der Schluessel schon belegt, wird AJ-LFD erhoeht.   *
      *   Protokoll der Pruefung: KETTPRUF.LST.                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEREJ.CPY.
           COPY GABSEAEJ.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABREJRN.CPY.
       COPY GABAENDJ.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRK-SATZ.
           03  FILLER                  PIC X.
           03  DRK-BEF                 PIC X(30).
           03  FILLER                  PIC X.
           03  DRK-KNR                 PIC ZZZZZZZ9.
           03  FILLER                  PIC XX.
           03  DRK-SCHL                PIC X(50).
           03  FILLER                  PIC X.
           03  DRK-TX                  PIC X(39).
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
           03  WM-OPDAT                PIC 9         COMP.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *--------> KONSTANT-Satz und -Schluessel des Rufers <--
           03  WH-KOSICH               PIC X(128).
           03  WH-KEYSICH              PIC 9(5).
      *--------> Pruefwert: Vorgaenger + Satz -> WK-HASH <--
           03  WK-PUFFER.
               05  WK-VOR              PIC X(16).
               05  WK-DATEN            PIC X(200).
           03  WK-HASH                 PIC X(16).
           03  WS-H1                   PIC 9(10)     COMP.
           03  WS-H2                   PIC 9(10)     COMP.
           03  WS-HW                   PIC 9(15)     COMP.
           03  WS-HQ                   PIC 9(15)     COMP.
           03  WS-HH                   PIC 9(10)     COMP.
           03  WH-HO                   PIC 99        COMP.
           03  WH-HX                   PIC 99        COMP.
           03  WH-REST                 PIC 99        COMP.
           03  WH-HEXTAB               PIC X(16)
                                       VALUE "0123456789ABCDEF".
           03  WH-BX                   PIC 9(4)      COMP.
           03  WH-BYTEW                PIC 9(4)      COMP.
           03  WR-BYTEW REDEFINES WH-BYTEW.
               05  FILLER              PIC X.
               05  WH-BYTE             PIC X.
      *--------> Kettenpruefung <--
           03  WH-KOPFNR               PIC 9(8)      COMP.
           03  WH-KOPFHASH             PIC X(16).
      *--------> Kettenanfang nach Jahresauslagerung (GABJRAUS) <--
           03  WH-ANFNR                PIC 9(8)      COMP.
           03  WH-ANFHASH              PIC X(16).
           03  WH-ERW                  PIC 9(8)      COMP.
           03  WH-LETZT                PIC 9(8)      COMP.
           03  WH-KNR                  PIC 9(8)      COMP.
           03  WH-VORH                 PIC X(16).
           03  WH-IST                  PIC X(16).
           03  WH-BEFTX                PIC X(30).
           03  WH-SCHL                 PIC X(50).
           03  WH-ZUSTX                PIC X(39).
           03  WZ-SAETZE               PIC 9(8)      COMP.
           03  WZ-BRUCH                PIC 9(5)      COMP.
           03  WZ-UNV                  PIC 9(5)      COMP.
           03  WZ-BRGES                PIC 9(5)      COMP.
           03  WZ-UNGES                PIC 9(5)      COMP.
           03  WZ-ALT                  PIC 9(8)      COMP.
           03  WD-NUM                  PIC ZZZZZZZ9.
           03  WD-NUM2                 PIC ZZZZZZZ9.
           03  WD-ANZ                  PIC ZZZZ9.
           03  WD-ZEIT                 PIC 99.99.99.
           03  WD-LFD                  PIC ZZZ9.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON AENDJRN.
       A.  CALL "CADECL" USING "GABISAEJ.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    Der KONSTANT-Satz des Rufers bleibt unberuehrt: GABVORL
      *    schreibt nach dem Summendruck den gelesenen Satz zurueck.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE KO-SATZ TO WH-KOSICH.
           MOVE WH-KEY TO WH-KEYSICH.
           IF WL-CA = 30 PERFORM RJ-KETTE GO X.
           IF WL-CA = 40 PERFORM AJ-KETTE GO X.
           IF WL-CA = 20 PERFORM PRUEF-BAT GO X.
           IF WL-CA = 10 PERFORM KETT-MENU GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       X.  MOVE WH-KOSICH TO KO-SATZ.
           MOVE WH-KEYSICH TO WH-KEY.
           MOVE WH-CREG TO WL-CREG.
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
      ********************************** Kettenende KONSTANT 181 *
      *    liest mit Sperre; fehlt der Satz, wird er angelegt
       KOPF-LESEN SECTION.
       A.  MOVE 181 TO WH-KEY.
       B.  READ KONSTANT INVALID
               INITIALIZE KO-KTSATZ
               WRITE KO-SATZ GO B.
           IF ZUGRIF PERFORM BESETZT GO B.
       Z.  EXIT.
      ************** Rechnungsausgangsbuch: Satz verketten, schreiben *
       RJ-KETTE SECTION.
       A.  PERFORM KOPF-LESEN.
           COMPUTE RJ-KNR = KKT-RJNR + 1.
           MOVE SPACE TO RJ-HASH.
           MOVE KKT-RJHASH TO WK-VOR.
           MOVE RJ-SATZ TO WK-DATEN.
           PERFORM HASH.
           MOVE WK-HASH TO RJ-HASH.
           WRITE RJ-SATZ INVALID UNLOCK KONSTANT GO Z.
           MOVE RJ-KNR TO KKT-RJNR.
           MOVE RJ-HASH TO KKT-RJHASH.
           REWRITE KO-SATZ.
       Z.  EXIT.
      ****************** Aenderungsjournal: Satz verketten, schreiben *
       AJ-KETTE SECTION.
       A.  PERFORM KOPF-LESEN.
           COMPUTE AJ-KNR = KKT-AJNR + 1.
           MOVE KKT-AJHASH TO WK-VOR.
       D.  MOVE SPACE TO AJ-HASH.
           MOVE AJ-SATZ TO WK-DATEN.
           PERFORM HASH.
           MOVE WK-HASH TO AJ-HASH.
           WRITE AJ-SATZ INVALID ADD 1 TO AJ-LFD GO D.
           MOVE AJ-KNR TO KKT-AJNR.
           MOVE AJ-HASH TO KKT-AJHASH.
           REWRITE KO-SATZ.
       Z.  EXIT.
      ********************** Pruefwert ueber WK-PUFFER -> WK-HASH *
      *    je Byte b:  h1 = (h1 * 257 + b + 1) mod 2147483647
      *                h2 = (h2 * 65599 + b + 1) mod 2147483629
      *    WK-HASH = h1 und h2 je 8 Stellen hex
       HASH SECTION.
       A.  MOVE 1 TO WS-H1.
           MOVE 7 TO WS-H2.
           PERFORM HASH-BYTE VARYING WH-BX FROM 1 BY 1
               UNTIL WH-BX > 216.
           MOVE WS-H1 TO WS-HH.
           MOVE 1 TO WH-HO.
           PERFORM HASH-HEX.
           MOVE WS-H2 TO WS-HH.
           MOVE 9 TO WH-HO.
           PERFORM HASH-HEX.
       Z.  EXIT.
      ******************************************************************
       HASH-BYTE SECTION.
       A.  MOVE 0 TO WH-BYTEW.
           MOVE WK-PUFFER(WH-BX:1) TO WH-BYTE.
           COMPUTE WS-HW = WS-H1 * 257 + WH-BYTEW + 1.
           DIVIDE WS-HW BY 2147483647 GIVING WS-HQ REMAINDER WS-H1.
           COMPUTE WS-HW = WS-H2 * 65599 + WH-BYTEW + 1.
           DIVIDE WS-HW BY 2147483629 GIVING WS-HQ REMAINDER WS-H2.
       Z.  EXIT.
      ************************* WS-HH -> 8 Stellen hex ab WH-HO *
       HASH-HEX SECTION.
       A.  COMPUTE WH-HX = WH-HO + 7.
       B.  DIVIDE WS-HH BY 16 GIVING WS-HH REMAINDER WH-REST.
           ADD 1 TO WH-REST.
           MOVE WH-HEXTAB(WH-REST:1) TO WK-HASH(WH-HX:1).
           IF WH-HX > WH-HO SUBTRACT 1 FROM WH-HX GO B.
       Z.  EXIT.
      ******************************************************************
       KETT-MENU SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Journalverkettung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Kette pruefen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Altbestand verketten" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM PRUEF-DIALOG
               WHEN 2 PERFORM ALT-DIALOG
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPKON.
       Z.  EXIT.
      ******************************************** Pruefung am Schirm *
       PRUEF-DIALOG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kettenpruefung " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "prueft GABISREJ.DAT und GABISAEJ.DAT, Protokoll K
      -        "ETTPRUF.LST" AT VDU-LP.
       E.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           DISPLAY "Lauf..." with highlight AT 2401.
           PERFORM PRUEFEN.
           IF WZ-BRGES = 0
               DISPLAY "Kette in Ordnung." with highlight AT 2120
           ELSE
               DISPLAY WZ-BRGES with highlight AT 2120
                   " Kettenbrueche (s. KETTPRUF.LST)!" with highlight.
           IF WZ-UNGES NOT = 0
               DISPLAY WZ-UNGES with highlight AT 2220
                   " Saetze nicht verkettet." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****************************************** Pruefung im Nachtlauf *
       PRUEF-BAT SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           PERFORM PRUEFEN.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPKON.
           MOVE WZ-BRGES TO WH-WERT.
       Z.  EXIT.
      ************************* beide Ketten pruefen, Ergebnis merken *
       PRUEFEN SECTION.
       A.  MOVE 0 TO WZ-BRGES WZ-UNGES.
           MOVE "KETTPRUF.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Pruefung der Journalverkettung" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "vom" TO DRA-SATZ(34:3).
           MOVE VDU-DATUM TO DRA-SATZ(38:8).
           MOVE WB-NAME TO DRA-SATZ(50:20).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:131).
           PERFORM DRUCK.
           MOVE 181 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-KTSATZ.
           MOVE KKT-RJNR TO WH-KOPFNR.
           MOVE KKT-RJHASH TO WH-KOPFHASH.
           PERFORM RJ-PRUEF.
           MOVE 181 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-KTSATZ.
           MOVE KKT-AJNR TO WH-KOPFNR.
           MOVE KKT-AJHASH TO WH-KOPFHASH.
           MOVE KKT-AJABNR TO WH-ANFNR.
           MOVE KKT-AJABHASH TO WH-ANFHASH.
           PERFORM AJ-PRUEF.
           MOVE 2 TO WZ-SCHALT.
           IF WZ-BRGES = 0
               MOVE "Ergebnis: Kette in Ordnung" TO DRA-SATZ(2:)
           ELSE
               MOVE "Ergebnis: Kettenbrueche" TO DRA-SATZ(2:)
               MOVE WZ-BRGES TO WD-ANZ
               MOVE WD-ANZ TO DRA-SATZ(26:5).
           PERFORM DRUCK.
           PERFORM END-DRU.
      *--------> Ergebnis fuer das Tagesblatt <-
           PERFORM KOPF-LESEN.
           MOVE WH-DATUM TO KKT-PRDAT.
           MOVE WZ-BRGES TO KKT-PRBRU.
           MOVE WZ-UNGES TO KKT-PRUNV.
           REWRITE KO-SATZ.
       Z.  EXIT.
      ************** Rechnungsausgangsbuch in Kettenfolge durchgehen *
       RJ-PRUEF SECTION.
       A.  MOVE 0 TO WZ-SAETZE WZ-BRUCH WZ-UNV.
           MOVE 1 TO WH-ERW.
           MOVE SPACE TO WH-VORH.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Rechnungsausgangsbuch (GABISREJ.DAT)" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE 0 TO WM-OPDAT.
           OPEN INPUT REJRNAL.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 1 TO WM-OPDAT.
           MOVE 0 TO RJ-KNR.
           START REJRNAL KEY NOT < RJ-KNR INVALID GO X.
       C.  READ REJRNAL NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE.
           MOVE SPACE TO WH-SCHL.
           MOVE RJ-RENUM TO WD-NUM.
           MOVE RJ-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           STRING "Rechnung " WD-NUM " vom " VDU-DATUM
               DELIMITED BY SIZE INTO WH-SCHL.
           MOVE RJ-KNR TO WH-KNR.
           IF RJ-KNR = 0 PERFORM UNVERKETTET GO C.
           IF RJ-KNR < WH-ERW PERFORM DOPPELT GO C.
           IF RJ-KNR > WH-ERW
               PERFORM LUECKE
               MOVE RJ-HASH TO WH-VORH
               COMPUTE WH-ERW = RJ-KNR + 1
               GO C.
           MOVE RJ-HASH TO WH-IST.
           MOVE SPACE TO RJ-HASH.
           MOVE WH-VORH TO WK-VOR.
           MOVE RJ-SATZ TO WK-DATEN.
           PERFORM HASH.
           IF WK-HASH NOT = WH-IST PERFORM VERAENDERT.
           MOVE WH-IST TO WH-VORH.
           ADD 1 TO WH-ERW.
           GO C.
       X.  IF WM-OPDAT = 1 CLOSE REJRNAL.
           PERFORM KETT-ENDE.
       Z.  EXIT.
      ****************** Aenderungsjournal in Kettenfolge durchgehen *
       AJ-PRUEF SECTION.
       A.  MOVE 0 TO WZ-SAETZE WZ-BRUCH WZ-UNV.
      *--------> ausgelagerter Kettenanfang: dort weiterpruefen <-
           COMPUTE WH-ERW = WH-ANFNR + 1.
           MOVE SPACE TO WH-VORH.
           IF WH-ANFNR NOT = 0 MOVE WH-ANFHASH TO WH-VORH.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Aenderungsjournal (GABISAEJ.DAT)" TO DRA-SATZ(2:).
           IF WH-ANFNR NOT = 0
               MOVE WH-ANFNR TO WD-NUM
               MOVE "Kette ab Nr." TO DRA-SATZ(36:12)
               MOVE WD-NUM TO DRA-SATZ(49:8)
               MOVE "+ 1 (davor ausgelagert)" TO DRA-SATZ(58:).
           PERFORM DRUCK.
           MOVE 0 TO WM-OPDAT.
           OPEN INPUT AENDJRN.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 1 TO WM-OPDAT.
           MOVE 0 TO AJ-KNR.
           START AENDJRN KEY NOT < AJ-KNR INVALID GO X.
       C.  READ AENDJRN NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE.
           MOVE SPACE TO WH-SCHL.
           MOVE AJ-ZEIT TO WD-ZEIT.
           MOVE AJ-LFD TO WD-LFD.
           COMPUTE WC-DATUM = AJ-DATUM - 20000000.
           PERFORM DATDREH.
           STRING AJ-DATEI " " AJ-SCHL " " VDU-DATUM " " WD-ZEIT
               " " WD-LFD DELIMITED BY SIZE INTO WH-SCHL.
           MOVE AJ-KNR TO WH-KNR.
           IF AJ-KNR = 0 PERFORM UNVERKETTET GO C.
           IF AJ-KNR < WH-ERW PERFORM DOPPELT GO C.
           IF AJ-KNR > WH-ERW
               PERFORM LUECKE
               MOVE AJ-HASH TO WH-VORH
               COMPUTE WH-ERW = AJ-KNR + 1
               GO C.
           MOVE AJ-HASH TO WH-IST.
           MOVE SPACE TO AJ-HASH.
           MOVE WH-VORH TO WK-VOR.
           MOVE AJ-SATZ TO WK-DATEN.
           PERFORM HASH.
           IF WK-HASH NOT = WH-IST PERFORM VERAENDERT.
           MOVE WH-IST TO WH-VORH.
           ADD 1 TO WH-ERW.
           GO C.
       X.  IF WM-OPDAT = 1 CLOSE AENDJRN.
           PERFORM KETT-ENDE.
       Z.  EXIT.
      ********* Kettenende gegen KONSTANT 181, Summenzeile je Journal *
       KETT-ENDE SECTION.
       A.  COMPUTE WH-LETZT = WH-ERW - 1.
           MOVE 0 TO WH-KNR.
           MOVE SPACE TO WH-SCHL.
           IF WH-KOPFNR > WH-LETZT
               MOVE "Kettenende fehlt" TO WH-BEFTX
               COMPUTE WH-KNR = WH-LETZT + 1
               MOVE WH-KOPFNR TO WD-NUM2
               MOVE SPACE TO WH-ZUSTX
               STRING "bis Nr. " WD-NUM2 " geloescht"
                   DELIMITED BY SIZE INTO WH-ZUSTX
               PERFORM BRUCH GO C.
           IF WH-KOPFNR < WH-LETZT
               MOVE "Saetze hinter dem Kettenende" TO WH-BEFTX
               COMPUTE WH-KNR = WH-KOPFNR + 1
               MOVE "nicht ueber GABIS geschrieben" TO WH-ZUSTX
               PERFORM BRUCH GO C.
           IF WH-LETZT > 0 AND WH-VORH NOT = WH-KOPFHASH
               MOVE "letzter Satz ersetzt" TO WH-BEFTX
               MOVE WH-LETZT TO WH-KNR
               MOVE "Pruefwert weicht vom Kettenende ab" TO WH-ZUSTX
               PERFORM BRUCH.
       C.  MOVE SPACE TO DRA-SATZ.
           MOVE "Saetze:" TO DRA-SATZ(4:7).
           MOVE WZ-SAETZE TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(12:8).
           MOVE "Kettenende Nr.:" TO DRA-SATZ(22:15).
           MOVE WH-KOPFNR TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(38:8).
           MOVE "Brueche:" TO DRA-SATZ(48:8).
           MOVE WZ-BRUCH TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(57:5).
           MOVE "nicht verkettet:" TO DRA-SATZ(64:16).
           MOVE WZ-UNV TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(81:5).
           PERFORM DRUCK.
           ADD WZ-BRUCH TO WZ-BRGES.
           ADD WZ-UNV TO WZ-UNGES.
       Z.  EXIT.
      ******************************************************* Befunde *
       LUECKE SECTION.
       A.  MOVE "Luecke, Saetze geloescht" TO WH-BEFTX.
           COMPUTE WZ-ALT = WH-KNR - 1.
           MOVE WZ-ALT TO WD-NUM2.
           MOVE WH-ERW TO WD-NUM.
           MOVE SPACE TO WH-ZUSTX.
           STRING "Nr. " WD-NUM " bis " WD-NUM2 " fehlen"
               DELIMITED BY SIZE INTO WH-ZUSTX.
           PERFORM BRUCH.
       Z.  EXIT.
      ******************************************************************
       DOPPELT SECTION.
       A.  MOVE "Kettennummer doppelt" TO WH-BEFTX.
           MOVE "Satz eingeschoben" TO WH-ZUSTX.
           PERFORM BRUCH.
       Z.  EXIT.
      ******************************************************************
       VERAENDERT SECTION.
       A.  MOVE "Satz veraendert" TO WH-BEFTX.
           MOVE "Pruefwert falsch (Satz/Vorgaenger)" TO WH-ZUSTX.
           PERFORM BRUCH.
       Z.  EXIT.
      ******************************************************************
       UNVERKETTET SECTION.
       A.  ADD 1 TO WZ-UNV.
           MOVE "nicht verkettet" TO WH-BEFTX.
           MOVE "Altbestand oder eingeschoben" TO WH-ZUSTX.
           PERFORM BEFUND.
       Z.  EXIT.
      ******************************************************************
       BRUCH SECTION.
       A.  ADD 1 TO WZ-BRUCH.
           PERFORM BEFUND.
       Z.  EXIT.
      ******************************************************************
       BEFUND SECTION.
       A.  MOVE SPACE TO DRK-SATZ.
           MOVE WH-BEFTX TO DRK-BEF.
           MOVE WH-KNR TO DRK-KNR.
           MOVE WH-SCHL TO DRK-SCHL.
           MOVE WH-ZUSTX TO DRK-TX.
           PERFORM DRUCK.
       Z.  EXIT.
      ************************************* Altbestand verketten *
      *    haengt alle Saetze ohne Kettennummer in Schluesselfolge an
      *    die Kette an - einmalig nach der Umstellung, danach
      *    gesperrt (KKT-ALTDAT)
       ALT-DIALOG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Altbestand verketten " with highlight AT VDU-LP.
           MOVE 181 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-KTSATZ.
           IF KKT-ALTDAT NOT = 0
               MOVE KKT-ALTDAT TO WC-DATUM
               PERFORM DATDREH
               DISPLAY "Altbestand wurde bereits am " AT 2401
                   VDU-DATUM " verkettet."
               PERFORM WEITER GO Y.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Saetze ohne Kettennummer werden angehaengt."
               AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "Nur einmal moeglich!" with highlight AT VDU-LP.
       E.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           DISPLAY "Lauf..." with highlight AT 2401.
           MOVE 0 TO WZ-ALT.
           PERFORM ALT-RJ.
           PERFORM ALT-AJ.
           PERFORM KOPF-LESEN.
           MOVE WH-DATUM TO KKT-ALTDAT.
           REWRITE KO-SATZ.
           DISPLAY WZ-ALT with highlight AT 2120
               " Saetze verkettet." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       ALT-RJ SECTION.
       A.  OPEN I-O REJRNAL.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO RJ-RENUM.
           START REJRNAL KEY NOT < RJ-KEY INVALID GO X.
       C.  READ REJRNAL NEXT AT END GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF RJ-KNR NOT = 0 GO C.
           PERFORM KOPF-LESEN.
           COMPUTE RJ-KNR = KKT-RJNR + 1.
           MOVE SPACE TO RJ-HASH.
           MOVE KKT-RJHASH TO WK-VOR.
           MOVE RJ-SATZ TO WK-DATEN.
           PERFORM HASH.
           MOVE WK-HASH TO RJ-HASH.
           REWRITE RJ-SATZ INVALID UNLOCK KONSTANT GO C.
           MOVE RJ-KNR TO KKT-RJNR.
           MOVE RJ-HASH TO KKT-RJHASH.
           REWRITE KO-SATZ.
           ADD 1 TO WZ-ALT.
           GO C.
       X.  CLOSE REJRNAL.
       Z.  EXIT.
      ******************************************************************
       ALT-AJ SECTION.
       A.  OPEN I-O AENDJRN.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE LOW-VALUE TO AJ-KEY.
           START AENDJRN KEY NOT < AJ-KEY INVALID GO X.
       C.  READ AENDJRN NEXT AT END GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF AJ-KNR NOT = 0 GO C.
           PERFORM KOPF-LESEN.
           COMPUTE AJ-KNR = KKT-AJNR + 1.
           MOVE SPACE TO AJ-HASH.
           MOVE KKT-AJHASH TO WK-VOR.
           MOVE AJ-SATZ TO WK-DATEN.
           PERFORM HASH.
           MOVE WK-HASH TO AJ-HASH.
           REWRITE AJ-SATZ INVALID UNLOCK KONSTANT GO C.
           MOVE AJ-KNR TO KKT-AJNR.
           MOVE AJ-HASH TO KKT-AJHASH.
           REWRITE KO-SATZ.
           ADD 1 TO WZ-ALT.
           GO C.
       X.  CLOSE AENDJRN.
       Z.  EXIT.
