      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABJRAUS.
      ******************************************************************
      *   Jahresauslagerung der Journale: Lagerbewegungen              *
      *   (GABISLGJ.DAT), Aenderungsjournal (GABISAEJ.DAT),            *
      *   Sitzungsjournal (GABISSES.DAT) und Nachtlaufprotokoll        *
      *   (GABISJPT.DAT).  Saetze vor einem Stichtag werden nach       *
      *   ihrem Jahr in sequentielle Jahresdateien geschrieben         *
      *   (LGJjjjj.DAT, AEJjjjj.DAT, SESjjjj.DAT, JPTjjjj.DAT; eine    *
      *   vorhandene Jahresdatei wird fortgeschrieben), die Dateien    *
      *   werden durch Rueckzaehlen geprueft, und erst danach wird     *
      *   im lebenden Journal geloescht (wie GABARCHX).                *
      *                                                                *
      *   Aenderungsjournal: es wird nur der Anfang der Kette          *
      *   (GABKETT) ausgelagert - bis vor den ersten verketteten       *
      *   Satz ab dem Stichtag; Nummer und Pruefwert des letzten       *
      *   ausgelagerten Kettensatzes stehen danach in KONSTANT 181,    *
      *   die Kettenpruefung setzt dort an.                            *
      *   Lesen der Jahresdateien: GABLAGER (Bewegungsjournal) und     *
      *   GABJRN (Aenderungsjournal), nur lesend.                      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSELGJ.CPY.
           COPY GABSEAEJ.CPY.
           COPY GABSESES.CPY.
           COPY GABSEJOB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT EXPJRN   ASSIGN TO WN-EXP
                           ORGANIZATION SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABLGJRN.CPY.
       COPY GABAENDJ.CPY.
       COPY GABSESSJ.CPY.
       COPY GABJOBKT.CPY.
       COPY GABKONST.CPY.
      ************************************** Jahresdatei (alle vier) *
      *    Satzlaenge grosszuegig ueber dem laengsten Journalsatz
      *    (AJ-SATZ), damit beim Auslagern nichts abgeschnitten wird
       FD  EXPJRN                      LABEL RECORD STANDARD.
       01  XJ-SATZ                     PIC X(200).
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
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *--------> 1 = LAGERJRN, 2 = AENDJRN, 3 = SESSJRN, 4 = JOBPROT <--
           03  WH-JRN                  PIC 9         COMP.
           03  WH-JRNNAM               PIC X(12).
           03  WH-JRNKZ                PIC XXX.
           03  WN-EXP                  PIC X(15).
           03  WH-XINFO                PIC X(16).
           03  WH-GRENZ                PIC 9(8)      COMP.
           03  WH-JDAT                 PIC 9(8)      COMP.
           03  WH-JJJJ                 PIC 9999.
           03  WH-JVON                 PIC 9999.
           03  WH-JBIS                 PIC 9999.
           03  WM-EOF                  PIC 9         COMP.
           03  WM-SEL                  PIC 9         COMP.
           03  WM-FEHL                 PIC 9         COMP.
      *--------> Kettenanfang des Aenderungsjournals (GABKETT) <--
           03  WH-KNRMAX               PIC 9(8)      COMP.
           03  WH-ABNR                 PIC 9(8)      COMP.
           03  WH-ABHASH               PIC X(16).
           03  WZ-DEL                  PIC 9(8)      COMP.
      *--------------------> Zaehler je Jahresdatei <--
           03  WJ-ANZ                  PIC 99        COMP.
           03  WJ-TAB                                       OCCURS 30.
               05  WJ-JAHR             PIC 9999.
               05  WJ-VOR              PIC 9(8)      COMP.
               05  WJ-EXP              PIC 9(8)      COMP.
               05  WJ-IST              PIC 9(8)      COMP.
           03  WD-ANZ                  PIC ZZZZZZZ9.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LAGERJRN.
       A.  CALL "CADECL" USING "GABISLGJ.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON AENDJRN.
       A.  CALL "CADECL" USING "GABISAEJ.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SESSJRN.
       A.  CALL "CADECL" USING "GABISSES.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON JOBPROT.
       A.  CALL "CADECL" USING "GABISJPT.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM JRN-MENU GO W.
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
       JRN-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Journalauslagerung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Lagerbewegungen (GABISLGJ)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Aenderungsjournal (GABISAEJ)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Sitzungsjournal (GABISSES)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Nachtlaufprotokoll (GABISJPT)" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 MOVE "GABISLGJ.DAT" TO WH-JRNNAM
                      MOVE "LGJ" TO WH-JRNKZ
               WHEN 2 MOVE "GABISAEJ.DAT" TO WH-JRNNAM
                      MOVE "AEJ" TO WH-JRNKZ
               WHEN 3 MOVE "GABISSES.DAT" TO WH-JRNNAM
                      MOVE "SES" TO WH-JRNKZ
               WHEN 4 MOVE "GABISJPT.DAT" TO WH-JRNNAM
                      MOVE "JPT" TO WH-JRNKZ
               WHEN OTHER GO C.
           MOVE WH-PG TO WH-JRN.
           PERFORM AUSLAG.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       AUSLAG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auslagerung " with highlight AT VDU-LP
               WH-JRNNAM with highlight.
       C.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Saetze aelter als:" AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Stichtag" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-TAG WZ-MONAT.
           CALL "CAUP" USING "1103236006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
      *--------> der laufende Tag bleibt immer im Journal <-
           IF WZ-DATUM = 0 OR WZ-DATUM > WH-DATUM
               OR WZ-DATUM = WH-DATUM GO C.
           COMPUTE WH-GRENZ = WZ-DATUM + 20000000.
           DISPLAY "Pruefung..." with highlight AT 2401.
           PERFORM JRN-OEFFNE.
           IF WF-STATUS NOT = "00"
               DISPLAY "Journal nicht vorhanden," AT 2401
               PERFORM WEITER GO X.
      *--------> Kettenanfang und Jahrgaenge ermitteln <-
           IF WH-JRN = 2 PERFORM KETTE-GRENZ.
           PERFORM JAHRGAENGE.
           IF WH-JBIS NOT = 0 AND WH-JBIS - WH-JVON > 29
               PERFORM JRN-SCHLIESS
               DISPLAY "mehr als 30 Jahrgaenge - Stichtag frueher"
                   " waehlen!" AT 2401
               PERFORM WEITER GO X.
           IF WJ-ANZ = 0
               PERFORM JRN-SCHLIESS
               DISPLAY "keine Saetze vor dem Stichtag," AT 2401
               PERFORM WEITER GO X.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahresdateien:" AT VDU-LP.
           ADD 418 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-JRNKZ with highlight AT VDU-LP WH-JVON
               with highlight " - " WH-JBIS with highlight ".DAT".
       G.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC PERFORM JRN-SCHLIESS GO X.
           IF NOT RET GO G.
           DISPLAY "Auslagerung laeuft..." AT 2301.
      *----------------> Phase 1 und 2 je Jahrgang <-
           MOVE 0 TO WM-FEHL.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WJ-ANZ
               PERFORM EXPORT
               PERFORM PRUEFUNG.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WJ-ANZ
               IF WJ-IST(WX) NOT = WJ-VOR(WX) + WJ-EXP(WX)
                   MOVE 1 TO WM-FEHL
               END-IF
           END-PERFORM.
           IF WM-FEHL = 1
               DISPLAY "Jahresdatei unvollstaendig - es wird"
                   " NICHT geloescht!" with highlight
                   foreground-color 4 AT 2301
               PERFORM WEITER
               PERFORM JRN-SCHLIESS
               PERFORM PROTOKOLL GO X.
      *----------------> Phase 3: erst jetzt im Journal loeschen <-
           PERFORM LOESCHUNG.
           PERFORM JRN-SCHLIESS.
           IF WH-JRN = 2 PERFORM KETTE-ANKER.
           PERFORM PROTOKOLL.
           DISPLAY "Auslagerung abgeschlossen (JRNAUSL.LST)."
               with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************************************ gewaehltes Journal oeffnen *
       JRN-OEFFNE SECTION.
       A.  EVALUATE WH-JRN
               WHEN 1 OPEN I-O LAGERJRN
               WHEN 2 OPEN I-O AENDJRN
               WHEN 3 OPEN I-O SESSJRN
               WHEN 4 OPEN I-O JOBPROT.
       Z.  EXIT.
      ******************************************************************
       JRN-SCHLIESS SECTION.
       A.  EVALUATE WH-JRN
               WHEN 1 CLOSE LAGERJRN
               WHEN 2 CLOSE AENDJRN
               WHEN 3 CLOSE SESSJRN
               WHEN 4 CLOSE JOBPROT.
       Z.  EXIT.
      ************************** an den Anfang des Journals setzen *
       JRN-START SECTION.
       A.  MOVE 0 TO WM-EOF.
           IF WH-JRN = 2 GO C.
           IF WH-JRN = 3 GO D.
           IF WH-JRN = 4 GO E.
       B.  MOVE LOW-VALUE TO LJ-KEY.
           START LAGERJRN KEY NOT < LJ-KEY INVALID MOVE 1 TO WM-EOF.
           GO Z.
       C.  MOVE LOW-VALUE TO AJ-KEY.
           START AENDJRN KEY NOT < AJ-KEY INVALID MOVE 1 TO WM-EOF.
           GO Z.
       D.  MOVE LOW-VALUE TO SJ-KEY.
           START SESSJRN KEY NOT < SJ-KEY INVALID MOVE 1 TO WM-EOF.
           GO Z.
       E.  MOVE LOW-VALUE TO JP-KEY.
           START JOBPROT KEY NOT < JP-KEY INVALID MOVE 1 TO WM-EOF.
       Z.  EXIT.
      ***** naechsten Satz lesen: Datum nach WH-JDAT, Satz nach
      *     XJ-SATZ, WM-SEL = 1 wenn er ausgelagert wird *
       JRN-LESEN SECTION.
       A.  MOVE 0 TO WM-SEL.
           IF WH-JRN = 2 GO C.
           IF WH-JRN = 3 GO D.
           IF WH-JRN = 4 GO E.
       B.  READ LAGERJRN NEXT AT END MOVE 1 TO WM-EOF GO Z.
           IF ZUGRIF PERFORM BESETZT GO B.
           MOVE LJ-DATUM TO WH-JDAT.
           MOVE LJ-SATZ TO XJ-SATZ.
           GO X.
       C.  READ AENDJRN NEXT AT END MOVE 1 TO WM-EOF GO Z.
           IF ZUGRIF PERFORM BESETZT GO C.
           MOVE AJ-DATUM TO WH-JDAT.
           MOVE AJ-SATZ TO XJ-SATZ.
      *--------> verkettete Saetze nur bis zum Kettenanfang <-
           IF AJ-KNR NOT = 0
               IF AJ-KNR NOT > WH-KNRMAX MOVE 1 TO WM-SEL
               END-IF
               GO Y.
           GO X.
       D.  READ SESSJRN NEXT AT END MOVE 1 TO WM-EOF GO Z.
           IF ZUGRIF PERFORM BESETZT GO D.
           MOVE SJ-DATUM TO WH-JDAT.
           MOVE SJ-SATZ TO XJ-SATZ.
           GO X.
       E.  READ JOBPROT NEXT AT END MOVE 1 TO WM-EOF GO Z.
           IF ZUGRIF PERFORM BESETZT GO E.
           MOVE JP-DATUM TO WH-JDAT.
           MOVE JP-SATZ TO XJ-SATZ.
       X.  IF WH-JDAT < WH-GRENZ MOVE 1 TO WM-SEL.
       Y.  COMPUTE WH-JJJJ = WH-JDAT / 10000.
       Z.  EXIT.
      ******************************************************************
       JRN-LOESCH SECTION.
       A.  IF WH-JRN = 2 GO C.
           IF WH-JRN = 3 GO D.
           IF WH-JRN = 4 GO E.
           DELETE LAGERJRN INVALID GO Z.
           GO X.
       C.  DELETE AENDJRN INVALID GO Z.
           GO X.
       D.  DELETE SESSJRN INVALID GO Z.
           GO X.
       E.  DELETE JOBPROT INVALID GO Z.
       X.  ADD 1 TO WZ-DEL.
       Z.  EXIT.
      ***** Aenderungsjournal: Kettenanfang bis zum Stichtag *
      *     (der Altbestand ist nicht in Datumsfolge verkettet, darum
      *     zaehlt der erste Kettensatz ab dem Stichtag) *
       KETTE-GRENZ SECTION.
       A.  MOVE 0 TO WH-KNRMAX.
           MOVE SPACE TO WH-ABHASH.
           MOVE 1 TO AJ-KNR.
           START AENDJRN KEY NOT < AJ-KNR INVALID GO Z.
       C.  READ AENDJRN NEXT IGNORE LOCK AT END GO Z.
           IF AJ-DATUM NOT < WH-GRENZ GO Z.
           MOVE AJ-KNR TO WH-KNRMAX.
           MOVE AJ-HASH TO WH-ABHASH.
           GO C.
       Z.  EXIT.
      ***** Jahrgaenge der auszulagernden Saetze, vorhandene
      *     Jahresdateien vorzaehlen *
       JAHRGAENGE SECTION.
       A.  MOVE 0 TO WJ-ANZ WH-JBIS.
           MOVE 9999 TO WH-JVON.
           PERFORM JRN-START.
           IF WM-EOF = 1 GO G.
       C.  PERFORM JRN-LESEN.
           IF WM-EOF = 1 GO G.
           IF WM-SEL = 0 GO C.
           IF WH-JJJJ < WH-JVON MOVE WH-JJJJ TO WH-JVON.
           IF WH-JJJJ > WH-JBIS MOVE WH-JJJJ TO WH-JBIS.
           GO C.
       G.  IF WH-JBIS = 0 GO Z.
           IF WH-JBIS - WH-JVON > 29 GO Z.
           MOVE WH-JVON TO WH-JJJJ.
       I.  ADD 1 TO WJ-ANZ.
           MOVE WH-JJJJ TO WJ-JAHR(WJ-ANZ).
           MOVE 0 TO WJ-VOR(WJ-ANZ) WJ-EXP(WJ-ANZ) WJ-IST(WJ-ANZ).
           MOVE WJ-ANZ TO WX.
           PERFORM DATEI-NAME.
           PERFORM DATEI-ZAEHL.
           MOVE WZ-DEL TO WJ-VOR(WJ-ANZ).
           ADD 1 TO WH-JJJJ.
           IF WH-JJJJ NOT > WH-JBIS GO I.
       Z.  EXIT.
      ******************************************************************
       DATEI-NAME SECTION.
       A.  MOVE SPACE TO WN-EXP.
           STRING WH-JRNKZ WJ-JAHR(WX) ".DAT" DELIMITED BY SIZE
               INTO WN-EXP.
       Z.  EXIT.
      ****** Saetze einer Jahresdatei zaehlen (nach WZ-DEL) *
       DATEI-ZAEHL SECTION.
       A.  MOVE 0 TO WZ-DEL.
           CALL "CBL_CHECK_FILE_EXIST" USING WN-EXP WH-XINFO.
           IF RETURN-CODE NOT = 0 GO Z.
           OPEN INPUT EXPJRN.
           IF WF-STATUS NOT = "00" GO Z.
       C.  READ EXPJRN AT END GO X.
           ADD 1 TO WZ-DEL.
           GO C.
       X.  CLOSE EXPJRN.
       Z.  EXIT.
      ************* Phase 1: einen Jahrgang in seine Datei schreiben *
       EXPORT SECTION.
       A.  PERFORM DATEI-NAME.
           IF WJ-VOR(WX) = 0
               OPEN OUTPUT EXPJRN
               ELSE OPEN EXTEND EXPJRN.
           DISPLAY WN-EXP AT 2020.
           PERFORM JRN-START.
           IF WM-EOF = 1 GO X.
       C.  PERFORM JRN-LESEN.
           IF WM-EOF = 1 GO X.
           IF WM-SEL = 0 OR WH-JJJJ NOT = WJ-JAHR(WX) GO C.
           WRITE XJ-SATZ.
           ADD 1 TO WJ-EXP(WX).
           GO C.
       X.  CLOSE EXPJRN.
       Z.  EXIT.
      ************ Phase 2: Jahresdatei rueckzaehlen (Pruefung) *
       PRUEFUNG SECTION.
       A.  PERFORM DATEI-NAME.
           PERFORM DATEI-ZAEHL.
           MOVE WZ-DEL TO WJ-IST(WX).
       Z.  EXIT.
      ************ Phase 3: alle ausgelagerten Saetze loeschen *
       LOESCHUNG SECTION.
       A.  MOVE 0 TO WZ-DEL WH-ABNR.
           PERFORM JRN-START.
           IF WM-EOF = 1 GO Z.
       C.  PERFORM JRN-LESEN.
           IF WM-EOF = 1 GO Z.
           IF WM-SEL = 0 GO C.
           IF WH-JJJJ < WH-JVON OR WH-JJJJ > WH-JBIS GO C.
           IF WH-JRN = 2 AND AJ-KNR > WH-ABNR
               MOVE AJ-KNR TO WH-ABNR
               MOVE AJ-HASH TO WH-ABHASH.
           PERFORM JRN-LOESCH.
           GO C.
       Z.  EXIT.
      ***** Kettenanfang fuer die Kettenpruefung merken *
       KETTE-ANKER SECTION.
       A.  IF WH-ABNR = 0 GO Z.
           MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 181 TO WH-KEY.
       C.  READ KONSTANT INVALID GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF WH-ABNR > KKT-AJABNR
               MOVE WH-ABNR TO KKT-AJABNR
               MOVE WH-ABHASH TO KKT-AJABHASH
               MOVE 181 TO WH-KEY
               REWRITE KO-SATZ.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ******************************** Protokoll der Auslagerung *
       PROTOKOLL SECTION.
       A.  MOVE "JRNAUSL.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Journal-Jahresauslagerung" TO DRA-SATZ(2:).
           MOVE WH-JRNNAM TO DRA-SATZ(29:12).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(60:5).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           COMPUTE WC-DATUM = WH-GRENZ - 20000000.
           PERFORM DATDREH.
           MOVE "Saetze vor dem:" TO DRA-SATZ(2:).
           MOVE VDU-DATUM TO DRA-SATZ(18:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:70).
           PERFORM DRUCK.
           MOVE "Jahresdatei      vorher  ausgelagert    gezaehlt"
               TO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WJ-ANZ
               PERFORM PROT-ZEILE.
           MOVE ALL "-" TO DRA-SATZ(2:70).
           PERFORM DRUCK.
           IF WM-FEHL = 1
               MOVE "Pruefung fehlgeschlagen - nichts geloescht"
                   TO DRA-SATZ(2:)
           ELSE
               MOVE "im Journal geloescht:" TO DRA-SATZ(2:)
               MOVE WZ-DEL TO WD-ANZ
               MOVE WD-ANZ TO DRA-SATZ(24:8).
           PERFORM DRUCK.
           IF WM-FEHL = 0 AND WH-JRN = 2 AND WH-ABNR NOT = 0
               MOVE "Kette beginnt nach Nr." TO DRA-SATZ(2:)
               MOVE WH-ABNR TO WD-ANZ
               MOVE WD-ANZ TO DRA-SATZ(25:8)
               PERFORM DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
       PROT-ZEILE SECTION.
       A.  PERFORM DATEI-NAME.
           MOVE WN-EXP TO DRA-SATZ(2:15).
           MOVE WJ-VOR(WX) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(16:8).
           MOVE WJ-EXP(WX) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(29:8).
           MOVE WJ-IST(WX) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(41:8).
           PERFORM DRUCK.
       Z.  EXIT.
