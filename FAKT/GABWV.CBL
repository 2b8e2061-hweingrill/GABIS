      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABWV.
      ******************************************************************
      *   Wiedervorlagen je Benutzer (GABISWV.DAT): Kunde und/oder     *
      *   Auftrag, zustaendiger Benutzer (KONSTANT 131-150), Faellig-  *
      *   keit, Betreff und Status offen/erledigt.  Beim Erledigen     *
      *   wird eine Karteinotiz zum Kunden geschrieben (wie GABSKPR).  *
      *   "Meine Wiedervorlagen" zeigt die offenen Vorlagen des        *
      *   angemeldeten Benutzers nach Faelligkeit, ueberfaellige rot,  *
      *   heute faellige hell.  Die Uebersicht der ueberfaelligen      *
      *   Vorlagen je Benutzer (mit Liste WVORL.LST) nur mit dem       *
      *   Hauptcodewort.                                               *
      *                                                                *
      *   10 = Menue; 20 = Meine Wiedervorlagen bei der Anmeldung      *
      *   (GABVORL, nur wenn offene Vorlagen da sind); 30 = neue       *
      *   Wiedervorlage mit Kunde/Auftrag aus WWV-PARM (Kunden-        *
      *   cockpit, Auftragserfassung).                                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEWVO.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT KARTEIN  ASSIGN TO RANDOM "GABKART.DAT"
                           ORGANIZATION IS INDEXED, ACCESS IS DYNAMIC,
                           RECORD KEY IS KA-KEY,
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABWVORL.CPY.
       COPY GABANBOT.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
      *********************************************** Karteibewegungen *
       FD  KARTEIN     external        RECORD IS VARYING IN SIZE
                                       FROM 8 TO 286 CHARACTERS
                                       DEPENDING ON WH-KART.
       01  KA-SATZ.
           03  KA-KEY.
               05 KA-ADNUM             PIC 9(6)     COMP.
               05 KA-DATUM             PIC 9(6)     COMP.
           03  KA-TXT                  PIC X(280).
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
           03  WM-OPAUF                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-ANZ                  PIC 9(5)      COMP.
           03  WZ-ZEIL                 PIC 99        COMP.
           03  WH-VLNR                 PIC 9(6)      COMP.
           03  WH-BEN                  PIC 99        COMP.
           03  WH-LBEN                 PIC 99        COMP.
           03  WH-BNAME                PIC X(20).
           03  WH-NEU                  PIC 9         COMP.
           03  WH-EINZ                 PIC 9         COMP  VALUE ZERO.
           03  WH-VORB                 PIC 9         COMP  VALUE ZERO.
           03  WH-MEHR                 PIC 9         COMP.
           03  WH-ALTST                PIC 9         COMP.
           03  WH-VDAT                 PIC 9(8)      COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-HTAG                 PIC 9(8)      COMP.
           03  WH-TAGE                 PIC 9(5)      COMP.
           03  WH-VLSATZ               PIC X(120).
           03  WH-ZEILE                PIC X(76).
           03  WD-NR                   PIC ZZZZZ9.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-ANZ                  PIC ZZZ9.
           03  WD-TAGE                 PIC ZZZZ9.
           03  WD-BEN                  PIC Z9.
      *--------------------> offene/ueberfaellige je Benutzer <-
           03  WU-TAB                                       OCCURS 20.
               05  WU-OFFEN            PIC 9(4)      COMP.
               05  WU-UEB              PIC 9(4)      COMP.
               05  WU-ALT              PIC 9(8)      COMP.
      *--------------------> Karteinotiz beim Erledigen <-
           03  WH-KART                 PIC 9(5).
           03  WH-KATX                 PIC X(40).
           03  WH-KPOS                 PIC 999       COMP.
       COPY GABBENUT.CPY.
       COPY GABWVSC.CPY.
       COPY GABEXT.CPY.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON WIEDVOR.
       A.  CALL "CADECL" USING "GABISWV.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KARTEIN.
       A.  CALL "CADECL" USING "GABKART.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WV-MENU GO W.
           IF WL-CA = 20 PERFORM WV-MEINE GO X.
           IF WL-CA = 30 PERFORM WV-NEU GO X.
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
       WV-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wiedervorlagen " with highlight AT VDU-LP.
           OPEN I-O WIEDVOR.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT WIEDVOR
               CLOSE WIEDVOR
               OPEN I-O WIEDVOR.
           PERFORM NEB-OEFF.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Wiedervorlage erfassen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - meine Wiedervorlagen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - ueberfaellige je Benutzer" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 MOVE 0 TO WH-EINZ
                      PERFORM WV-PFLEGE
               WHEN 2 IF WB-NUM = 0
                          DISPLAY "kein Benutzer angemeldet" AT 2401
                          PERFORM WEITER
                      ELSE
                          MOVE WB-NUM TO WH-BEN
                          PERFORM WV-LISTE
                      END-IF
               WHEN 3 IF WX-CODE(1) NOT = WX-CODE(2)
                          DISPLAY "nur mit dem Hauptcodewort" AT 2401
                          PERFORM WEITER
                      ELSE
                          PERFORM WV-UEBERF
                      END-IF
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE WIEDVOR.
           PERFORM NEB-SCHL.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Kunden, Auftraege und Benutzer fuer Pruefung und Anzeige;
      *    ist eine Datei schon offen (GABVORL), wird nur gelesen
      ******************************************************************
       NEB-OEFF SECTION.
       A.  MOVE 0 TO WM-OPKON WM-OPDEB WM-OPAUF.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAUF.
           COMPUTE WA-HEUTE = WH-DATUM + 20000000.
           COMPUTE WA-HTAG = FUNCTION INTEGER-OF-DATE(WA-HEUTE).
       Z.  EXIT.
      ******************************************************************
       NEB-SCHL SECTION.
       A.  IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPAUF = 1 CLOSE AUFKOPF.
           MOVE 0 TO WM-OPKON WM-OPDEB WM-OPAUF.
       Z.  EXIT.
      ******************************************************************
      *    Meine Wiedervorlagen bei der Anmeldung: nur wenn der
      *    Benutzer offene Vorlagen hat
      ******************************************************************
       WV-MEINE SECTION.
       A.  IF WB-NUM = 0 GO Z.
           OPEN I-O WIEDVOR.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WB-NUM TO VL-BEN WH-BEN.
           MOVE 0 TO VL-STATUS VL-FAELLIG.
           START WIEDVOR KEY NOT < VL-BENKEY INVALID GO X.
           READ WIEDVOR NEXT IGNORE LOCK AT END GO X.
           IF VL-BEN NOT = WH-BEN OR NOT VL-OFFEN GO X.
           PERFORM NEB-OEFF.
           PERFORM WV-LISTE.
           PERFORM NEB-SCHL.
       X.  CLOSE WIEDVOR.
       Z.  EXIT.
      ******************************************************************
      *    neue Wiedervorlage, Kunde/Auftrag aus WWV-PARM vorbelegt
      ******************************************************************
       WV-NEU SECTION.
       A.  OPEN I-O WIEDVOR.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT WIEDVOR
               CLOSE WIEDVOR
               OPEN I-O WIEDVOR.
           PERFORM NEB-OEFF.
           MOVE 1 TO WH-VORB WH-EINZ.
           MOVE 0 TO WH-VLNR.
           PERFORM WV-PFLEGE.
           MOVE 0 TO WH-VORB WH-EINZ WWV-KTONR WWV-AUFNR.
           PERFORM NEB-SCHL.
           CLOSE WIEDVOR.
       Z.  EXIT.
      ******************************************************************
      *    Wiedervorlage erfassen/bearbeiten; WH-EINZ = 1: nur die
      *    Vorlage WH-VLNR (0 = neu), danach zurueck zum Aufrufer
      ******************************************************************
       WV-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wiedervorlage " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nummer..........:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunde...........:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftrag.........:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "zustaendig......:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "faellig am......:" AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Betreff.........:" AT VDU-LP.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Status..........:" AT VDU-LP.
           ADD 825 VDU-ECK GIVING VDU-LP.
           DISPLAY "0=offen 1=erledigt" AT VDU-LP.
           ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY "angelegt........:" AT VDU-LP.
           IF WH-EINZ = 1 GO D2.
      *---------------------------------> Nummer <-
       D.  DISPLAY "<esc>= zurueck, <ret>= Nummer (0 = neu)" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002216006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO D.
           MOVE WH-NUM TO WH-VLNR.
       D2. IF WH-VLNR = 0 PERFORM WV-NEUSATZ GO E.
           MOVE WH-VLNR TO VL-NR.
           MOVE 0 TO WH-NEU.
           READ WIEDVOR INVALID
               DISPLAY "Wiedervorlage nicht vorhanden" AT 2401
               PERFORM WEITER GO Q.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO Q.
           MOVE VL-STATUS TO WH-ALTST.
           PERFORM WV-ZEIGEN.
      *---------------------------------> Kunde <-
       E.  DISPLAY "<esc>= zurueck, <ret>= Kontonummer (0 = ohne)"
               AT 2301.
           MOVE VL-KTONR TO WH-NUM.
           CALL "CAUP" USING "1003216006" WH-CREG.
           IF ESC GO Q.
           IF NOT RET GO E.
           IF WH-NUM > 0
               MOVE WH-NUM TO DE-KTONR
               READ DEBITOR IGNORE LOCK INVALID
                   DISPLAY "Kunde nicht vorhanden!" AT 2401 GO E.
           MOVE WH-NUM TO VL-KTONR.
           PERFORM WV-ZEIGEN.
      *---------------------------------> Auftrag <-
       F.  DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer (0 = ohne)"
               AT 2301.
           MOVE VL-AUFNR TO WH-NUM.
           CALL "CAUP" USING "1004216008" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           MOVE WH-NUM TO VL-AUFNR.
           IF VL-AUFNR = 0 GO G.
           MOVE VL-AUFNR TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401 GO F.
           IF VL-KTONR = 0 MOVE AK-KTONR TO VL-KTONR.
           IF AK-KTONR NOT = VL-KTONR
               DISPLAY "Auftrag gehoert zu einem anderen Kunden!"
                   AT 2401 GO F.
           PERFORM WV-ZEIGEN.
      *---------------------------------> Benutzer <-
       G.  DISPLAY "<esc>= zurueck, <ret>= zustaendiger Benutzer"
               AT 2301.
           MOVE VL-BEN TO WH-NUM.
           CALL "CAUP" USING "1005212002" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO G.
           MOVE WH-NUM TO WH-BEN.
           PERFORM BEN-NAME.
           IF WH-BEN = 0 OR WH-BNAME = SPACE
               DISPLAY "Benutzer unbekannt!" AT 2401 GO G.
           MOVE WH-BEN TO VL-BEN.
           PERFORM WV-ZEIGEN.
      *---------------------------------> Faelligkeit <-
       H.  DISPLAY "<esc>= zurueck, <ret>= faellig am" AT 2301.
           COMPUTE WZ-DATUM = VL-FAELLIG - 20000000.
           CALL "CAUP" USING "1106216006" WH-CREG.
           IF ESC GO G.
           IF NOT RET OR WZ-DATUM = 0 GO H.
           COMPUTE VL-FAELLIG = WZ-DATUM + 20000000.
      *---------------------------------> Betreff <-
       I.  DISPLAY "<esc>= zurueck, <ret>= Betreff" AT 2301.
           MOVE VL-BETREFF TO WT-TX.
           CALL "CAUP" USING "1207210140" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO I.
           IF WT-TX = SPACE GO I.
           MOVE WT-TX TO VL-BETREFF.
      *---------------------------------> Status <-
       K.  DISPLAY "<esc>= zurueck, <ret>= Status" AT 2301.
           MOVE VL-STATUS TO WH-NUM.
           CALL "CAUP" USING "1008211001" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-NUM > 1 GO K.
           MOVE WH-NUM TO VL-STATUS.
       M.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Q.
           IF NOT RET GO M.
           IF VL-OFFEN MOVE 0 TO VL-ERLDAT.
           IF VL-ERLEDIGT AND WH-ALTST = 0
               MOVE WA-HEUTE TO VL-ERLDAT
               PERFORM KART-NOTIZ.
           IF WH-NEU = 1 PERFORM WV-NUMMER MOVE 0 TO WH-NEU
           ELSE REWRITE VL-SATZ.
           PERFORM WV-ZEIGEN.
           DISPLAY "gespeichert." with highlight AT 2401.
           IF WH-EINZ = 1 PERFORM WEITER GO X.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       Q.  UNLOCK WIEDVOR.
           IF WH-EINZ = 1 GO X.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       WV-NEUSATZ SECTION.
       A.  INITIALIZE VL-SATZ.
           MOVE 1 TO WH-NEU.
           MOVE 0 TO WH-ALTST.
           MOVE WB-NUM TO VL-BEN VL-ANLBEN.
           MOVE WA-HEUTE TO VL-ANLDAT VL-FAELLIG.
           IF WH-VORB = 1
               MOVE WWV-KTONR TO VL-KTONR
               MOVE WWV-AUFNR TO VL-AUFNR.
           PERFORM WV-ZEIGEN.
       Z.  EXIT.
      ******** naechste freie Nummer vergeben und Satz schreiben *
       WV-NUMMER SECTION.
       A.  MOVE VL-SATZ TO WH-VLSATZ.
           MOVE 999999 TO VL-NR.
           START WIEDVOR KEY < VL-NR INVALID MOVE 0 TO VL-NR GO B.
           READ WIEDVOR PREVIOUS IGNORE LOCK AT END MOVE 0 TO VL-NR.
       B.  MOVE VL-NR TO WH-VLNR.
           MOVE WH-VLSATZ TO VL-SATZ.
       C.  ADD 1 TO WH-VLNR.
           MOVE WH-VLNR TO VL-NR.
           WRITE VL-SATZ INVALID GO C.
       Z.  EXIT.
      ******************************************************************
       WV-ZEIGEN SECTION.
       A.  MOVE VL-NR TO WD-NR.
           ADD 221 VDU-ECK GIVING VDU-LP.
           IF WH-NEU = 1 DISPLAY "neu   " with highlight AT VDU-LP
           ELSE DISPLAY WD-NR with highlight AT VDU-LP.
           MOVE VL-KTONR TO WD-KTO.
           ADD 321 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KTO with highlight AT VDU-LP.
           MOVE SPACE TO WT-BEZ.
           IF VL-KTONR > 0
               MOVE VL-KTONR TO DE-KTONR
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO WT-BEZ
               INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:45) AT VDU-LP.
           MOVE VL-AUFNR TO WD-AUF.
           ADD 421 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-AUF with highlight AT VDU-LP.
           MOVE VL-BEN TO WD-BEN WH-BEN.
           PERFORM BEN-NAME.
           ADD 521 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BEN with highlight AT VDU-LP.
           ADD 525 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-BNAME AT VDU-LP.
           MOVE VL-FAELLIG TO WH-VDAT.
           PERFORM DAT-ANZ.
           ADD 621 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 721 VDU-ECK GIVING VDU-LP.
           DISPLAY VL-BETREFF with highlight AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY VL-STATUS with highlight AT VDU-LP.
           MOVE VL-ANLDAT TO WH-VDAT.
           PERFORM DAT-ANZ.
           ADD 921 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM AT VDU-LP.
           MOVE VL-ANLBEN TO WH-BEN.
           PERFORM BEN-NAME.
           ADD 931 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-BNAME AT VDU-LP.
           IF VL-ERLDAT = 0 GO Z.
           MOVE VL-ERLDAT TO WH-VDAT.
           PERFORM DAT-ANZ.
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "erledigt am.....:" AT VDU-LP.
           ADD 1021 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM AT VDU-LP.
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
      *    Karteinotiz zum Kunden beim Erledigen, Adressnummer
      *    Kundennummer * 10 + 2 (wie GABSKPR)
      ******************************************************************
       KART-NOTIZ SECTION.
       A.  IF VL-KTONR = 0 GO Z.
           OPEN I-O KARTEIN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KARTEIN
               CLOSE KARTEIN
               OPEN I-O KARTEIN.
           MOVE SPACE TO WH-KATX.
           STRING "WV erledigt: " VL-BETREFF
               DELIMITED BY SIZE INTO WH-KATX.
           COMPUTE KA-ADNUM = VL-KTONR * 10 + 2.
           MOVE WH-DATUM TO KA-DATUM.
           MOVE 286 TO WH-KART.
           MOVE SPACE TO KA-TXT.
           MOVE WH-KATX TO KA-TXT.
           WRITE KA-SATZ INVALID PERFORM KART-ANHANG.
           CLOSE KARTEIN.
       Z.  EXIT.
      ******************************************************************
       KART-ANHANG SECTION.
       A.  READ KARTEIN INVALID GO Z.
           MOVE 236 TO WH-KPOS.
       C.  IF WH-KPOS > 1 AND KA-TXT(WH-KPOS:1) = SPACE
               SUBTRACT 1 FROM WH-KPOS GO C.
           IF WH-KPOS > 234 GO Z.
           ADD 2 TO WH-KPOS.
           MOVE "/ " TO KA-TXT(WH-KPOS:2).
           ADD 2 TO WH-KPOS.
           MOVE WH-KATX TO KA-TXT(WH-KPOS:40).
           MOVE 286 TO WH-KART.
           REWRITE KA-SATZ.
       Z.  EXIT.
      ******************************************************************
      *    offene Wiedervorlagen des Benutzers WH-BEN nach Faellig-
      *    keit, je Seite 14; ueberfaellige rot, heute faellige hell.
      *    Mit der Nummer wird eine Vorlage bearbeitet/erledigt.
      ******************************************************************
       WV-LISTE SECTION.
       A.  CALL "CAUP" USING "0702011880001" WH-CREG.
           MOVE WH-BEN TO WH-LBEN.
       B.  PERFORM LI-KOPF.
           MOVE 0 TO WZ-ANZ.
           MOVE WH-LBEN TO VL-BEN.
           MOVE 0 TO VL-STATUS VL-FAELLIG.
           START WIEDVOR KEY NOT < VL-BENKEY INVALID GO L.
       C.  READ WIEDVOR NEXT IGNORE LOCK AT END GO L.
           IF VL-BEN NOT = WH-LBEN OR NOT VL-OFFEN GO L.
           IF WZ-ZEIL > 16 MOVE 1 TO WH-MEHR GO M.
       D.  PERFORM LI-ZEILE.
           ADD 1 TO WZ-ZEIL WZ-ANZ.
           GO C.
       L.  MOVE 0 TO WH-MEHR.
           IF WZ-ANZ > 0 GO M.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "keine offenen Wiedervorlagen" AT VDU-LP.
           PERFORM WEITER.
           GO X.
       M.  IF WH-MEHR = 1
               DISPLAY
                   "Nr.= bearbeiten, <ret>= naechste Seite, <esc>= Ende"
                   AT 2301
           ELSE
               DISPLAY
                   "Nr.= bearbeiten, <ret>/<esc>= Ende                 "
                   AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1023706006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO M.
           IF WH-NUM = 0 GO N.
           MOVE WH-NUM TO WH-VLNR.
           MOVE 1 TO WH-EINZ.
           PERFORM WV-PFLEGE.
           MOVE 0 TO WH-EINZ.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       N.  IF WH-MEHR = 0 GO X.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           PERFORM LI-KOPF.
           GO D.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       LI-KOPF SECTION.
       A.  MOVE WH-LBEN TO WH-BEN.
           PERFORM BEN-NAME.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wiedervorlagen " with highlight AT VDU-LP.
           ADD 120 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-BNAME with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "   Nr. faellig    Kunde  Auftrag Betreff"
               AT VDU-LP.
           MOVE 3 TO WZ-ZEIL.
       Z.  EXIT.
      ******************************************************************
       LI-ZEILE SECTION.
       A.  MOVE SPACE TO WH-ZEILE.
           MOVE VL-NR TO WD-NR.
           MOVE WD-NR TO WH-ZEILE(1:6).
           MOVE VL-FAELLIG TO WH-VDAT.
           PERFORM DAT-ANZ.
           MOVE VDU-DATUM TO WH-ZEILE(8:8).
           IF VL-KTONR > 0
               MOVE VL-KTONR TO WD-KTO
               MOVE WD-KTO TO WH-ZEILE(18:6).
           IF VL-AUFNR > 0
               MOVE VL-AUFNR TO WD-AUF
               MOVE WD-AUF TO WH-ZEILE(25:8).
           MOVE VL-BETREFF TO WH-ZEILE(34:40).
           COMPUTE VDU-LP = VDU-ECK + WZ-ZEIL * 100 + 3.
           IF VL-FAELLIG < WA-HEUTE
               DISPLAY WH-ZEILE with highlight foreground-color 4
                   AT VDU-LP
           ELSE
               IF VL-FAELLIG = WA-HEUTE
                   DISPLAY WH-ZEILE with highlight AT VDU-LP
               ELSE
                   DISPLAY WH-ZEILE AT VDU-LP.
       Z.  EXIT.
      ******************************************************************
      *    Uebersicht der offenen und ueberfaelligen Wiedervorlagen
      *    je Benutzer; Nummer = Liste des Benutzers, 99 = drucken
      ******************************************************************
       WV-UEBERF SECTION.
       A.  CALL "CAUP" USING "0702011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wiedervorlagen je Benutzer " with highlight
               AT VDU-LP.
           MOVE 0 TO WH-BEN.
       B2. ADD 1 TO WH-BEN.
           IF WH-BEN > 20 GO B3.
           MOVE 0 TO WU-OFFEN(WH-BEN) WU-UEB(WH-BEN) WU-ALT(WH-BEN).
           GO B2.
       B3. MOVE 0 TO VL-BEN VL-STATUS VL-FAELLIG.
           START WIEDVOR KEY NOT < VL-BENKEY INVALID GO D.
       C.  READ WIEDVOR NEXT IGNORE LOCK AT END GO D.
           IF NOT VL-OFFEN OR VL-BEN < 1 OR VL-BEN > 20 GO C.
           ADD 1 TO WU-OFFEN(VL-BEN).
           IF VL-FAELLIG NOT < WA-HEUTE GO C.
           ADD 1 TO WU-UEB(VL-BEN).
           IF WU-ALT(VL-BEN) = 0 MOVE VL-FAELLIG TO WU-ALT(VL-BEN).
           GO C.
       D.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nr. Benutzer" AT VDU-LP.
           ADD 229 VDU-ECK GIVING VDU-LP.
           DISPLAY "offen  ueberfaellig  aelteste seit" AT VDU-LP.
           MOVE 3 TO WZ-ZEIL.
           MOVE 0 TO WH-BEN WZ-ANZ.
       E.  ADD 1 TO WH-BEN.
           IF WH-BEN > 20 GO F.
           IF WU-OFFEN(WH-BEN) = 0 GO E.
           ADD 1 TO WZ-ANZ.
           IF WZ-ZEIL > 16 GO E.
           PERFORM BEN-NAME.
           MOVE SPACE TO WH-ZEILE.
           MOVE WH-BEN TO WD-BEN.
           MOVE WD-BEN TO WH-ZEILE(2:2).
           MOVE WH-BNAME TO WH-ZEILE(5:20).
           MOVE WU-OFFEN(WH-BEN) TO WD-ANZ.
           MOVE WD-ANZ TO WH-ZEILE(27:4).
           MOVE WU-UEB(WH-BEN) TO WD-ANZ.
           MOVE WD-ANZ TO WH-ZEILE(41:4).
           MOVE WU-ALT(WH-BEN) TO WH-VDAT.
           PERFORM DAT-ANZ.
           MOVE VDU-DATUM TO WH-ZEILE(48:8).
           COMPUTE VDU-LP = VDU-ECK + WZ-ZEIL * 100 + 3.
           IF WU-UEB(WH-BEN) > 0
               DISPLAY WH-ZEILE with highlight foreground-color 4
                   AT VDU-LP
           ELSE
               DISPLAY WH-ZEILE AT VDU-LP.
           ADD 1 TO WZ-ZEIL.
           GO E.
       F.  IF WZ-ANZ = 0
               ADD 503 VDU-ECK GIVING VDU-LP
               DISPLAY "keine offenen Wiedervorlagen" AT VDU-LP.
       G.  DISPLAY "Nr.= Liste zeigen, 99= drucken, <esc>= zurueck"
               AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1023502002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO X.
           IF WH-NUM = 99 PERFORM UEB-DRUCK GO G.
           IF WH-NUM > 20 GO G.
           MOVE WH-NUM TO WH-BEN.
           PERFORM WV-LISTE.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Liste WVORL.LST: ueberfaellige Wiedervorlagen je Benutzer
      *    nach Faelligkeit mit Tagen ueberfaellig
      ******************************************************************
       UEB-DRUCK SECTION.
       A.  MOVE "WVORL.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ANZ WZ-ZEILEN.
           MOVE 99 TO WH-LBEN.
           MOVE 0 TO VL-BEN VL-STATUS VL-FAELLIG.
           START WIEDVOR KEY NOT < VL-BENKEY INVALID GO W.
       C.  READ WIEDVOR NEXT IGNORE LOCK AT END GO W.
           IF NOT VL-OFFEN OR VL-FAELLIG NOT < WA-HEUTE GO C.
           PERFORM UEB-ZEILE.
           ADD 1 TO WZ-ANZ.
           GO C.
       W.  PERFORM END-DRU.
           MOVE WZ-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401
               " ueberfaellige, Liste WVORL.LST." with highlight.
           PERFORM WEITER.
       Z.  EXIT.
      ******************************************************************
       UEB-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO C.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "U e b e r f a e l l i g e" TO DRA-SATZ(2:).
           MOVE "W i e d e r v o r l a g e n" TO DRA-SATZ(30:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(110:5).
           MOVE VDU-DATUM TO DRA-SATZ(115:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:129).
           PERFORM DRUCK.
           MOVE "   Nr." TO DRA-SATZ(2:6).
           MOVE "faellig" TO DRA-SATZ(10:7).
           MOVE " Tage" TO DRA-SATZ(19:5).
           MOVE " Kunde" TO DRA-SATZ(26:6).
           MOVE "Name" TO DRA-SATZ(33:4).
           MOVE " Auftrag" TO DRA-SATZ(60:8).
           MOVE "Betreff" TO DRA-SATZ(70:7).
           MOVE "angelegt" TO DRA-SATZ(112:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:129).
           PERFORM DRUCK.
           MOVE 99 TO WH-LBEN.
      *--------------------> Zwischentitel je Benutzer <-
       C.  IF VL-BEN = WH-LBEN GO E.
           MOVE VL-BEN TO WH-LBEN WH-BEN WD-BEN.
           PERFORM BEN-NAME.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Benutzer" TO DRA-SATZ(2:8).
           MOVE WD-BEN TO DRA-SATZ(11:2).
           MOVE WH-BNAME TO DRA-SATZ(14:20).
           PERFORM DRUCK.
       E.  MOVE VL-NR TO WD-NR.
           MOVE WD-NR TO DRA-SATZ(2:6).
           MOVE VL-FAELLIG TO WH-VDAT.
           PERFORM DAT-ANZ.
           MOVE VDU-DATUM TO DRA-SATZ(10:8).
           COMPUTE WH-TAGE = WA-HTAG
                   - FUNCTION INTEGER-OF-DATE(VL-FAELLIG).
           MOVE WH-TAGE TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(19:5).
           IF VL-KTONR > 0
               MOVE VL-KTONR TO WD-KTO DE-KTONR
               MOVE WD-KTO TO DRA-SATZ(26:6)
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO WT-BEZ
               INSPECT WT-BEZ REPLACING ALL "#" BY ","
               MOVE WT-BEZ TO DRA-SATZ(33:25).
           IF VL-AUFNR > 0
               MOVE VL-AUFNR TO WD-AUF
               MOVE WD-AUF TO DRA-SATZ(60:8).
           MOVE VL-BETREFF TO DRA-SATZ(70:40).
           MOVE VL-ANLDAT TO WH-VDAT.
           PERFORM DAT-ANZ.
           MOVE VDU-DATUM TO DRA-SATZ(112:8).
           PERFORM DRUCK.
       Z.  EXIT.
