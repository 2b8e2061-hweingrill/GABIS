      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABMOB.
      ******************************************************************
      *   Servicetechniker mobil: Austausch der Serviceeinsaetze mit   *
      *   der Tablet-Anwendung der Aussendiensttechniker.              *
      *                                                                *
      *   Zuordnung: Auftrag an Techniker (Arbeiter, Artikel der       *
      *   Rabattgruppe 97) mit Einsatztag und Einsatzadresse           *
      *   (0 = Stammadresse, 1-5 = Lieferanschrift GABISLAD.DAT).      *
      *                                                                *
      *   Export MOBAnnn.TXT je Techniker (nnn = Pers-Nr.), ein        *
      *   Segment je Zeile, Felder mit "+" getrennt:                   *
      *   AUF+Auftrag+Einsatztag JJJJMMTT+Konto, KDE+Name+Telefon,     *
      *   ADR+Name+Strasse+PLZ+Ort, GER+Nr+Bezeichnung+Seriennr.+      *
      *   Garantie J/N, POS+Pos+Artikel+Menge+Bezeichnung (geplante    *
      *   Teile), TXT+Text (Textzeilen), END+Auftrag.                  *
      *                                                                *
      *   Rueckmeldung MOBRnnn.TXT: AUF+Auftrag, STD+Arbeiter+         *
      *   JJJJMMTT+Stunden, TEI+Artikel+Menge, SIG+Name+JJJJMMTT+      *
      *   Pfad der Unterschrift, NOT+Erledigungsnotiz, END+Auftrag.    *
      *   Jeder Einsatz wird vollstaendig geprueft und nur fehlerfrei  *
      *   verbucht: Stunden in GABISSTD.DAT (unverrechnet, Ueber-      *
      *   nahme wie gewohnt ueber GABSTD), Teile als Auftragszeilen    *
      *   (Preisfindung GABPREIS, im Garantiefall ohne Berechnung),    *
      *   Notiz als Textzeile, Unterschrift als Liefernachweis         *
      *   (GABISPOD.DAT) mit Anhang im Auftrag (GABISANH.DAT,          *
      *   Bereich 3); der Auftrag geht auf "geliefert".  Das           *
      *   Protokoll MOBIMP.LST zeigt verbuchte und abgewiesene         *
      *   Einsaetze mit Grund.  Der Lagerabgang der Teile laeuft wie   *
      *   bei jeder Auftragszeile ueber die Fakturierung.              *
      *   Stunden gehen zusaetzlich ins Stundenjournal (GABISSTJ.DAT)  *
      *   fuer die Lohnuebergabe; in an die Lohnverrechnung ueber-     *
      *   gebenen Monaten (GABLOHN) wird der Einsatz abgewiesen.       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEAUF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSELAD.CPY.
           COPY GABSEGER.CPY.
           COPY GABSESTD.CPY.
           COPY GABSESTJ.CPY.
           COPY GABSEPOD.CPY.
           COPY GABSEANH.CPY.
           COPY GABSEDRU.CPY.
           SELECT IMPDAT   ASSIGN TO WN-MOB
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           SELECT EXPDAT   ASSIGN TO WN-MOB
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABANBOT.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
       COPY GABLIEAD.CPY.
       COPY GABGERAE.CPY.
       COPY GABSTDFD.CPY.
       COPY GABSTJFD.CPY.
       COPY GABPODFD.CPY.
       COPY GABANHAN.CPY.
      ******************************************************************
       FD  IMPDAT                      LABEL RECORD STANDARD.
       01  IM-ZEILE                    PIC X(200).
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EX-ZEILE                    PIC X(120).
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLAD                PIC 9         COMP  VALUE ZERO.
           03  WM-OPGER                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WN-MOB                  PIC X(25).
           03  WH-SEG                  PIC X(10).
           03  WH-T1                   PIC X(60).
           03  WH-T2                   PIC X(60).
           03  WH-T3                   PIC X(60).
           03  WH-T4                   PIC X(60).
           03  WH-GRUND                PIC X(50).
           03  WH-TECH                 PIC 999       COMP.
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WH-ADRNR                PIC 9         COMP.
           03  WV-BISDAT               PIC 9(6)      COMP.
           03  WH-NZAHL                PIC S9(9)V99  COMP-3.
           03  WH-NDAT                 PIC 9(8)      COMP.
           03  WH-BJJ                  PIC 9(4)      COMP.
           03  WH-BREST                PIC 9(4)      COMP.
           03  WH-MON                  PIC 99        COMP.
           03  WH-TAG                  PIC 99        COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-BUCH                 PIC 9(8)      COMP.
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-MAXPOS               PIC 9(4)      COMP.
           03  WH-MAXKAP               PIC 99        COMP.
           03  WH-IX                   PIC 99        COMP.
           03  WH-LFD                  PIC 9(4)      COMP.
           03  WH-NATANZ               PIC S9(7)V99  COMP-3.
           03  WZ-AUFTR                PIC 9(4)      COMP.
           03  WZ-OK                   PIC 9(4)      COMP.
           03  WZ-FEHL                 PIC 9(4)      COMP.
           03  WZ-ZEIL                 PIC 99        COMP.
           03  WD-AUF                  PIC 9(8).
           03  WD-AUFZ                 PIC ZZZZZZZ9.
           03  WD-KTO6                 PIC 9(6).
           03  WD-POS                  PIC 9(4).
           03  WD-ARN                  PIC 9(6).
           03  WD-GER                  PIC 9(4).
           03  WD-DAT8                 PIC 9(8).
           03  WD-TECH                 PIC 999.
           03  WD-MENGE                PIC -(5)9,99.
           03  WD-STD                  PIC ZZ9,99-.
           03  WD-ANZ                  PIC ZZ.ZZ9.
           03  WD-ZAHL                 PIC Z9.
      *--------------------> Rueckmeldung eines Einsatzes <-
       01  WJ-JOB.
           03  WJ-AUFNUM               PIC 9(8)      COMP.
           03  WJ-FEHL                 PIC 9         COMP.
           03  WJ-GRUND                PIC X(50).
           03  WJ-ANZ                  PIC 99        COMP.
           03  WJ-ZSTD                 PIC 99        COMP.
           03  WJ-ZTEI                 PIC 99        COMP.
           03  WJ-ZEILE                              OCCURS 40.
               05  WJ-SEG              PIC X(3).
               05  WJ-NUM              PIC 9(6)      COMP.
               05  WJ-DATUM            PIC 9(6)      COMP.
               05  WJ-MENGE            PIC S9(5)V99  COMP-3.
               05  WJ-TEXT             PIC X(60).
               05  WJ-PFAD             PIC X(60).
       COPY GABPRSCH.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "GABISLAD.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON GERAET.
       A.  CALL "CADECL" USING "GABISGER.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON STUNDEN.
       A.  CALL "CADECL" USING "GABISSTD.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON STDJOUR.
       A.  CALL "CADECL" USING "GABISSTJ.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON LIEFBEST.
       A.  CALL "CADECL" USING "GABISPOD.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON ANHANG.
       A.  CALL "CADECL" USING "GABISANH.DAT" WH-CREG.
       DECL-I SECTION.         USE AFTER ERROR PROCEDURE ON IMPDAT.
       A.  CALL "CADECL" USING "MOBDATEI" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "MOBDATEI" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM MOB-MENU GO W.
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
       MOB-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Servicetechniker mobil " with highlight
               AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Einsatz zuordnen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Einsaetze exportieren (MOBAnnn.TXT)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Rueckmeldung einlesen (MOBRnnn.TXT)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - offene Einsaetze anzeigen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM EINS-ZUORD
               WHEN 2 PERFORM EINS-EXPORT
               WHEN 3 PERFORM EINS-IMPORT
               WHEN 4 PERFORM EINS-LISTE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ****** Techniker abfragen (Arbeiter der Rabattgruppe 97) *
      *    ARTIKEL muss geoeffnet sein; WH-TECH 0 = Abbruch
       TECH-FRAGE SECTION.
       A.  MOVE 0 TO WH-TECH.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Techniker (Pers-Nr.):" AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Personalnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002253003" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Arbeiter nicht angelegt!" AT 2401
               PERFORM WEITER GO C.
           IF AR-RAGRP NOT = 97
               DISPLAY "kein Arbeiter (Rabattgruppe 97 fehlt)!"
                   AT 2401
               PERFORM WEITER GO C.
           MOVE WH-NUM TO WH-TECH.
           ADD 230 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
       Z.  EXIT.
      ************* Einsatz zuordnen *
       EINS-ZUORD SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Einsatz zuordnen " with highlight AT VDU-LP.
           OPEN I-O AUFKOPF.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           MOVE 0 TO WM-OPLAD.
           OPEN INPUT LIEFADR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLAD.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLAD.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftragsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002206008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AK-NUM.
       D.  READ AUFKOPF INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF AK-RENUM NOT = 0
               UNLOCK AUFKOPF
               DISPLAY "Auftrag ist bereits fakturiert!" AT 2401
               PERFORM WEITER GO C.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:50) with highlight AT VDU-LP.
           IF AK-MOB-ERLEDIGT
               DISPLAY "Rueckmeldung bereits verbucht!" AT 2401
               PERFORM WEITER
               UNLOCK AUFKOPF
               CALL "CAUP" USING "16LOEFENST" WH-CREG
               GO C.
      *-----------------------------------------> Techniker <-
       E.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Techniker (0 = keiner):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Personalnummer" AT 2301.
           MOVE AK-TECHNIK TO WH-WERT.
           CALL "CAUP" USING "1004273003" WH-CREG.
           IF ESC UNLOCK AUFKOPF GO C.
           IF NOT RET GO E.
           IF WH-NUM = 0
               MOVE 0 TO AK-TECHNIK AK-EINSDAT AK-EINSADR AK-MOBST
               REWRITE AK-SATZ
               DISPLAY "Zuordnung aufgehoben." with highlight AT 2401
               PERFORM WEITER
               CALL "CAUP" USING "16LOEFENST" WH-CREG
               GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Arbeiter nicht angelegt!" AT 2401
               PERFORM WEITER GO E.
           IF AR-RAGRP NOT = 97
               DISPLAY "kein Arbeiter (Rabattgruppe 97 fehlt)!"
                   AT 2401
               PERFORM WEITER GO E.
           MOVE WH-NUM TO WH-TECH.
           ADD 432 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
      *-----------------------------------------> Einsatztag <-
       G.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Einsatztag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           IF AK-EINSDAT NOT = 0 MOVE AK-EINSDAT TO WZ-DATUM.
           CALL "CAUP" USING "1105276006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WZ-DATUM = 0 GO G.
      *-----------------------------------------> Einsatzadresse <-
       I.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Adresse (0=Stamm,1-5):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Lieferanschrift" AT 2301.
           MOVE AK-EINSADR TO WH-WERT.
           CALL "CAUP" USING "1006271001" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM > 5 GO I.
           MOVE WH-NUM TO WH-ADRNR.
           PERFORM ADR-HOLEN.
           IF WH-ADRNR NOT = WH-NUM
               DISPLAY "Lieferanschrift nicht vorhanden!" AT 2401
               PERFORM WEITER GO I.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-T1(1:30) with highlight AT VDU-LP.
           ADD 34 TO VDU-LP.
           DISPLAY WH-T4(1:20) with highlight AT VDU-LP.
      *-----------------------------------------> speichern <-
           DISPLAY "<esc>= zurueck, <ret>= speichern" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO I.
           MOVE WH-TECH TO AK-TECHNIK.
           MOVE WZ-DATUM TO AK-EINSDAT.
           MOVE WH-ADRNR TO AK-EINSADR.
           MOVE 0 TO AK-MOBST.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           REWRITE AK-SATZ.
           DISPLAY "Einsatz zugeordnet." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE AUFKOPF.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPLAD = 1 CLOSE LIEFADR.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Einsatzadresse nach WH-T1 bis WH-T4 (Name, Strasse, *
      *      PLZ, Ort): Lieferanschrift WH-ADRNR oder Stammadresse;
      *      fehlt die Lieferanschrift, steht WH-ADRNR danach auf 0
       ADR-HOLEN SECTION.
       A.  MOVE SPACE TO WH-T1 WH-T2 WH-T3 WH-T4.
           IF WH-ADRNR NOT = 0 AND WM-OPLAD > 0
               MOVE AK-KTONR TO LA-KTONR
               READ LIEFADR IGNORE LOCK INVALID
                   MOVE 0 TO WH-ADRNR
               END-READ
               IF WH-ADRNR NOT = 0
                   AND LA-BEZ(WH-ADRNR) = SPACE
                   MOVE 0 TO WH-ADRNR.
           IF WH-ADRNR NOT = 0 AND WM-OPLAD = 0
               MOVE 0 TO WH-ADRNR.
           IF WH-ADRNR NOT = 0
               MOVE LA-BEZ(WH-ADRNR) TO WH-T1
               MOVE LA-STR(WH-ADRNR) TO WH-T2
               MOVE LA-PLZL(WH-ADRNR) TO WH-T3
               MOVE LA-ORT(WH-ADRNR) TO WH-T4
               GO Z.
           MOVE AK-KTONR TO DE-KTONR.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ
           ELSE INITIALIZE DE-SATZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY " ".
           MOVE WT-BEZ(1:30) TO WH-T1.
           MOVE DE-STR TO WH-T2.
           MOVE DE-PLZL TO WH-T3.
           MOVE DE-ORT TO WH-T4.
       Z.  EXIT.
      ************* Einsaetze je Techniker exportieren *
       EINS-EXPORT SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Einsaetze exportieren " with highlight AT VDU-LP.
           OPEN I-O AUFKOPF.
           OPEN INPUT AUFTRAG.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           MOVE 0 TO WM-OPLAD.
           OPEN INPUT LIEFADR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLAD.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLAD.
           MOVE 0 TO WM-OPGER.
           OPEN INPUT GERAET.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPGER.
           IF WM-OPART = 0
               DISPLAY "Artikeldatei nicht vorhanden," AT 2401
               PERFORM WEITER GO X.
       C.  PERFORM TECH-FRAGE.
           IF WH-TECH = 0 GO X.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Einsaetze bis Tag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103256006" WH-CREG.
           IF ESC CALL "CAUP" USING "16LOEFENST" WH-CREG GO C.
           IF NOT RET GO E.
           IF WZ-DATUM = 0 GO E.
           MOVE WZ-DATUM TO WV-BISDAT.
           MOVE WH-TECH TO WD-TECH.
           MOVE SPACE TO WN-MOB.
           STRING "MOBA" WD-TECH ".TXT" DELIMITED SIZE INTO WN-MOB.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datei:" AT VDU-LP.
           ADD 410 VDU-ECK GIVING VDU-LP.
           DISPLAY WN-MOB with highlight AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC CALL "CAUP" USING "16LOEFENST" WH-CREG GO C.
           OPEN OUTPUT EXPDAT.
           MOVE 0 TO WZ-AUFTR.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO V.
       G.  READ AUFKOPF NEXT AT END GO V.
           IF ZUGRIF PERFORM BESETZT GO G.
           IF AK-TECHNIK NOT = WH-TECH GO G.
           IF AK-RENUM NOT = 0 OR AK-MOB-ERLEDIGT GO G.
           IF AK-EINSDAT > WV-BISDAT GO G.
           PERFORM EXP-AUFTRAG.
           MOVE 1 TO AK-MOBST.
           REWRITE AK-SATZ.
           ADD 1 TO WZ-AUFTR.
           GO G.
       V.  CLOSE EXPDAT.
           MOVE WZ-AUFTR TO WD-ANZ.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ AT VDU-LP " Einsaetze exportiert.".
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE AUFKOPF AUFTRAG.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPLAD = 1 CLOSE LIEFADR.
           IF WM-OPGER = 1 CLOSE GERAET.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* ein Einsatz: Kopf, Kunde, Adresse, Geraet, Zeilen *
       EXP-AUFTRAG SECTION.
       A.  MOVE AK-NUM TO WD-AUF.
           MOVE AK-EINSDAT TO WD-DAT8.
           IF AK-EINSDAT NOT = 0 ADD 20000000 TO WD-DAT8.
           MOVE AK-KTONR TO WD-KTO6.
           MOVE SPACE TO EX-ZEILE.
           STRING "AUF+" WD-AUF "+" WD-DAT8 "+" WD-KTO6
               DELIMITED SIZE INTO EX-ZEILE.
           WRITE EX-ZEILE.
      *--------------------> Kunde <-
           MOVE AK-KTONR TO DE-KTONR.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ
           ELSE INITIALIZE DE-SATZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY " ".
           INSPECT WT-BEZ REPLACING ALL "+" BY " ".
           MOVE DE-TEL TO WH-T2.
           INSPECT WH-T2 REPLACING ALL "+" BY " ".
           MOVE SPACE TO EX-ZEILE.
           STRING "KDE+" WT-BEZ(1:50) "+" WH-T2(1:35)
               DELIMITED SIZE INTO EX-ZEILE.
           WRITE EX-ZEILE.
      *--------------------> Einsatzadresse <-
           MOVE AK-EINSADR TO WH-ADRNR.
           PERFORM ADR-HOLEN.
           INSPECT WH-T1 REPLACING ALL "+" BY " ".
           INSPECT WH-T2 REPLACING ALL "+" BY " ".
           INSPECT WH-T4 REPLACING ALL "+" BY " ".
           MOVE SPACE TO EX-ZEILE.
           STRING "ADR+" WH-T1(1:30) "+" WH-T2(1:25) "+"
               WH-T3(1:8) "+" WH-T4(1:20)
               DELIMITED SIZE INTO EX-ZEILE.
           WRITE EX-ZEILE.
      *--------------------> Kundengeraet <-
           IF AK-GERNUM = 0 OR WM-OPGER = 0 GO C.
           MOVE AK-KTONR TO GE-KTONR.
           MOVE AK-GERNUM TO GE-NUM.
           READ GERAET IGNORE LOCK INVALID GO C.
           MOVE GE-NUM TO WD-GER.
           INSPECT GE-BEZ REPLACING ALL "+" BY " ".
           INSPECT GE-SERNR REPLACING ALL "+" BY " ".
           MOVE SPACE TO EX-ZEILE.
           STRING "GER+" WD-GER "+" GE-BEZ "+" GE-SERNR "+"
               DELIMITED SIZE INTO EX-ZEILE.
           IF AK-GARANTIE MOVE "J" TO EX-ZEILE(62:1)
               ELSE MOVE "N" TO EX-ZEILE(62:1).
           WRITE EX-ZEILE.
      *--------------------> geplante Teile und Texte <-
       C.  MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO G.
       E.  READ AUFTRAG NEXT IGNORE LOCK AT END GO G.
           IF AU-NUM NOT = AK-NUM GO G.
           MOVE AU-TX TO WH-T1.
           INSPECT WH-T1 REPLACING ALL "+" BY " ".
           MOVE SPACE TO EX-ZEILE.
           IF AU-ARNUM = 0 AND WH-T1 = SPACE GO E.
           IF AU-ARNUM = 0
               STRING "TXT+" WH-T1 DELIMITED SIZE INTO EX-ZEILE
               WRITE EX-ZEILE
               GO E.
      *--------> Arbeitszeilen (Rabattgruppe 97) bringt der
      *          Techniker als Stunden zurueck <-
           IF AU-RAGRP = 97 GO E.
           MOVE AU-POS TO WD-POS.
           MOVE AU-ARNUM TO WD-ARN.
           PERFORM AU-FAKTOR.
           COMPUTE WH-NATANZ = AU-ANZ / WH-AUFAK.
           MOVE WH-NATANZ TO WD-MENGE.
           STRING "POS+" WD-POS "+" WD-ARN "+" WD-MENGE "+"
               WH-T1(1:30) DELIMITED SIZE INTO EX-ZEILE.
           WRITE EX-ZEILE.
           GO E.
       G.  MOVE SPACE TO EX-ZEILE.
           STRING "END+" WD-AUF DELIMITED SIZE INTO EX-ZEILE.
           WRITE EX-ZEILE.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       AU-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ************* Rueckmeldung je Techniker einlesen *
       EINS-IMPORT SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Rueckmeldung einlesen " with highlight AT VDU-LP.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           IF WM-OPART = 0
               DISPLAY "Artikeldatei nicht vorhanden," AT 2401
               PERFORM WEITER GO Y.
       C.  PERFORM TECH-FRAGE.
           IF WH-TECH = 0 GO Y.
           MOVE WH-TECH TO WD-TECH.
           MOVE SPACE TO WN-MOB.
           STRING "MOBR" WD-TECH ".TXT" DELIMITED SIZE INTO WN-MOB.
           OPEN INPUT IMPDAT.
           IF WF-STATUS NOT = "00"
               DISPLAY WN-MOB AT 2401 " nicht gefunden,"
               PERFORM WEITER
               CALL "CAUP" USING "16LOEFENST" WH-CREG
               GO C.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datei:" AT VDU-LP.
           ADD 310 VDU-ECK GIVING VDU-LP.
           DISPLAY WN-MOB with highlight AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC CLOSE IMPDAT
               CALL "CAUP" USING "16LOEFENST" WH-CREG GO C.
           OPEN I-O AUFKOPF AUFTRAG.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN I-O STUNDEN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT STUNDEN
               CLOSE STUNDEN
               OPEN I-O STUNDEN.
           OPEN I-O STDJOUR.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT STDJOUR
               CLOSE STDJOUR
               OPEN I-O STDJOUR.
           OPEN I-O LIEFBEST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT LIEFBEST
               CLOSE LIEFBEST
               OPEN I-O LIEFBEST.
           OPEN I-O ANHANG.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ANHANG
               CLOSE ANHANG
               OPEN I-O ANHANG.
           MOVE "MOBIMP.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN.
           MOVE 0 TO WZ-AUFTR WZ-OK WZ-FEHL.
           INITIALIZE WJ-JOB.
       E.  READ IMPDAT AT END GO W.
           IF IM-ZEILE = SPACE GO E.
           MOVE SPACE TO WH-SEG WH-T1 WH-T2 WH-T3 WH-T4.
           UNSTRING IM-ZEILE DELIMITED BY "+"
               INTO WH-SEG WH-T1 WH-T2 WH-T3 WH-T4.
      *--------------------> neuer Einsatz <-
           IF WH-SEG = "AUF" AND WJ-AUFNUM NOT = 0
               MOVE "END-Satz fehlt" TO WH-GRUND
               PERFORM JOB-FEHLER
               PERFORM JOB-ENDE.
           IF WH-SEG = "AUF"
               PERFORM JOB-BEGINN GO E.
      *--------------------> Einsatz abgeschlossen <-
           IF WH-SEG = "END"
               PERFORM JOB-ENDE GO E.
           IF WH-SEG = "STD" OR "TEI" OR "SIG" OR "NOT"
               PERFORM JOB-ZEILE.
           GO E.
       W.  IF WJ-AUFNUM NOT = 0
               MOVE "END-Satz fehlt" TO WH-GRUND
               PERFORM JOB-FEHLER
               PERFORM JOB-ENDE.
           CLOSE IMPDAT AUFKOPF AUFTRAG STUNDEN LIEFBEST ANHANG.
           CLOSE STDJOUR.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           PERFORM END-DRU.
           MOVE WZ-AUFTR TO WD-ANZ.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ AT VDU-LP " Einsaetze,".
           MOVE WZ-OK TO WD-ANZ.
           ADD 420 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ AT VDU-LP " verbucht,".
           MOVE WZ-FEHL TO WD-ANZ.
           ADD 436 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ AT VDU-LP " abgewiesen.".
           IF WZ-AUFTR NOT = 0
               DISPLAY "Protokoll MOBIMP.LST" AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       Y.  IF WM-OPART = 1 CLOSE ARTIKEL.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* AUF: Einsatz beginnen, Auftrag pruefen *
       JOB-BEGINN SECTION.
       A.  INITIALIZE WJ-JOB.
           MOVE 0 TO WH-NZAHL.
           IF WH-T1 NOT = SPACE
               COMPUTE WH-NZAHL = FUNCTION NUMVAL(WH-T1).
           IF WH-NZAHL < 1 OR WH-NZAHL > 99999999
               MOVE 99999999 TO WJ-AUFNUM
               MOVE "Auftragsnummer ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE WH-NZAHL TO WJ-AUFNUM AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               MOVE "Auftrag nicht vorhanden" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           IF AK-TECHNIK NOT = WH-TECH
               MOVE "Auftrag anderem Techniker zugeordnet"
                   TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           IF AK-RENUM NOT = 0
               MOVE "Auftrag bereits fakturiert" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           IF AK-MOB-ERLEDIGT
               MOVE "Rueckmeldung bereits verbucht" TO WH-GRUND
               PERFORM JOB-FEHLER.
       Z.  EXIT.
      ******* Fehler zum Einsatz vermerken (erster Grund bleibt) *
       JOB-FEHLER SECTION.
       A.  IF WJ-FEHL = 0 MOVE WH-GRUND TO WJ-GRUND.
           MOVE 1 TO WJ-FEHL.
       Z.  EXIT.
      ******* STD/TEI/SIG/NOT: Zeile pruefen und vormerken *
       JOB-ZEILE SECTION.
       A.  IF WJ-AUFNUM = 0
               ADD 1 TO WZ-FEHL GO Z.
           IF WJ-ANZ NOT < 40
               MOVE "mehr als 40 Rueckmeldezeilen" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           ADD 1 TO WJ-ANZ.
           MOVE WH-SEG TO WJ-SEG(WJ-ANZ).
           MOVE 0 TO WJ-NUM(WJ-ANZ) WJ-DATUM(WJ-ANZ)
                     WJ-MENGE(WJ-ANZ).
           MOVE SPACE TO WJ-TEXT(WJ-ANZ) WJ-PFAD(WJ-ANZ).
           IF WH-SEG = "STD" GO C.
           IF WH-SEG = "TEI" GO E.
           IF WH-SEG = "SIG" GO G.
      *--------------------> Erledigungsnotiz <-
           MOVE WH-T1 TO WJ-TEXT(WJ-ANZ).
           GO Z.
      *--------------------> Stunden je Arbeiter <-
       C.  MOVE 0 TO WH-NZAHL.
           IF WH-T1 NOT = SPACE
               COMPUTE WH-NZAHL = FUNCTION NUMVAL(WH-T1).
           IF WH-NZAHL < 1 OR WH-NZAHL > 999
               MOVE "Arbeiter ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE WH-NZAHL TO WJ-NUM(WJ-ANZ) AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               MOVE "Arbeiter nicht angelegt" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           IF AR-RAGRP NOT = 97
               MOVE "kein Arbeiter (Rabattgruppe 97 fehlt)"
                   TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           PERFORM DAT-PRUEF.
           IF WH-NDAT = 0
               MOVE "Leistungsdatum ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
      *--------> buchbar nur laufender und voriger Monat (wie
      *          die Stundenerfassung GABSTD) <-
           COMPUTE WA-BUCH = WH-BJJ * 12 + WH-MON.
           COMPUTE WX-DATUM = WH-DATUM + 20000000.
           DIVIDE WX-DATUM BY 10000 GIVING WH-BJJ
               REMAINDER WH-BREST.
           COMPUTE WA-HEUTE = WH-BJJ * 12 + WH-BREST / 100.
           IF WA-BUCH > WA-HEUTE
               OR WA-HEUTE - WA-BUCH > 1
               MOVE "Datum ausserhalb des buchbaren Zeitraums"
                   TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           COMPUTE WJ-DATUM(WJ-ANZ) = WH-NDAT - 20000000.
      *--------> Periodensperre, stille Pruefung <-
           MOVE WJ-DATUM(WJ-ANZ) TO WH-NUM.
           CALL "GABPER" USING "20PERPRF" WH-CREG.
           IF WH-WERT NOT = 0
               MOVE "Periode gesperrt" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
      *--------> an die Lohnverrechnung uebergeben (GABLOHN) <-
           MOVE WJ-DATUM(WJ-ANZ) TO WH-NUM.
           CALL "GABLOHN" USING "20LOHNSP" WH-CREG.
           IF WH-WERT NOT = 0
               MOVE "Monat an Lohnverrechnung uebergeben" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE 0 TO WH-NZAHL.
           INSPECT WH-T3 REPLACING ALL "." BY ",".
           IF WH-T3 NOT = SPACE
               COMPUTE WH-NZAHL = FUNCTION NUMVAL(WH-T3).
           IF WH-NZAHL NOT > 0 OR WH-NZAHL > 24
               MOVE "Stunden ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE WH-NZAHL TO WJ-MENGE(WJ-ANZ).
           ADD 1 TO WJ-ZSTD.
           GO Z.
      *--------------------> verbrauchtes Teil <-
       E.  MOVE 0 TO WH-NZAHL.
           IF WH-T1 NOT = SPACE
               COMPUTE WH-NZAHL = FUNCTION NUMVAL(WH-T1).
           IF WH-NZAHL < 1 OR WH-NZAHL > 999999
               MOVE "Artikelnummer ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE WH-NZAHL TO WJ-NUM(WJ-ANZ) AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               MOVE "Artikel nicht angelegt" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           IF AR-RAGRP = 97
               MOVE "Arbeiter als Teil gemeldet" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE 0 TO WH-NZAHL.
           INSPECT WH-T2 REPLACING ALL "." BY ",".
           IF WH-T2 NOT = SPACE
               COMPUTE WH-NZAHL = FUNCTION NUMVAL(WH-T2).
           IF WH-NZAHL NOT > 0 OR WH-NZAHL > 99999
               MOVE "Teilemenge ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE WH-NZAHL TO WJ-MENGE(WJ-ANZ).
           ADD 1 TO WJ-ZTEI.
           GO Z.
      *--------------------> Unterschrift des Kunden <-
       G.  IF WH-T1 = SPACE
               MOVE "Name zur Unterschrift fehlt" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           MOVE WH-T1 TO WJ-TEXT(WJ-ANZ).
           MOVE WH-T3 TO WJ-PFAD(WJ-ANZ).
           MOVE WH-DATUM TO WJ-DATUM(WJ-ANZ).
           IF WH-T2 = SPACE GO Z.
           PERFORM DAT-PRUEF.
           IF WH-NDAT = 0
               MOVE "Datum der Unterschrift ungueltig" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           COMPUTE WJ-DATUM(WJ-ANZ) = WH-NDAT - 20000000.
       Z.  EXIT.
      ***** Datum JJJJMMTT aus WH-T2 pruefen: WH-NDAT, 0 = falsch *
      *     (WH-BJJ Jahr, WH-MON Monat, WH-TAG Tag)
       DAT-PRUEF SECTION.
       A.  MOVE 0 TO WH-NZAHL WH-NDAT.
           IF WH-T2 NOT = SPACE
               COMPUTE WH-NZAHL = FUNCTION NUMVAL(WH-T2).
           IF WH-NZAHL < 20000101 OR WH-NZAHL > 20991231 GO Z.
           MOVE WH-NZAHL TO WH-NDAT.
           DIVIDE WH-NDAT BY 10000 GIVING WH-BJJ
               REMAINDER WH-BREST.
           DIVIDE WH-BREST BY 100 GIVING WH-MON
               REMAINDER WH-TAG.
           IF WH-MON < 1 OR WH-MON > 12
               OR WH-TAG < 1 OR WH-TAG > 31
               MOVE 0 TO WH-NDAT.
       Z.  EXIT.
      ******* END: Einsatz verbuchen oder abweisen, protokollieren *
       JOB-ENDE SECTION.
       A.  IF WJ-AUFNUM = 0 GO Z.
           ADD 1 TO WZ-AUFTR.
           IF WJ-FEHL = 0 PERFORM JOB-BUCHEN.
           IF WJ-FEHL = 0 ADD 1 TO WZ-OK
               ELSE ADD 1 TO WZ-FEHL.
           PERFORM PROT-ZEILE.
           INITIALIZE WJ-JOB.
       Z.  EXIT.
      ******* fehlerfreien Einsatz verbuchen *
       JOB-BUCHEN SECTION.
       A.  MOVE WJ-AUFNUM TO AK-NUM.
       B.  READ AUFKOPF INVALID
               MOVE "Auftrag nicht vorhanden" TO WH-GRUND
               PERFORM JOB-FEHLER GO Z.
           IF ZUGRIF PERFORM BESETZT GO B.
           MOVE AK-KTONR TO DE-KTONR.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ
           ELSE INITIALIZE DE-SATZ.
           PERFORM POS-SUCHEN.
           MOVE 0 TO WH-IX.
       C.  ADD 1 TO WH-IX.
           IF WH-IX > WJ-ANZ GO E.
           IF WJ-SEG(WH-IX) = "STD" PERFORM BUCH-STD.
           IF WJ-SEG(WH-IX) = "TEI" PERFORM BUCH-TEIL.
           IF WJ-SEG(WH-IX) = "SIG" PERFORM BUCH-SIG.
           IF WJ-SEG(WH-IX) = "NOT" PERFORM BUCH-NOTIZ.
           GO C.
      *--------> Auftrag ausgefuehrt: Stand "geliefert" <-
       E.  IF AK-STATUS < 2 MOVE 2 TO AK-STATUS
               MOVE WH-DATUM TO AK-LIEFDAT.
           MOVE 2 TO AK-MOBST.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           REWRITE AK-SATZ.
       Z.  EXIT.
      ********* naechste freie Position des Auftrags *
       POS-SUCHEN SECTION.
       A.  MOVE 0 TO WH-MAXPOS.
           MOVE 1 TO WH-MAXKAP.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           MOVE AU-KAP TO WH-MAXKAP.
           IF AU-POS > WH-MAXPOS MOVE AU-POS TO WH-MAXPOS.
           GO C.
       Z.  EXIT.
      ********* Stunden je Arbeiter+Auftrag fortschreiben (GABSTD) *
       BUCH-STD SECTION.
       A.  MOVE WJ-NUM(WH-IX) TO GS-NUM.
           MOVE AK-NUM TO GS-AUF.
           READ STUNDEN INVALID
               INITIALIZE GS-SATZ
               MOVE WJ-NUM(WH-IX) TO GS-NUM
               MOVE AK-NUM TO GS-AUF
               MOVE 0 TO GS-ANZ GS-VERR
               WRITE GS-SATZ.
           ADD WJ-MENGE(WH-IX) TO GS-ANZ.
           MOVE WJ-DATUM(WH-IX) TO GS-DATUM.
           MOVE 0 TO GS-VERR.
           MOVE AK-PROJEKT TO GS-PROJEKT.
           REWRITE GS-SATZ.
      *--------> Einzelbuchung ins Stundenjournal <-
           MOVE WJ-NUM(WH-IX) TO HJ-NUM.
           MOVE WJ-DATUM(WH-IX) TO HJ-DATUM.
           MOVE 1 TO HJ-LFD.
           MOVE AK-NUM TO HJ-AUF.
           MOVE WJ-MENGE(WH-IX) TO HJ-ANZ.
           MOVE WH-DATUM TO HJ-ERFDAT.
           MOVE 1 TO HJ-HERK.
       C.  WRITE HJ-SATZ INVALID ADD 1 TO HJ-LFD GO C.
       Z.  EXIT.
      ********* verbrauchtes Teil als Auftragszeile *
       BUCH-TEIL SECTION.
       A.  MOVE AK-KTONR TO WP-KTONR.
           MOVE WJ-NUM(WH-IX) TO WP-ARNUM.
           MOVE WJ-MENGE(WH-IX) TO WP-ANZ.
           MOVE 0 TO WP-DATUM.
           MOVE DE-KLASSE TO WP-KLASSE.
           CALL "GABPREIS" USING "10PRFIND" WH-CREG.
      *--------> Artikelsatz nach dem GABPREIS-Ruf zurueckholen <-
           MOVE WJ-NUM(WH-IX) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           INITIALIZE AU-SATZ.
           MOVE AK-NUM TO AU-NUM.
           MOVE WH-MAXKAP TO AU-KAP.
           ADD 1 TO WH-MAXPOS.
           MOVE WH-MAXPOS TO AU-POS.
           MOVE 0 TO AU-TZ AU-ART.
           MOVE AR-NUM TO AU-ARNUM.
           MOVE AR-MEH TO AU-MEH.
           PERFORM AU-FAKTOR.
           COMPUTE AU-ANZ = WJ-MENGE(WH-IX) * WH-AUFAK.
           MOVE WP-VKP TO AU-PREIS.
           MOVE WP-EKP TO AU-EKP.
           MOVE WP-RAB TO AU-RAB.
           MOVE WP-KZ TO AU-KZ.
           COMPUTE AU-BET ROUNDED =
               WJ-MENGE(WH-IX) * WP-VKP * (1 + WP-RAB / 100).
      *--------> Garantiefall (GABGER): Teile ohne Berechnung <-
           IF AK-GARANTIE MOVE 0 TO AU-PREIS AU-BET.
           MOVE AR-UST TO AU-UST.
           MOVE AR-MIN TO AU-MIN.
           MOVE AR-RAGRP TO AU-RAGRP.
           MOVE AR-MOGRP TO AU-MOGRP.
           MOVE AR-KAGRP TO AU-KAGRP.
           MOVE AR-GRP TO AU-GRP.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE AR-BEZA TO AU-BEZ(1).
           MOVE SPACE TO AU-BEZ(2).
       F.  WRITE AU-SATZ INVALID ADD 1 TO AU-POS GO F.
           MOVE AU-POS TO WH-MAXPOS.
       Z.  EXIT.
      ********* Erledigungsnotiz als Textzeile *
       BUCH-NOTIZ SECTION.
       A.  IF WJ-TEXT(WH-IX) = SPACE GO Z.
           INITIALIZE AU-SATZ.
           MOVE AK-NUM TO AU-NUM.
           MOVE WH-MAXKAP TO AU-KAP.
           ADD 1 TO WH-MAXPOS.
           MOVE WH-MAXPOS TO AU-POS.
           MOVE 0 TO AU-TZ AU-ART AU-ARNUM AU-ANZ AU-BET.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE WJ-TEXT(WH-IX) TO AU-TX.
       F.  WRITE AU-SATZ INVALID ADD 1 TO AU-POS GO F.
           MOVE AU-POS TO WH-MAXPOS.
       Z.  EXIT.
      ********* Unterschrift: Liefernachweis und Anhang *
       BUCH-SIG SECTION.
       A.  MOVE 0 TO WH-LFD.
           IF WJ-PFAD(WH-IX) = SPACE GO E.
      *--------------------> naechste laufende Nummer <-
           MOVE 3 TO AH-BEREICH.
           MOVE AK-NUM TO AH-SCHL.
           MOVE 0 TO AH-LFD.
           START ANHANG KEY NOT < AH-KEY INVALID GO C.
       B.  READ ANHANG NEXT IGNORE LOCK AT END GO C.
           IF AH-BEREICH NOT = 3 OR AH-SCHL NOT = AK-NUM GO C.
           MOVE AH-LFD TO WH-LFD.
           GO B.
       C.  INITIALIZE AH-SATZ.
           MOVE 3 TO AH-BEREICH.
           MOVE AK-NUM TO AH-SCHL.
           ADD 1 WH-LFD GIVING AH-LFD.
           MOVE WJ-PFAD(WH-IX) TO AH-PFAD.
           MOVE "Unterschrift Servicetechniker" TO AH-BEZ.
           COMPUTE AH-DATUM = WJ-DATUM(WH-IX) + 20000000.
           MOVE WH-TECH TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO AH-BEN.
           IF AH-BEN = SPACE MOVE WB-NAME TO AH-BEN.
           WRITE AH-SATZ INVALID REWRITE AH-SATZ.
           MOVE AH-LFD TO WH-LFD.
      *--------------------> Liefernachweis (GABPOD) <-
       E.  MOVE AK-NUM TO PD-AUFNUM.
           READ LIEFBEST INVALID
               INITIALIZE PD-SATZ
               MOVE AK-NUM TO PD-AUFNUM
               WRITE PD-SATZ.
           MOVE WJ-DATUM(WH-IX) TO PD-DATUM.
           MOVE WJ-TEXT(WH-IX) TO PD-NAME.
           IF WH-LFD NOT = 0 MOVE WH-LFD TO PD-ANHLFD.
           MOVE 0 TO PD-STRITT.
           REWRITE PD-SATZ.
       Z.  EXIT.
      ******* Protokollzeile je Einsatz (MOBIMP.LST) *
       PROT-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           PERFORM PROT-KOPF.
           MOVE WJ-AUFNUM TO WD-AUFZ.
           MOVE WD-AUFZ TO DRA-SATZ(2:8).
           IF WJ-FEHL = 0
               MOVE "verbucht  " TO DRA-SATZ(12:10)
           ELSE MOVE "abgewiesen" TO DRA-SATZ(12:10).
           MOVE WJ-ZSTD TO WD-ZAHL.
           MOVE WD-ZAHL TO DRA-SATZ(25:2).
           MOVE WJ-ZTEI TO WD-ZAHL.
           MOVE WD-ZAHL TO DRA-SATZ(32:2).
           MOVE WJ-GRUND TO DRA-SATZ(37:50).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PROT-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 GO Z.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Rueckmeldung Servicetechniker" TO DRA-SATZ(2:).
           MOVE WN-MOB TO DRA-SATZ(40:12).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(76:5).
           MOVE VDU-DATUM TO DRA-SATZ(81:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:87).
           PERFORM DRUCK.
           MOVE " Auftrag" TO DRA-SATZ(2:8).
           MOVE "Ergebnis" TO DRA-SATZ(12:8).
           MOVE "Std" TO DRA-SATZ(24:3).
           MOVE "Teile" TO DRA-SATZ(30:5).
           MOVE "Grund" TO DRA-SATZ(37:5).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:87).
           PERFORM DRUCK.
       Z.  EXIT.
      ******* offene Einsaetze eines Technikers anzeigen *
       EINS-LISTE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " offene Einsaetze " with highlight AT VDU-LP.
           OPEN INPUT AUFKOPF.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           IF WM-OPART = 0
               DISPLAY "Artikeldatei nicht vorhanden," AT 2401
               PERFORM WEITER GO X.
       C.  PERFORM TECH-FRAGE.
           IF WH-TECH = 0 GO X.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO V.
       D.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auftrag  Einsatz   Kunde" with reverse-video
               AT VDU-LP.
           ADD 365 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stand" with reverse-video AT VDU-LP.
           MOVE 0 TO WZ-ZEIL.
       E.  READ AUFKOPF NEXT IGNORE LOCK AT END GO V.
           IF AK-TECHNIK NOT = WH-TECH GO E.
           IF AK-RENUM NOT = 0 OR AK-MOB-ERLEDIGT GO E.
           ADD 1 TO WZ-ZEIL.
           COMPUTE VDU-LP = WZ-ZEIL * 100 + 303 + VDU-ECK.
           MOVE AK-NUM TO WD-AUFZ.
           DISPLAY WD-AUFZ AT VDU-LP.
           ADD 10 TO VDU-LP.
           MOVE AK-EINSDAT TO WC-DATUM.
           PERFORM DATDREH.
           IF AK-EINSDAT NOT = 0 DISPLAY VDU-DATUM AT VDU-LP.
           ADD 10 TO VDU-LP.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           DISPLAY WT-BEZ(1:40) AT VDU-LP.
           ADD 42 TO VDU-LP.
           IF AK-MOB-UEBERG DISPLAY "exportiert" AT VDU-LP
               ELSE DISPLAY "neu       " AT VDU-LP.
           IF WZ-ZEIL < 13 GO E.
           DISPLAY "<ret>= weiter, <esc>= Ende" AT 2301.
           CALL "CAUP" USING "0023281000" WH-CREG.
           IF ESC GO V.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO D.
       V.  DISPLAY "Ende der Liste," AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE AUFKOPF.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
