      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABAHI.
      ******************************************************************
      *   Verkaufshistorie je Artikel (GABISAHI.DAT): Verzeichnis      *
      *   der Artikelpositionen aus laufenden Auftraegen und Archiv    *
      *   nach Artikel und Auftragsdatum - wer hat den Artikel wann    *
      *   zu welchem Preis gekauft (Rueckruf, Preiserhoehung).         *
      *   Auskunft je Artikel und Zeitraum am Bildschirm, als Liste    *
      *   ARTHIST.LST oder als Kundenliste an die Mailing-Selektion    *
      *   (MAILSEL.TXT, GABMAIL 20).  Offene Angebote zaehlen nicht.   *
      *                                                                *
      *   10 = Menue (Auskunft, Verzeichnis abgleichen);               *
      *   20 = aktuelle AU-Zeile des Rufers eintragen (nach dem        *
      *        WRITE/REWRITE der Zeile, Kopf in AK-SATZ);              *
      *   25 = aktuelle AU-Zeile austragen (vor/nach dem DELETE);      *
      *   30 = Auftrag WAH-NUM umgezogen (WAH-HER 1 = ins Archiv,      *
      *        2 = ausgelagert), Werte bleiben stehen;                 *
      *   40 = Abgleich still (Nachtlauf), Zahl der Zeilen in WH-WERT; *
      *   90 = Verzeichnis schliessen (nach 20/25/30).                 *
      *   Die externe Auftragserfassung GABAUF ruft 20/25 je Zeile     *
      *   und 30 beim Umzug ins Archiv; was an ihr vorbei geaendert    *
      *   wird, zieht der Abgleich nach.                               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEAHI.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEAAR.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDRU.CPY.
           SELECT MAILSEL  ASSIGN TO "MAILSEL.TXT"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABAHIST.CPY.
       COPY GABANBOT.CPY.
       COPY GABAUFAR.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
      ******************************************************************
       FD  MAILSEL                     LABEL RECORD STANDARD.
       01  MS-ZEILE                    PIC X(10).
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
      *--------> ARTHIST: 0 = zu, 1 = offen <--
           03  WM-OPAHI                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAUF                PIC 9         COMP.
           03  WM-OPARC                PIC 9         COMP.
           03  WM-OPART                PIC 9         COMP.
           03  WM-OPDEB                PIC 9         COMP.
           03  WH-ANZEIG               PIC 9         COMP.
           03  WH-KOPFOK               PIC 9         COMP.
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WZ-AHI                  PIC 9(7)      COMP.
      *--------> Skalierung der Auftragsmenge (WT-NK je Einheit) <--
           03  WH-MEH                  PIC 99        COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-AUFAK                PIC 999       COMP.
      *--------> Auskunft <--
           03  WH-ARNUM                PIC 9(6)      COMP.
           03  WH-VON                  PIC 9(6)      COMP.
           03  WH-BIS                  PIC 9(6)      COMP.
           03  WH-AUSG                 PIC 9         COMP.
           03  WH-ABBR                 PIC 9         COMP.
           03  WZ-TREFF                PIC 9(6)      COMP.
           03  WZ-DZEIL                PIC 99        COMP.
           03  WH-KDNAME               PIC X(30).
           03  WH-KZ                   PIC XX.
           03  WS-MENGE                PIC S9(9)V99  COMP-3.
           03  WS-BET                  PIC S9(9)V99  COMP-3.
      *--------> Kundenliste fuer die Mailing-Selektion <--
           03  WKD-ANZ                 PIC 9(4)      COMP.
           03  WKD-I                   PIC 9(4)      COMP.
           03  WKD-VOLL                PIC 9         COMP.
           03  WKD-NR                  PIC 9(6)      COMP OCCURS 2000.
           03  WD-KDNR                 PIC 9(6).
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-KTO                  PIC ZZ.ZZ9,9.
           03  WD-NUM                  PIC ZZZZZZZ9.
           03  WD-MENGE                PIC ZZZZ.ZZ9,99-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-RAB                  PIC Z9,9-.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY GABAHISC.CPY.
       COPY GABEXT.CPY.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON ARTHIST.
       A.  CALL "CADECL" USING "GABISAHI.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON ARCHKOPF.
       A.  CALL "CADECL" USING "GABIARCH.DAT" WH-CREG.
       DECL-W SECTION.         USE AFTER ERROR PROCEDURE ON ARCHZEIL.
       A.  CALL "CADECL" USING "GABIARCZ.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON MAILSEL.
       A.  CALL "CADECL" USING "MAILSEL.TXT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    20/25 lesen AK-SATZ und AU-SATZ des Rufers (EXTERNAL);
      *    AUFKOPF und AUFTRAG werden dafuer nicht geoeffnet.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 20 PERFORM AH-ZEILE GO X.
           IF WL-CA = 25 PERFORM AH-AUSTRAG GO X.
           IF WL-CA = 30 PERFORM AH-UMZUG GO X.
           IF WL-CA = 40 MOVE 0 TO WH-ANZEIG
                         PERFORM AH-ABGLEICH GO X.
           IF WL-CA = 90 PERFORM AH-ENDE GO X.
           IF WL-CA = 10 PERFORM AH-MENU GO W.
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
      ************ Verzeichnis oeffnen, beim ersten Mal anlegen *
       AH-OEFFNE SECTION.
       A.  IF WM-OPAHI NOT = 0 GO Z.
           OPEN I-O ARTHIST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ARTHIST
               CLOSE ARTHIST
               OPEN I-O ARTHIST.
           MOVE 1 TO WM-OPAHI.
       Z.  EXIT.
      ************ Verzeichnis schliessen (Einstieg 90) *
       AH-ENDE SECTION.
       A.  IF WM-OPAHI = 1 CLOSE ARTHIST.
           MOVE 0 TO WM-OPAHI.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       MEH-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           ADD WH-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ************ aktuelle Zeile des Rufers (Einstieg 20) *
       AH-ZEILE SECTION.
       A.  PERFORM AH-OEFFNE.
           PERFORM AH-AUS-AUF.
       Z.  EXIT.
      ************ aktuelle Zeile des Rufers austragen (Einstieg 25) *
       AH-AUSTRAG SECTION.
       A.  PERFORM AH-OEFFNE.
           MOVE AU-KEY TO AH-KEY.
           DELETE ARTHIST INVALID NEXT SENTENCE.
       Z.  EXIT.
      ************ Eintrag aus AK-SATZ/AU-SATZ (laufender Auftrag) *
      *    Textzeilen (ohne Artikel) und Rahmenkoepfe stehen nicht im
      *    Verzeichnis; verlieren sie den Artikel, faellt der Eintrag
       AH-AUS-AUF SECTION.
       A.  MOVE AU-KEY TO AH-KEY.
           IF AU-ARNUM = 0 OR AK-RAHMEN GO L.
           MOVE AU-ARNUM TO AH-ARNUM.
           MOVE AK-DATUM TO AH-DATUM.
           MOVE AK-KTONR TO AH-KTONR.
           MOVE AK-ART TO AH-ART.
           MOVE AK-RENUM TO AH-RENUM.
           MOVE AU-MEH TO AH-MEH WH-MEH.
           PERFORM MEH-FAKTOR.
           COMPUTE AH-MENGE = AU-ANZ / WH-AUFAK.
           MOVE AU-PREIS TO AH-PREIS.
           MOVE AU-RAB TO AH-RAB.
           MOVE AU-BET TO AH-BET.
           MOVE 0 TO AH-ANGEB AH-HER.
           IF AK-WVDAT NOT = 0 AND AK-ANGMARK = 0 AND AK-RENUM = 0
               MOVE 1 TO AH-ANGEB.
           WRITE AH-SATZ INVALID REWRITE AH-SATZ.
           ADD 1 TO WZ-AHI.
           GO Z.
       L.  DELETE ARTHIST INVALID NEXT SENTENCE.
       Z.  EXIT.
      ************ Eintrag aus AV-SATZ/AW-SATZ (Archiv) *
       AH-AUS-ARCH SECTION.
       A.  MOVE AW-KEY TO AH-KEY.
           IF AW-ARNUM = 0 OR AV-ART = 5 GO L.
           MOVE AW-ARNUM TO AH-ARNUM.
           MOVE AV-DATUM TO AH-DATUM.
           MOVE AV-KTONR TO AH-KTONR.
           MOVE AV-ART TO AH-ART.
           MOVE AV-RENUM TO AH-RENUM.
           MOVE AW-MEH TO AH-MEH WH-MEH.
           PERFORM MEH-FAKTOR.
           COMPUTE AH-MENGE = AW-ANZ / WH-AUFAK.
           MOVE AW-PREIS TO AH-PREIS.
           MOVE AW-RAB TO AH-RAB.
           MOVE AW-BET TO AH-BET.
           MOVE 0 TO AH-ANGEB.
           MOVE 1 TO AH-HER.
           IF AV-WVDAT NOT = 0 AND AV-ANGMARK = 0 AND AV-RENUM = 0
               MOVE 1 TO AH-ANGEB.
           WRITE AH-SATZ INVALID REWRITE AH-SATZ.
           ADD 1 TO WZ-AHI.
           GO Z.
       L.  DELETE ARTHIST INVALID NEXT SENTENCE.
       Z.  EXIT.
      ************ Auftrag umgezogen (Einstieg 30) *
       AH-UMZUG SECTION.
       A.  PERFORM AH-OEFFNE.
           MOVE WAH-NUM TO AH-NUM.
           MOVE 0 TO AH-KAP AH-POS AH-TZ.
           START ARTHIST KEY NOT < AH-KEY INVALID GO Z.
       E.  READ ARTHIST NEXT AT END GO Z.
           IF ZUGRIF PERFORM BESETZT GO E.
           IF AH-NUM NOT = WAH-NUM GO Z.
           MOVE WAH-HER TO AH-HER.
           REWRITE AH-SATZ.
           GO E.
       Z.  EXIT.
      ******************************************************************
      *    Abgleich (Einstieg 40 und Menue 2):
      *    1. jeder Eintrag wird gegen seinen Beleg geprueft - eine
      *       laufende Zeile, die im Archiv steht, wird Archiv; eine
      *       Archivzeile, die es nicht mehr gibt, wurde ausgelagert;
      *       eine laufende Zeile ohne Beleg wurde geloescht;
      *    2. alle laufenden Auftragszeilen neu eintragen,
      *    3. alle Archivzeilen neu eintragen.
      ******************************************************************
       AH-ABGLEICH SECTION.
       A.  MOVE 0 TO WZ-AHI.
           PERFORM AH-OEFFNE.
           MOVE 0 TO WM-OPAUF WM-OPARC.
      *--------> schon vom Rufer geoeffnet (41): mitlesen, aber nicht
      *          schliessen (WM-OPAUF/WM-OPARC = 2) <-
           OPEN INPUT AUFKOPF.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPAUF.
           IF WF-STATUS = "00"
               OPEN INPUT AUFTRAG
               MOVE 1 TO WM-OPAUF.
           OPEN INPUT ARCHKOPF.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPARC.
           IF WF-STATUS = "00"
               OPEN INPUT ARCHZEIL
               MOVE 1 TO WM-OPARC.
      *--------------------> 1. Eintraege gegen die Belege <-
           MOVE 0 TO AH-NUM AH-KAP AH-POS AH-TZ.
           START ARTHIST KEY NOT < AH-KEY INVALID GO F.
       C.  READ ARTHIST NEXT AT END GO F.
           IF ZUGRIF GO C.
           IF AH-AUSGEL GO C.
           IF AH-ARCHIV GO E.
           IF WM-OPAUF = 0 GO D.
           MOVE AH-KEY TO AU-KEY.
           READ AUFTRAG IGNORE LOCK INVALID GO D.
           GO C.
       D.  IF WM-OPARC = 0 GO G.
           MOVE AH-KEY TO AW-KEY.
           READ ARCHZEIL IGNORE LOCK INVALID GO G.
           MOVE 1 TO AH-HER.
           REWRITE AH-SATZ.
           GO C.
       E.  IF WM-OPARC = 0 GO C.
           MOVE AH-KEY TO AW-KEY.
           READ ARCHZEIL IGNORE LOCK INVALID
               MOVE 2 TO AH-HER
               REWRITE AH-SATZ.
           GO C.
       G.  DELETE ARTHIST INVALID NEXT SENTENCE.
           GO C.
      *--------------------> 2. laufende Auftraege <-
       F.  IF WM-OPAUF = 0 GO K.
           MOVE 0 TO AU-NUM AU-KAP AU-POS AU-TZ WH-AKNUM.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO K.
       H.  READ AUFTRAG NEXT IGNORE LOCK AT END GO K.
           IF AU-NUM = WH-AKNUM GO I.
           MOVE AU-NUM TO WH-AKNUM AK-NUM.
           MOVE 1 TO WH-KOPFOK.
           READ AUFKOPF IGNORE LOCK INVALID MOVE 0 TO WH-KOPFOK.
           IF WH-ANZEIG = 1 DISPLAY AU-NUM AT 2020.
       I.  IF WH-KOPFOK = 0 GO H.
           PERFORM AH-AUS-AUF.
           GO H.
      *--------------------> 3. Archiv <-
       K.  IF WM-OPARC = 0 GO X.
           MOVE 0 TO AW-NUM AW-KAP AW-POS AW-TZ WH-AKNUM.
           START ARCHZEIL KEY NOT < AW-KEY INVALID GO X.
       L.  READ ARCHZEIL NEXT IGNORE LOCK AT END GO X.
           IF AW-NUM = WH-AKNUM GO M.
           MOVE AW-NUM TO WH-AKNUM AV-NUM.
           MOVE 1 TO WH-KOPFOK.
           READ ARCHKOPF IGNORE LOCK INVALID MOVE 0 TO WH-KOPFOK.
           IF WH-ANZEIG = 1 DISPLAY AW-NUM AT 2020.
       M.  IF WH-KOPFOK = 0 GO L.
           PERFORM AH-AUS-ARCH.
           GO L.
       X.  IF WM-OPAUF = 1 CLOSE AUFKOPF AUFTRAG.
           IF WM-OPARC = 1 CLOSE ARCHKOPF ARCHZEIL.
           PERFORM AH-ENDE.
           MOVE WZ-AHI TO WH-WERT.
       Z.  EXIT.
      ******************************************************************
       AH-MENU SECTION.
       A.  PERFORM AH-OEFFNE.
           MOVE 0 TO WM-OPART WM-OPDEB.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verkaufshistorie Artikel " with highlight
               AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Auskunft je Artikel" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Verzeichnis abgleichen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM AH-AUSKUNFT
               WHEN 2 PERFORM AH-NEU
               WHEN OTHER GO C.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
           GO B.
       X.  PERFORM AH-ENDE.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************ Abgleich aus dem Menue *
       AH-NEU SECTION.
       A.  DISPLAY "Verzeichnis mit Auftraegen und Archiv abgleichen"
               AT 2201.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC CALL "CAUP" USING "1322012480" WH-CREG GO Z.
           IF NOT RET GO B.
           CALL "CAUP" USING "1322012480" WH-CREG.
           DISPLAY "Abgleich laeuft..." AT 2301.
           MOVE 1 TO WH-ANZEIG.
           PERFORM AH-ABGLEICH.
           PERFORM AH-OEFFNE.
           MOVE WZ-AHI TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2201
               " Positionen eingetragen." with highlight.
           PERFORM WEITER.
       Z.  EXIT.
      ************ Auskunft je Artikel und Zeitraum *
       AH-AUSKUNFT SECTION.
       A.  MOVE 0 TO AH-NUM AH-KAP AH-POS AH-TZ.
           START ARTHIST KEY NOT < AH-KEY INVALID
               DISPLAY "Verzeichnis leer - bitte zuerst abgleichen (2),"
                   AT 2401
               PERFORM WEITER GO Z.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verkaufshistorie " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM WH-ARNUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 227 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
       D.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zeitraum vom:           bis:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
      *--------> Vorschlag: ab 1.1. des vorletzten Jahres <-
           MOVE WH-DATUM TO WZ-DATUM.
           IF WZ-JAHR > 1 SUBTRACT 2 FROM WZ-JAHR
                     ELSE MOVE 0 TO WZ-JAHR.
           MOVE 1 TO WZ-MONAT WZ-TAG.
           CALL "CAUP" USING "1103176006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           MOVE WZ-DATUM TO WH-VON.
       E.  DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103336006" WH-CREG.
           IF ESC GO D.
           IF NOT RET GO E.
           MOVE WZ-DATUM TO WH-BIS.
           IF WH-BIS < WH-VON GO E.
       F.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ausgabe 1= Bild, 2= Liste, 3= Mailing:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Ausgabe" AT 2301.
           MOVE 1 TO WH-NUM.
           CALL "CAUP" USING "1004431001" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           IF WH-NUM < 1 OR WH-NUM > 3 GO F.
           MOVE WH-NUM TO WH-AUSG.
           PERFORM AH-LISTE.
           CALL "CAUP" USING "1324012480000" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************ Verkaeufe des Artikels WH-ARNUM im Zeitraum *
       AH-LISTE SECTION.
       A.  MOVE 0 TO WZ-TREFF WZ-DZEIL WKD-ANZ WKD-VOLL WH-ABBR.
           MOVE 0 TO WS-MENGE WS-BET.
           IF WH-AUSG = 1 PERFORM BILD-KOPF.
           IF WH-AUSG = 2 PERFORM LISTE-KOPF.
           IF WH-AUSG = 3 DISPLAY "Kunden werden gesammelt..." AT 2301.
           MOVE WH-ARNUM TO AH-ARNUM.
           MOVE WH-VON TO AH-DATUM.
           START ARTHIST KEY NOT < AH-AKEY INVALID GO V.
       E.  READ ARTHIST NEXT IGNORE LOCK AT END GO V.
           IF AH-ARNUM NOT = WH-ARNUM OR AH-DATUM > WH-BIS GO V.
           IF AH-ANGEBOT GO E.
           ADD 1 TO WZ-TREFF.
           IF WH-AUSG = 3 PERFORM KD-MERKEN GO E.
           MOVE AH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE SPACE TO WH-KDNAME.
           UNSTRING DE-BEZ DELIMITED BY "#" INTO WH-KDNAME.
           MOVE SPACE TO WH-KZ.
           IF AH-ARCHIV MOVE "A" TO WH-KZ(1:1).
           IF AH-AUSGEL MOVE "X" TO WH-KZ(1:1).
           IF AH-GUTSCHRIFT
               MOVE "G" TO WH-KZ(2:1)
               SUBTRACT AH-MENGE FROM WS-MENGE
               SUBTRACT AH-BET FROM WS-BET
           ELSE
               ADD AH-MENGE TO WS-MENGE
               ADD AH-BET TO WS-BET.
           IF WH-AUSG = 1 PERFORM BILD-ZEILE
               ELSE PERFORM LISTE-ZEILE.
           IF WH-ABBR = 1 GO W.
           GO E.
       V.  IF WZ-TREFF = 0
               DISPLAY "keine Verkaeufe im Zeitraum," AT 2401
               PERFORM WEITER GO W.
           IF WH-AUSG = 2 PERFORM LISTE-FUSS GO W.
           IF WH-AUSG = 3 PERFORM MAIL-UEBERGABE GO W.
           DISPLAY "Ende der Auskunft," AT 2401.
           PERFORM WEITER.
       W.  IF WH-AUSG = 1 CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       BILD-KOPF SECTION.
       A.  CALL "CAUP" USING "0702011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verkaufshistorie " with highlight AT VDU-LP.
           PERFORM BILD-TITEL.
       Z.  EXIT.
      ******************************************************************
       BILD-TITEL SECTION.
       A.  ADD 203 VDU-ECK GIVING VDU-LP.
           MOVE WH-ARNUM TO WD-ARNUM.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " AR-BEZA
               with highlight.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datum    Kunde    Name              Auftrag"
               with reverse-video AT VDU-LP.
           ADD 43 TO VDU-LP.
           DISPLAY "       Menge      Preis Rab. Kz"
               with reverse-video AT VDU-LP.
       Z.  EXIT.
      ************ eine Verkaufszeile am Bildschirm *
       BILD-ZEILE SECTION.
       A.  IF WZ-DZEIL < 14 GO C.
           DISPLAY "<ret>= weiter, <esc>= Ende" AT 2301.
           CALL "CAUP" USING "0023281000" WH-CREG.
           IF ESC MOVE 1 TO WH-ABBR GO Z.
           MOVE 0 TO WZ-DZEIL.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           PERFORM BILD-TITEL.
       C.  ADD 1 TO WZ-DZEIL.
           COMPUTE VDU-LP = WZ-DZEIL * 100 + 303 + VDU-ECK.
           MOVE AH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM AT VDU-LP.
           DIVIDE 10 INTO AH-KTONR GIVING WD-KTO.
           ADD 9 TO VDU-LP.
           DISPLAY WD-KTO AT VDU-LP.
           ADD 9 TO VDU-LP.
           DISPLAY WH-KDNAME WITH SIZE 17 AT VDU-LP.
           MOVE AH-NUM TO WD-NUM.
           ADD 18 TO VDU-LP.
           DISPLAY WD-NUM AT VDU-LP.
           MOVE AH-MENGE TO WD-MENGE.
           ADD 9 TO VDU-LP.
           DISPLAY WD-MENGE with highlight AT VDU-LP.
           MOVE AH-PREIS TO WD-PREIS.
           ADD 12 TO VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           MOVE AH-RAB TO WD-RAB.
           ADD 11 TO VDU-LP.
           DISPLAY WD-RAB AT VDU-LP.
           ADD 6 TO VDU-LP.
           DISPLAY WH-KZ AT VDU-LP.
       Z.  EXIT.
      ************ Liste ARTHIST.LST *
       LISTE-KOPF SECTION.
       A.  MOVE "ARTHIST.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Verkaufshistorie Artikel" TO DRA-SATZ(2:).
           MOVE WH-ARNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(28:7).
           MOVE AR-BEZA TO DRA-SATZ(37:30).
           PERFORM DRUCK.
           MOVE "Zeitraum:" TO DRA-SATZ(2:9).
           MOVE WH-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(12:8).
           MOVE "-" TO DRA-SATZ(21:1).
           MOVE WH-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(23:8).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(37:6).
           MOVE VDU-DATUM TO DRA-SATZ(44:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           PERFORM LISTE-SPALTEN.
       Z.  EXIT.
      ******************************************************************
       LISTE-SPALTEN SECTION.
       A.  MOVE "Datum" TO DRA-SATZ(2:5).
           MOVE "Kunde" TO DRA-SATZ(11:5).
           MOVE "Name" TO DRA-SATZ(20:4).
           MOVE "Auftrag" TO DRA-SATZ(51:7).
           MOVE "Rechnung" TO DRA-SATZ(60:8).
           MOVE "Menge" TO DRA-SATZ(76:5).
           MOVE "Preis" TO DRA-SATZ(88:5).
           MOVE "Rab." TO DRA-SATZ(95:4).
           MOVE "Betrag" TO DRA-SATZ(108:6).
           MOVE "Kz" TO DRA-SATZ(116:2).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:116).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       LISTE-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN
               PERFORM LISTE-SPALTEN.
           MOVE AH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(2:8).
           DIVIDE 10 INTO AH-KTONR GIVING WD-KTO.
           MOVE WD-KTO TO DRA-SATZ(11:8).
           MOVE WH-KDNAME TO DRA-SATZ(20:30).
           MOVE AH-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(51:8).
           IF AH-RENUM NOT = 0
               MOVE AH-RENUM TO WD-NUM
               MOVE WD-NUM TO DRA-SATZ(60:8).
           MOVE AH-MENGE TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(69:12).
           MOVE AH-PREIS TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(82:11).
           MOVE AH-RAB TO WD-RAB.
           MOVE WD-RAB TO DRA-SATZ(94:5).
           MOVE AH-BET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(100:14).
           MOVE WH-KZ TO DRA-SATZ(116:2).
           PERFORM DRUCK.
       Z.  EXIT.
      ************ Summe, Zeichenerklaerung, Ende der Liste *
       LISTE-FUSS SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(2:116).
           PERFORM DRUCK.
           MOVE "Summe" TO DRA-SATZ(2:5).
           MOVE WZ-TREFF TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(11:7).
           MOVE "Positionen" TO DRA-SATZ(20:10).
           MOVE WS-MENGE TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(69:12).
           MOVE WS-BET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(100:14).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Kz: A = Archiv, X = ausgelagert, G = Gutschrift"
               TO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY "Liste ARTHIST.LST gedruckt." with highlight
               AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************ Kunde einmal in die Mailing-Liste *
       KD-MERKEN SECTION.
       A.  MOVE 0 TO WKD-I.
       C.  ADD 1 TO WKD-I.
           IF WKD-I > WKD-ANZ GO E.
           IF WKD-NR(WKD-I) = AH-KTONR GO Z.
           GO C.
       E.  IF WKD-ANZ NOT < 2000 MOVE 1 TO WKD-VOLL GO Z.
           ADD 1 TO WKD-ANZ.
           MOVE AH-KTONR TO WKD-NR(WKD-ANZ).
       Z.  EXIT.
      ************ Kundenliste an die Mailing-Selektion *
       MAIL-UEBERGABE SECTION.
       A.  OPEN OUTPUT MAILSEL.
           MOVE 0 TO WKD-I.
       C.  ADD 1 TO WKD-I.
           IF WKD-I > WKD-ANZ GO E.
           MOVE WKD-NR(WKD-I) TO WD-KDNR.
           MOVE WD-KDNR TO MS-ZEILE.
           WRITE MS-ZEILE.
           GO C.
       E.  CLOSE MAILSEL.
           CALL "CAUP" USING "1323012480" WH-CREG.
           MOVE WKD-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2201
               " Kunden fuer das Mailing (MAILSEL.TXT)." with highlight.
           IF WKD-VOLL = 1
               DISPLAY "mehr als 2000 Kunden - Liste gekuerzt!"
                   with highlight foreground-color 4 AT 2301.
           PERFORM WEITER.
           CALL "GABMAIL" USING "20MAILSEL" WH-CREG.
           CANCEL "GABMAIL".
       Z.  EXIT.
