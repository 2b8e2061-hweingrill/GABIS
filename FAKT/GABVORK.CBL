      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABVORK.
      ******************************************************************
      *   Vorauskasse: Auftraege gesperrter oder neuer Kunden (bzw.    *
      *   von Hand gekennzeichnete) werden erst nach Zahlungs-         *
      *   eingang kommissioniert und geliefert.  Die Zahlungs-         *
      *   aufforderung traegt den EPC-Code mit der Referenz "VK" +     *
      *   Auftragsnummer (GABEPC 21); GABBANK gleicht sie beim         *
      *   Auszugsimport ueber Einstieg 20 ab, von Hand kommt der       *
      *   Eingang aus GABOPOS (Einstieg 30).  Erst mit vollem          *
      *   Eingang gilt der Auftrag als freigegeben (AK-VK-BEZAHLT);    *
      *   nach der Fakturierung wird der Eingang gegen den Offenen     *
      *   Posten der Rechnung verrechnet und ins Zahlungsjournal       *
      *   geschrieben.  Die Arbeitsliste zeigt die wartenden           *
      *   Auftraege mit Alter und druckt Erinnerungen nach den         *
      *   Tagen lt. KONSTANT 180.                                      *
      *                                                                *
      *   10 = Menue;                                                  *
      *   20 = Bankeingang: WVK-AUFNUM, WVK-BETRAG, WVK-DATUM,         *
      *        zurueck WVK-FND (1 = offene Vorauskasse getroffen);     *
      *   30 = Eingang von Hand (aus GABOPOS).                         *
      *   Optionen/Alternativen eines Angebots (GABAOPT) zaehlen       *
      *   nicht zum Vorauskassebetrag.                                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEAUF.CPY.
           COPY GABSEOPO.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABANBOT.CPY.
       COPY GABOPOS.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
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
           03  WM-AUFOP                PIC 9         COMP  VALUE ZERO.
           03  WM-OPOPO                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDBZ                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
      *------> 0 = Zahlungsaufforderung, 1 = Zahlungserinnerung <-
           03  WM-ERIN                 PIC 9         COMP.
      *------> Grund der Vorauskasse: 0 = keiner, 1 = gesperrt,
      *        2 = neuer Kunde (noch keine Rechnung) <-
           03  WM-GRUND                PIC 9         COMP.
           03  WH-ERIN                 PIC 99        COMP.
           03  WH-VKTEXT               PIC X(80).
           03  WH-ZBET                 PIC S9(9)V99  COMP-3.
           03  WH-ZDAT                 PIC 9(6)      COMP.
           03  WH-QUELLE               PIC 9         COMP.
           03  WH-VGLDAT               PIC 9(6)      COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WH-ALTER                PIC S9(5)     COMP.
           03  WH-ERALT                PIC S9(5)     COMP.
           03  WZ-KOUNT                PIC 9(5)      COMP.
           03  WZ-FAELL                PIC 9(5)      COMP.
           03  WS-NET0                 PIC S9(9)V99  COMP-3.
           03  WS-USTNET               PIC S9(9)V99  COMP-3 OCCURS 6.
           03  WS-BRUTTO               PIC S9(9)V99  COMP-3.
           03  WS-REST                 PIC S9(9)V99  COMP-3.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-SUMME                PIC S9(9)V99  COMP-3.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-NUM                  PIC ZZZZZZZ9.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-TAGE                 PIC ZZZZ9.
           03  WD-ANZ                  PIC ZZZZ9.
           03  WD-AUFNR                PIC 9(8).
      *-----------------------------------------> Zeile Arbeitsliste <-
       01  DRV-SATZ.
           03  FILLER                  PIC X.
           03  DRV-AUFNUM              PIC ZZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRV-DATUM               PIC X(8).
           03  FILLER                  PIC X.
           03  DRV-KTONR               PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRV-NAME                PIC X(30).
           03  DRV-BETRAG              PIC ZZ.ZZZ.ZZ9,99-.
           03  DRV-BEZAHLT             PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRV-VKDAT               PIC X(8).
           03  DRV-TAGE                PIC ZZZZ9.
           03  FILLER                  PIC X.
           03  DRV-ERDAT               PIC X(8).
           03  FILLER                  PIC X.
           03  DRV-FAELL               PIC X.
       COPY GABEPCSC.CPY.
       COPY GABZJRSC.CPY.
       COPY GABVKSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    20 kommt aus GABBANK (OFFPOST dort offen), 30 aus GABOPOS.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM VK-MENU GO W.
           IF WL-CA = 20 PERFORM VK-BANK GO X.
           IF WL-CA = 30 PERFORM AUF-AUF
               PERFORM VK-ZAHLUNG
               PERFORM AUF-ZU GO X.
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
      ****************** Auftragsdateien, Kunde und Konstanten *
      *    AUFKOPF/AUFTRAG/DEBITOR/KONSTANT koennen beim Rufer schon
      *    offen sein - geschlossen wird nur, was hier geoeffnet wurde
       AUF-AUF SECTION.
       A.  MOVE 0 TO WM-AUFOP WM-OPDEB WM-OPKON.
           OPEN I-O AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-AUFOP
               OPEN INPUT AUFTRAG.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
       Z.  EXIT.
      ******************************************************************
       AUF-ZU SECTION.
       A.  IF WM-AUFOP = 1 CLOSE AUFKOPF AUFTRAG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-AUFOP WM-OPDEB WM-OPKON.
       Z.  EXIT.
      ************** Parameter aus KONSTANT 180, notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 180 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-VKSATZ
               MOVE 0 TO KVK-ERIN
               MOVE SPACE TO KVK-TEXT
               WRITE KO-SATZ GO B.
           MOVE KVK-ERIN TO WH-ERIN.
           MOVE KVK-TEXT TO WH-VKTEXT.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPKON.
       Z.  EXIT.
      ******************************************************************
       VK-MENU SECTION.
       A.  PERFORM PAR-LESEN.
           MOVE WH-DATUM TO WH-VGLDAT.
           COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vorauskasse " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Vorauskasse setzen/aufheben" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Zahlungsaufforderung drucken" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - neue Auftraege pruefen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Arbeitsliste/Erinnerung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Zahlungseingang" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Verrechnen mit Rechnung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "7 - Parameter" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           IF WH-PG > 7 GO C.
           IF WH-PG = 7 PERFORM VK-PARAM GO C.
           PERFORM AUF-AUF.
           EVALUATE WH-PG
               WHEN 1 PERFORM VK-SETZEN
               WHEN 2 PERFORM VK-NACHDR
               WHEN 3 PERFORM VK-AUTO
               WHEN 4 PERFORM VK-LISTE
               WHEN 5 PERFORM VK-ZAHLUNG
               WHEN 6 PERFORM VK-VERRECH.
           PERFORM AUF-ZU.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************** Auftrag waehlen *
      *    nur Verkaufsauftraege, die noch nicht fakturiert sind
       AUF-WAHL SECTION.
       A.  MOVE 0 TO AK-NUM.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftragsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002206008" WH-CREG.
           IF ESC MOVE 0 TO AK-NUM GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AK-NUM.
           READ AUFKOPF INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF AK-RENUM NOT = 0
               DISPLAY "Auftrag ist bereits fakturiert!" AT 2401
               PERFORM WEITER GO C.
           IF NOT AK-VERKAUF
               DISPLAY "keine Vorauskasse fuer Rahmen/Gutschrift!"
                   AT 2401
               PERFORM WEITER GO C.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:50) with highlight AT VDU-LP.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
       Z.  EXIT.
      ************************ Stand der Vorauskasse anzeigen *
       VK-STAND SECTION.
       A.  ADD 403 VDU-ECK GIVING VDU-LP.
           EVALUATE TRUE
               WHEN AK-VK-OFFEN
                   DISPLAY "Vorauskasse offen        " AT VDU-LP
               WHEN AK-VK-BEZAHLT
                   DISPLAY "Vorauskasse bezahlt      " AT VDU-LP
               WHEN AK-VK-VERRECH
                   DISPLAY "Vorauskasse verrechnet   " AT VDU-LP
               WHEN AK-VK-FREI
                   DISPLAY "von Hand freigegeben     " AT VDU-LP
               WHEN OTHER
                   DISPLAY "keine Vorauskasse        " AT VDU-LP.
           IF AK-VORK = 0 OR AK-VK-FREI GO Z.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "angefordert:" AT VDU-LP.
           MOVE AK-VKBET TO WD-BET.
           ADD 516 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "eingegangen:" AT VDU-LP.
           MOVE AK-VKZLBET TO WD-BET.
           ADD 616 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       Z.  EXIT.
      ***************** Vorauskasse von Hand setzen oder aufheben *
       VK-SETZEN SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vorauskasse setzen/aufheben " with highlight
               AT VDU-LP.
           PERFORM AUF-WAHL.
           IF AK-NUM = 0 GO Y.
           PERFORM VK-STAND.
           IF AK-VK-BEZAHLT OR AK-VK-VERRECH
               DISPLAY "Zahlung ist schon eingegangen." AT 2401
               PERFORM WEITER GO X.
           IF AK-VK-OFFEN GO E.
      *-------------------------> setzen und Aufforderung drucken <-
           PERFORM AUF-BRUTTO.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Betrag (brutto):" AT VDU-LP.
           MOVE WS-BRUTTO TO WD-BET.
           ADD 520 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           IF WS-BRUTTO NOT > 0
               DISPLAY "Auftrag hat keinen Betrag!" AT 2401
               PERFORM WEITER GO X.
       C.  DISPLAY "<esc>= Abbruch, <ret>= setzen und Aufforderung druc
      -        "ken" AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE 1 TO AK-VORK.
           MOVE WS-BRUTTO TO AK-VKBET.
           MOVE 0 TO AK-VKERIN AK-VKZLDAT AK-VKZLBET AK-VKQUELLE.
           MOVE "VKAUFF.LST" TO WH-DRUNAM.
           MOVE 0 TO WM-ERIN.
           PERFORM VK-BRIEF.
           PERFORM END-DRU.
           MOVE WH-DATUM TO AK-VKDAT.
           REWRITE AK-SATZ.
           DISPLAY "Vorauskasse gesetzt, Aufforderung -> VKAUFF.LST"
               with highlight AT 2401.
           PERFORM WEITER GO X.
      *-------------------------> aufheben: Auftrag freigeben <-
       E.  DISPLAY "<esc>= Abbruch, <ret>= Vorauskasse aufheben"
               AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO E.
           MOVE 9 TO AK-VORK.
           REWRITE AK-SATZ.
           DISPLAY "Auftrag freigegeben." with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************** Zahlungsaufforderung eines Auftrags nachdrucken *
       VK-NACHDR SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlungsaufforderung " with highlight AT VDU-LP.
           PERFORM AUF-WAHL.
           IF AK-NUM = 0 GO Y.
           PERFORM VK-STAND.
           IF NOT AK-VK-OFFEN
               DISPLAY "keine offene Vorauskasse!" AT 2401
               PERFORM WEITER GO X.
       C.  DISPLAY "<esc>= Abbruch, <ret>= drucken" AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
      *--------> Betrag neu aus den Zeilen, der Auftrag kann sich
      *          seit der ersten Aufforderung geaendert haben <-
           PERFORM AUF-BRUTTO.
           MOVE WS-BRUTTO TO AK-VKBET.
           MOVE "VKAUFF.LST" TO WH-DRUNAM.
           MOVE 0 TO WM-ERIN.
           PERFORM VK-BRIEF.
           PERFORM END-DRU.
           IF AK-VKDAT = 0 MOVE WH-DATUM TO AK-VKDAT.
           REWRITE AK-SATZ.
           DISPLAY "Aufforderung -> VKAUFF.LST" with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* neue Auftraege gesperrter und neuer Kunden kennzeichnen *
      *    erfasste, noch nicht bearbeitete Verkaufsauftraege ohne
      *    Vorauskasse-Kennzeichen; ein von Hand freigegebener Auftrag
      *    (AK-VK-FREI) bleibt frei.  Neu ist ein Kunde, solange er
      *    keinen Offenen Posten (also keine Rechnung) hat.
       VK-AUTO SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Neue Auftraege pruefen " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftraege gesperrter/neuer Kunden -> Vorauskasse"
               AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zahlungsaufforderungen -> VKAUFF.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE 0 TO WM-OPOPO WM-OPDBZ.
           OPEN INPUT OFFPOST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPOPO.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDBZ.
           MOVE "VKAUFF.LST" TO WH-DRUNAM.
           MOVE 0 TO WM-ERIN WZ-KOUNT AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO V.
       D.  READ AUFKOPF NEXT AT END GO V.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF AK-RENUM NOT = 0 OR NOT AK-ERFASST GO D.
           IF NOT AK-VERKAUF OR AK-VORK NOT = 0 GO D.
           PERFORM KD-PRUEF.
           IF WM-GRUND = 0 GO D.
           PERFORM AUF-BRUTTO.
           IF WS-BRUTTO NOT > 0 GO D.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY AK-NUM AT VDU-LP.
           MOVE 1 TO AK-VORK.
           MOVE WS-BRUTTO TO AK-VKBET.
           MOVE 0 TO AK-VKERIN AK-VKZLDAT AK-VKZLBET AK-VKQUELLE.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           PERFORM VK-BRIEF.
           MOVE WH-DATUM TO AK-VKDAT.
           REWRITE AK-SATZ.
           ADD 1 TO WZ-KOUNT.
           GO D.
       V.  PERFORM END-DRU.
           IF WM-OPOPO = 1 CLOSE OFFPOST.
           IF WM-OPDBZ = 1 CLOSE DEBZUS.
           DISPLAY WZ-KOUNT with highlight AT 2220
               " Auftraege auf Vorauskasse gesetzt." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********* Kunde gesperrt/insolvent (DEBZUS) oder ohne OP *
       KD-PRUEF SECTION.
       A.  MOVE 0 TO WM-GRUND.
           IF WM-OPDBZ = 0 GO C.
           MOVE AK-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO C.
           IF DZ-GESPERRT OR DZ-INSOLVENT MOVE 1 TO WM-GRUND GO Z.
       C.  IF WM-OPOPO = 0 GO Z.
           MOVE AK-KTONR TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID
               MOVE 2 TO WM-GRUND GO Z.
           READ OFFPOST NEXT IGNORE LOCK AT END
               MOVE 2 TO WM-GRUND GO Z.
           IF OP-KTONR NOT = AK-KTONR MOVE 2 TO WM-GRUND.
       Z.  EXIT.
      ******* Arbeitsliste der wartenden Auftraege, Erinnerungen *
       VK-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Arbeitsliste Vorauskasse " with highlight
               AT VDU-LP.
           IF WH-ERIN = 0 MOVE 7 TO WH-ERIN.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Erinnerung faellig nach        Tagen" AT VDU-LP.
           MOVE WH-ERIN TO WD-ANZ.
           ADD 326 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liste -> VKLISTE.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Liste drucken" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE "VKLISTE.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM LI-KOPF.
           MOVE 0 TO WZ-KOUNT WZ-FAELL WS-SUMME AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO V.
       D.  READ AUFKOPF NEXT IGNORE LOCK AT END GO V.
           IF NOT AK-VK-OFFEN OR AK-RENUM NOT = 0 GO D.
           PERFORM ERIN-PRUEF.
           IF WZ-ZEILEN > 60 PERFORM LI-KOPF.
           MOVE SPACE TO DRV-SATZ.
           MOVE AK-NUM TO DRV-AUFNUM.
           MOVE AK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRV-DATUM.
           MOVE AK-KTONR TO DRV-KTONR DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:30) TO DRV-NAME.
           MOVE AK-VKBET TO DRV-BETRAG.
           MOVE AK-VKZLBET TO DRV-BEZAHLT.
           IF AK-VKDAT NOT = 0
               MOVE AK-VKDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRV-VKDAT.
           MOVE WH-ALTER TO DRV-TAGE.
           IF AK-VKERIN NOT = 0
               MOVE AK-VKERIN TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRV-ERDAT.
           IF WM-ERIN = 1 MOVE "*" TO DRV-FAELL
               ADD 1 TO WZ-FAELL.
           MOVE DRV-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           ADD 1 TO WZ-KOUNT.
           COMPUTE WS-SUMME = WS-SUMME + AK-VKBET - AK-VKZLBET.
           GO D.
       V.  MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
           MOVE WZ-KOUNT TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(2:5).
           MOVE "Auftraege warten, offen:" TO DRA-SATZ(9:).
           MOVE WS-SUMME TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(34:14).
           MOVE WZ-FAELL TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(55:5).
           MOVE "Erinnerungen faellig (*)" TO DRA-SATZ(61:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2120
               " Auftraege warten auf Vorauskasse," with highlight.
           DISPLAY WZ-FAELL with highlight AT 2220
               " Erinnerungen faellig." with highlight.
           IF WZ-FAELL = 0 PERFORM WEITER GO Y.
      *-------------------------> faellige Erinnerungen drucken <-
       E.  DISPLAY "<esc>= Ende, <ret>= Erinnerungen drucken" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           MOVE "VKERIN.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-KOUNT AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO W.
       G.  READ AUFKOPF NEXT AT END GO W.
           IF ZUGRIF PERFORM BESETZT GO G.
           IF NOT AK-VK-OFFEN OR AK-RENUM NOT = 0 GO G.
           PERFORM ERIN-PRUEF.
           IF WM-ERIN = 0 GO G.
           PERFORM AUF-BRUTTO.
           MOVE WS-BRUTTO TO AK-VKBET.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           PERFORM VK-BRIEF.
           MOVE WH-DATUM TO AK-VKERIN.
           REWRITE AK-SATZ.
           ADD 1 TO WZ-KOUNT.
           GO G.
       W.  PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2220
               " Erinnerungen -> VKERIN.LST    " with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       LI-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "Vorauskasse - wartende Auftraege" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(50:6).
           MOVE VDU-DATUM TO DRA-SATZ(57:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Auftrag Datum     Kunde Name" TO DRA-SATZ(2:).
           MOVE "angefordert     eingegangen Aufford.  Tage Erinn."
               TO DRA-SATZ(60:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
       Z.  EXIT.
      ********* Alter der Vorauskasse und ob eine Erinnerung faellig *
      *    Alter ab Aufforderung (sonst Auftragsdatum); faellig nach
      *    WH-ERIN Tagen, danach wieder WH-ERIN Tage nach der letzten
      *    Erinnerung
       ERIN-PRUEF SECTION.
       A.  MOVE 0 TO WM-ERIN WH-ERALT.
           MOVE AK-VKDAT TO WH-VGLDAT.
           IF WH-VGLDAT = 0 MOVE AK-DATUM TO WH-VGLDAT.
           PERFORM TAGE-SEIT.
           MOVE WH-ALTER TO WH-ERALT.
           IF AK-VKERIN NOT = 0
               MOVE AK-VKERIN TO WH-VGLDAT
               PERFORM TAGE-SEIT.
           IF WH-ALTER NOT < WH-ERIN MOVE 1 TO WM-ERIN.
           MOVE WH-ERALT TO WH-ALTER.
       Z.  EXIT.
      ******************************************************************
       TAGE-SEIT SECTION.
       A.  MOVE 0 TO WH-ALTER.
           IF WH-VGLDAT = 0 GO Z.
           COMPUTE WX-DATUM = WH-VGLDAT + 20000000.
           COMPUTE WA-TAGE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WH-ALTER = WA-HEUTE - WA-TAGE.
       Z.  EXIT.
      ************************** Zahlungseingang von Hand (GABOPOS) *
       VK-ZAHLUNG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vorauskasse - Zahlungseingang " with highlight
               AT VDU-LP.
           PERFORM AUF-WAHL.
           IF AK-NUM = 0 GO Y.
           PERFORM VK-STAND.
           IF NOT AK-VK-OFFEN
               DISPLAY "keine offene Vorauskasse!" AT 2401
               PERFORM WEITER GO X.
       E.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Eingang:                Datum:" AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Betrag" AT 2301.
           COMPUTE WH-WERT = AK-VKBET - AK-VKZLBET.
           CALL "CAUP" USING "1007126209" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO E.
           IF WH-WERT = 0 GO E.
           MOVE WH-WERT TO WH-ZBET.
       F.  DISPLAY "<esc>= zurueck, <ret>= Zahlungsdatum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1107346006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           MOVE WZ-DATUM TO WH-ZDAT.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Eingang buchen" AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO G.
           MOVE 1 TO WH-QUELLE.
           PERFORM VK-EINGANG.
           REWRITE AK-SATZ.
           IF AK-VK-BEZAHLT
               DISPLAY "bezahlt - Auftrag freigegeben." with highlight
                   AT 2401
           ELSE
               DISPLAY "Teilzahlung - Auftrag bleibt gesperrt."
                   with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************** Eingang am Auftrag fortschreiben (ohne REWRITE) *
       VK-EINGANG SECTION.
       A.  ADD WH-ZBET TO AK-VKZLBET.
           MOVE WH-ZDAT TO AK-VKZLDAT.
           MOVE WH-QUELLE TO AK-VKQUELLE.
           IF AK-VKZLBET NOT < AK-VKBET MOVE 2 TO AK-VORK.
       Z.  EXIT.
      ************************* Bankeingang "VK" + Auftragsnummer *
       VK-BANK SECTION.
       A.  MOVE 0 TO WVK-FND WM-AUFOP.
           OPEN I-O AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-AUFOP.
       B.  MOVE WVK-AUFNUM TO AK-NUM.
           READ AUFKOPF INVALID GO X.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF NOT AK-VK-OFFEN GO X.
           MOVE WVK-BETRAG TO WH-ZBET.
           MOVE WVK-DATUM TO WH-ZDAT.
           MOVE 2 TO WH-QUELLE.
           PERFORM VK-EINGANG.
           REWRITE AK-SATZ.
           MOVE 1 TO WVK-FND.
       X.  IF WM-AUFOP = 1 CLOSE AUFKOPF.
           MOVE 0 TO WM-AUFOP.
       Z.  EXIT.
      ********** Eingaenge fakturierter Auftraege gegen den OP *
      *    der Rechnung buchen; der OP entsteht erst mit der FIBU-
      *    Ueberleitung, bis dahin bleibt der Auftrag stehen
       VK-VERRECH SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vorauskasse verrechnen " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "bucht Vorauskasse-Eingaenge auf die Rechnungs-OPs"
               AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE 0 TO WM-OPOPO.
           OPEN I-O OFFPOST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPOPO.
           MOVE 0 TO WZ-KOUNT AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO V.
       D.  READ AUFKOPF NEXT AT END GO V.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF AK-RENUM = 0 OR AK-VKZLBET = 0 GO D.
           IF AK-VORK = 0 OR AK-VK-VERRECH GO D.
           MOVE AK-RENUM TO OP-RENUM.
           READ OFFPOST INVALID GO D.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF OP-AUSGL NOT = 0 GO F.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           ADD AK-VKZLBET TO OP-BEZAHLT.
           MOVE AK-VKZLDAT TO OP-LETZTZL.
           IF AK-VKZLBET NOT < WS-OPREST MOVE WH-DATUM TO OP-AUSGL.
           REWRITE OP-SATZ.
           MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE AK-VKZLDAT TO WZJ-DATUM.
           MOVE AK-VKZLBET TO WZJ-BETRAG.
           MOVE 0 TO WZJ-SKONTO WZJ-LAUF.
           MOVE AK-VKQUELLE TO WZJ-QUELLE.
           IF WZJ-QUELLE = 0 MOVE 1 TO WZJ-QUELLE.
           MOVE AK-NUM TO WD-AUFNR.
           MOVE SPACE TO WZJ-TEXT.
           STRING "Vorauskasse Auftrag " WD-AUFNR DELIMITED SIZE
               INTO WZJ-TEXT.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
           ADD 1 TO WZ-KOUNT.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY AK-NUM AT VDU-LP.
       F.  MOVE 3 TO AK-VORK.
           REWRITE AK-SATZ.
           GO D.
       V.  IF WM-OPOPO = 1 CLOSE OFFPOST.
           DISPLAY WZ-KOUNT with highlight AT 2220
               " Eingaenge verrechnet." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************************** Parameter der Vorauskasse *
       VK-PARAM SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Parameter Vorauskasse " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Erinnerung nach Tagen:" AT VDU-LP.
           MOVE WH-ERIN TO WD-ANZ.
           ADD 226 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Text der Aufforderung:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-VKTEXT(1:45) with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= Ende, <ret>= Tage (0 = 7 Tage)" AT 2301.
           MOVE WH-ERIN TO WH-WERT.
           CALL "CAUP" USING "1002292002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-WERT TO WH-ERIN WD-ANZ.
           ADD 226 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
       F.  DISPLAY "<ret>= Text (leer = Standardtext)" AT 2301.
           ADD 503 VDU-ECK GIVING VDU-LP.
           MOVE WH-VKTEXT TO WT-TX.
           CALL "CAUP" USING "1200000145" WH-CREG.
           IF ESC GO X.
           IF WOLI GO C.
           IF NOT RET GO F.
           MOVE WT-TX TO WH-VKTEXT.
           DISPLAY WH-VKTEXT(1:45) with highlight AT VDU-LP.
       X.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 180 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-ERIN TO KVK-ERIN.
           MOVE WH-VKTEXT TO KVK-TEXT.
           REWRITE KO-SATZ.
       Y.  IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPKON.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************** Bruttobetrag des Auftrags aus den Zeilen *
       AUF-BRUTTO SECTION.
       A.  MOVE 0 TO WS-NET0 WS-BRUTTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO WS-USTNET(WX).
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           IF AU-UST > 0 AND AU-UST < 7
               ADD AU-BET TO WS-USTNET(AU-UST)
               ELSE ADD AU-BET TO WS-NET0.
           GO C.
       E.  MOVE WS-NET0 TO WS-BRUTTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               COMPUTE WS-BRUTTO ROUNDED = WS-BRUTTO
                   + WS-USTNET(WX) * (1 + WT-UST(WX) / 100).
       Z.  EXIT.
      ********** Zahlungsaufforderung bzw. -erinnerung mit EPC-Code *
      *    Kunde steht in DE-SATZ, Betrag in AK-VKBET
       VK-BRIEF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
      *-----------------------------------> Briefkopf lt. KONSTANT <-
           PERFORM VARYING WH-KEY FROM 2 BY 1 UNTIL WH-KEY > 5
               READ KONSTANT IGNORE LOCK
                   INVALID MOVE SPACE TO KO-KOPF
               END-READ
               MOVE KO-KOPF TO DRA-SATZ(8:102)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *-----------------------------------------> Anschrift <-
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 5
               MOVE WR-ADR(WX) TO DRA-SATZ(12:40)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *-----------------------------------------> Betreff <-
           IF WM-ERIN = 1
               MOVE "Z a h l u n g s e r i n n e r u n g"
                   TO DRA-SATZ(8:)
           ELSE
               MOVE "Z a h l u n g s a u f f o r d e r u n g"
                   TO DRA-SATZ(8:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Datum:" TO DRA-SATZ(62:6).
           MOVE VDU-DATUM TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           MOVE "Vorauskasse zum Auftrag:" TO DRA-SATZ(8:).
           MOVE AK-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(33:8).
           MOVE "vom:" TO DRA-SATZ(43:5).
           MOVE AK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(48:8).
           PERFORM DRUCK.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:60) TO DRA-SATZ(8:60).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *---------------------> Text lt. Parameter, sonst Standard <-
           IF WH-VKTEXT NOT = SPACE
               MOVE WH-VKTEXT TO DRA-SATZ(8:80)
               PERFORM DRUCK
           ELSE
               MOVE "Ihr Auftrag wird gegen Vorauskasse ausgefuehrt."
                   TO DRA-SATZ(8:)
               PERFORM DRUCK
               MOVE "Wir liefern, sobald Ihre Zahlung bei uns eingegan"
                   TO DRA-SATZ(8:)
               MOVE "gen ist." TO DRA-SATZ(57:)
               PERFORM DRUCK.
           IF WM-ERIN = 1
               MOVE "Bis heute konnten wir keinen Zahlungseingang fest"
                   TO DRA-SATZ(8:)
               MOVE "stellen." TO DRA-SATZ(57:)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE ALL "-" TO DRA-SATZ(8:70).
           PERFORM DRUCK.
           MOVE "Auftragssumme brutto:" TO DRA-SATZ(8:).
           MOVE AK-VKBET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           PERFORM DRUCK.
           COMPUTE WS-REST = AK-VKBET - AK-VKZLBET.
           IF AK-VKZLBET NOT = 0
               MOVE "bereits eingegangen:" TO DRA-SATZ(8:)
               MOVE AK-VKZLBET TO WD-BET
               MOVE WD-BET TO DRA-SATZ(56:14)
               PERFORM DRUCK.
           MOVE "zu zahlen:" TO DRA-SATZ(8:).
           MOVE WS-REST TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           PERFORM DRUCK.
           MOVE "Verwendungszweck:" TO DRA-SATZ(8:).
           MOVE AK-NUM TO WD-AUFNR.
           STRING "VK" WD-AUFNR DELIMITED SIZE INTO DRA-SATZ(27:10).
           PERFORM DRUCK.
      *-----------------------> EPC-Code, Referenz "VK"+Auftrag <-
           MOVE AK-NUM TO WQ-RENUM.
           MOVE WS-REST TO WQ-BETRAG.
           CALL "GABEPC" USING "21EPCQR" WH-CREG.
           IF WQ-FND = 0 GO Y.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Zahlen mit Code:" TO DRA-SATZ(8:).
           PERFORM DRUCK.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WQ-ANZ
               MOVE WQ-ZL(WX) TO DRA-SATZ(10:40)
               PERFORM DRUCK.
       Y.  MOVE 70 TO WZ-ZEILEN.
       Z.  EXIT.
