      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABBUD.
      ******************************************************************
      *   Umsatzbudget (GABISBUD.DAT) je Jahr fuer die Firma, je       *
      *   Verkaeufer (KONSTANT 12-40), je Kunde und je Warengruppe:    *
      *   Planumsatz je Monat und Ziel-DB%.  Ein Jahresbetrag wird     *
      *   nach der Saison des Vorjahres auf die Monate verteilt        *
      *   (Kunde aus KDSTAT, Verkaeufer aus REJRNAL je RJ-VKF, Firma   *
      *   und Warengruppe aus REJRNAL gesamt; ohne Vorjahr gleich-     *
      *   maessig).  Der Plan/Ist-Bericht (BUDGET.LST) stellt Monat    *
      *   und aufgelaufen dem Ist gegenueber - Umsatz der Firma und    *
      *   der Verkaeufer aus dem Rechnungsausgangsbuch, der Kunden     *
      *   aus KDSTAT, der Warengruppen aus den berechneten Auftraegen; *
      *   DB aus KDSTAT bzw. den berechneten Auftraegen - mit          *
      *   Erreichungsgrad in Prozent und Hochrechnung aufs Jahresende. *
      *                                                                *
      *   10 = Menue; 20 = Planumsatz der Firma im Monat von           *
      *   WBU-DATUM fuer das Tagesblatt (GABTAG).                      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEBUD.CPY.
           COPY GABSEREJ.CPY.
           COPY GABSEKST.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABBUDGT.CPY.
       COPY GABREJRN.CPY.
       COPY GABKSTAT.CPY.
       COPY GABANBOT.CPY.
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
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKST                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-ANZ                  PIC 9(5)      COMP.
           03  WH-JAHR                 PIC 9999      COMP.
           03  WH-JJ                   PIC 99        COMP.
           03  WH-VJJ                  PIC 99        COMP.
           03  WH-MON                  PIC 99        COMP.
           03  WH-MX                   PIC 99        COMP.
           03  WH-TYP                  PIC 9         COMP.
           03  WH-LTYP                 PIC 9         COMP.
           03  WH-NR                   PIC 9(6)      COMP.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-FEHL                 PIC 9         COMP.
           03  WH-KDOK                 PIC 9         COMP.
           03  WH-KDX                  PIC 99        COMP.
           03  WH-NAME                 PIC X(25).
           03  WV-MONAT                PIC 9(4)      COMP.
           03  WH-BISDAT               PIC 9(6)      COMP.
           03  WH-RDAT                 PIC 9(4)      COMP.
           03  WH-RJJ                  PIC 99        COMP.
           03  WH-RMM                  PIC 99        COMP.
           03  WH-BETRAG               PIC S9(9)V99  COMP-3.
           03  WH-REST                 PIC S9(11)V99 COMP-3.
           03  WH-UMS                  PIC S9(9)V99  COMP-3.
           03  WH-DBZ                  PIC S9(9)V99  COMP-3.
      *--------------------> Vorjahr je Monat als Gewicht <-
           03  WB-GEW                  PIC S9(9)V99  COMP-3 OCCURS 12.
           03  WB-SUMME                PIC S9(11)V99 COMP-3.
      *--------------------> Plan und Ist einer Budgetzeile <-
           03  WP-MON                  PIC S9(11)V99 COMP-3.
           03  WP-KUM                  PIC S9(11)V99 COMP-3.
           03  WP-JAHR                 PIC S9(11)V99 COMP-3.
           03  WA-MON                  PIC S9(11)V99 COMP-3.
           03  WA-KUM                  PIC S9(11)V99 COMP-3.
           03  WA-DB                   PIC S9(11)V99 COMP-3.
           03  WH-PROG                 PIC S9(11)V99 COMP-3.
           03  WH-PROZ                 PIC S9(5)V9   COMP-3.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-BTR                  PIC ZZ.ZZZ.ZZ9-.
           03  WD-PROZ                 PIC ZZZ9,9-.
           03  WD-NR                   PIC ZZZZZ9.
           03  WD-MON                  PIC 99.
           03  WD-JAHR                 PIC 9999.
       01  WV-CAUP.
           03  FILLER                  PIC XX        VALUE "10".
           03  WV-CZEI                 PIC 99.
           03  WV-CSPA                 PIC 99.
           03  FILLER                  PIC X(4)      VALUE "6211".
      *--------------------> Ist bis zum Berichtsmonat <-
       01  WI-IST.
           03  WI-FUMS                 PIC S9(11)V99 COMP-3 OCCURS 12.
           03  WI-FDB                  PIC S9(11)V99 COMP-3 OCCURS 12.
           03  WI-VTAB                                      OCCURS 100.
               05  WI-VUMS             PIC S9(9)V99  COMP-3 OCCURS 12.
               05  WI-VDB              PIC S9(9)V99  COMP-3 OCCURS 12.
           03  WI-GTAB                                      OCCURS 100.
               05  WI-GUMS             PIC S9(9)V99  COMP-3 OCCURS 12.
               05  WI-GDB              PIC S9(9)V99  COMP-3 OCCURS 12.
       COPY GABBUDSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BUDGET.
       A.  CALL "CADECL" USING "GABISBUD.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KDSTAT.
       A.  CALL "CADECL" USING "GABISKST.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM BUD-MENU GO W.
           IF WL-CA = 20 PERFORM BUD-MONAT GO X.
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
       BUD-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Umsatzbudget " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Budget erfassen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Plan/Ist-Bericht" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM BUD-PFLEGE
               WHEN 2 PERFORM BUD-BERICHT
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Budget erfassen: Jahr, Art und Nummer waehlen die Zeile;
      *    ein Jahresbetrag wird nach dem Vorjahr verteilt, danach
      *    lassen sich die zwoelf Monatswerte einzeln korrigieren
      ******************************************************************
       BUD-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Budget erfassen " with highlight AT VDU-LP.
           OPEN I-O BUDGET.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BUDGET
               CLOSE BUDGET
               OPEN I-O BUDGET.
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           DIVIDE WH-DATUM BY 10000 GIVING WH-JJ.
           COMPUTE WH-JAHR = 2000 + WH-JJ.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahr..............:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Art...............:" AT VDU-LP.
           ADD 325 VDU-ECK GIVING VDU-LP.
           DISPLAY "0=Firma 1=Verkaeufer 2=Kunde 3=Warengruppe"
               AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nummer............:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ziel-DB %.........:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahresbetrag......:" AT VDU-LP.
           ADD 640 VDU-ECK GIVING VDU-LP.
           DISPLAY "(nach Vorjahr verteilt, 0 = je Monat)" AT VDU-LP.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mon          Planumsatz" AT VDU-LP.
           ADD 840 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mon          Planumsatz" AT VDU-LP.
           MOVE 0 TO WH-MX.
       C2. ADD 1 TO WH-MX.
           IF WH-MX > 12 GO D.
           PERFORM POS-RECH.
           MOVE WH-MX TO WD-MON.
           COMPUTE VDU-LP = VDU-ECK + WV-CZEI * 100 + WV-CSPA - 7.
           DISPLAY WD-MON AT VDU-LP.
           GO C2.
      *---------------------------------> Jahr <-
       D.  DISPLAY "<esc>= zurueck, <ret>= Budgetjahr" AT 2301.
           MOVE WH-JAHR TO WH-NUM.
           CALL "CAUP" USING "1002226004" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO D.
           IF WH-NUM < 2000 OR WH-NUM > 2099 GO D.
           MOVE WH-NUM TO WH-JAHR.
      *---------------------------------> Art <-
       E.  DISPLAY "<esc>= zurueck, <ret>= Art der Budgetzeile" AT 2301.
           MOVE WH-TYP TO WH-NUM.
           CALL "CAUP" USING "1003226001" WH-CREG.
           IF ESC GO D.
           IF NOT RET GO E.
           IF WH-NUM > 3 GO E.
           MOVE WH-NUM TO WH-TYP.
           MOVE 0 TO WH-NR.
           IF WH-TYP = 0 PERFORM NAME-HOLEN GO G.
      *---------------------------------> Nummer <-
       F.  DISPLAY "<esc>= zurueck, <ret>= Verkaeufer/Konto/Gruppe"
               AT 2301.
           MOVE WH-NR TO WH-NUM.
           CALL "CAUP" USING "1004226006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           MOVE WH-NUM TO WH-NR.
           PERFORM NAME-HOLEN.
           IF WH-FEHL = 1
               DISPLAY "unbekannt" with highlight AT 2401 GO F.
       G.  ADD 431 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NAME with highlight AT VDU-LP.
           MOVE WH-JAHR TO BU-JAHR.
           MOVE WH-TYP TO BU-TYP.
           MOVE WH-NR TO BU-NR.
           MOVE 0 TO WH-NEU.
           READ BUDGET INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT GO E.
           IF WH-NEU = 1
               INITIALIZE BU-SATZ
               MOVE WH-JAHR TO BU-JAHR
               MOVE WH-TYP TO BU-TYP
               MOVE WH-NR TO BU-NR.
           PERFORM MON-ZEIGEN.
      *---------------------------------> Ziel-DB% <-
       H.  DISPLAY "<esc>= zurueck, <ret>= Ziel-DB in Prozent" AT 2301.
           MOVE BU-DBPROZ TO WH-WERT.
           CALL "CAUP" USING "1005226103" WH-CREG.
           IF ESC UNLOCK BUDGET
               CALL "CAUP" USING "16LOEFENST" WH-CREG GO C.
           IF NOT RET GO H.
           MOVE WH-WERT TO BU-DBPROZ.
      *---------------------------------> Jahresbetrag <-
       I.  DISPLAY "<esc>= zurueck, <ret>= Jahresbetrag verteilen"
               AT 2301.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1006226211" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO I.
           IF WH-WERT < 0 GO I.
           MOVE 0 TO WH-MX.
           IF WH-WERT = 0 GO K.
           MOVE WH-WERT TO WH-BETRAG.
           DISPLAY "Vorjahr wird gelesen..." AT 2401.
           PERFORM SAISON.
           PERFORM VERTEILEN.
           PERFORM MON-ZEIGEN.
           DISPLAY SPACE AT 2401.
      *---------------------------------> Monatswerte <-
       K.  ADD 1 TO WH-MX.
           IF WH-MX > 12 GO M.
           DISPLAY "<esc>= zurueck, <ret>= Planumsatz des Monats"
               AT 2301.
           PERFORM POS-RECH.
           MOVE BU-PLAN(WH-MX) TO WH-WERT.
           CALL "CAUP" USING WV-CAUP WH-CREG.
           IF ESC GO I.
           IF NOT RET SUBTRACT 1 FROM WH-MX GO K.
           IF WH-WERT < 0 SUBTRACT 1 FROM WH-MX GO K.
           MOVE WH-WERT TO BU-PLAN(WH-MX).
           PERFORM MON-ZEIGEN.
           GO K.
       M.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC UNLOCK BUDGET
               CALL "CAUP" USING "16LOEFENST" WH-CREG GO C.
           IF NOT RET GO M.
           COMPUTE BU-DATUM = WH-DATUM + 20000000.
           IF WH-NEU = 1 WRITE BU-SATZ
           ELSE REWRITE BU-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE BUDGET.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Position des Monatsfelds WH-MX: 1-6 links, 7-12 rechts *
       POS-RECH SECTION.
       A.  IF WH-MX > 6
               COMPUTE WV-CZEI = WH-MX + 2
               MOVE 47 TO WV-CSPA
           ELSE
               COMPUTE WV-CZEI = WH-MX + 8
               MOVE 10 TO WV-CSPA.
       Z.  EXIT.
      ***************** Ziel-DB% und die zwoelf Monatswerte zeigen *
       MON-ZEIGEN SECTION.
       A.  MOVE BU-DBPROZ TO WD-PROZ.
           ADD 522 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PROZ with highlight AT VDU-LP.
           MOVE 0 TO WP-JAHR.
           MOVE 0 TO WH-MX.
       B.  ADD 1 TO WH-MX.
           IF WH-MX > 12 GO C.
           PERFORM POS-RECH.
           MOVE BU-PLAN(WH-MX) TO WD-BET.
           COMPUTE VDU-LP = VDU-ECK + WV-CZEI * 100 + WV-CSPA.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD BU-PLAN(WH-MX) TO WP-JAHR.
           GO B.
       C.  ADD 1603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahresplan........:" AT VDU-LP.
           MOVE WP-JAHR TO WD-BET.
           ADD 1622 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE 0 TO WH-MX.
       Z.  EXIT.
      ******************************************************************
      *    Bezeichnung der Budgetzeile nach WH-NAME;
      *    WH-FEHL = 1, wenn Verkaeufer, Kunde oder Gruppe fehlt
      ******************************************************************
       NAME-HOLEN SECTION.
       A.  MOVE 0 TO WH-FEHL.
           MOVE SPACE TO WH-NAME.
           EVALUATE WH-TYP
               WHEN 0 MOVE "Firma gesamt" TO WH-NAME
               WHEN 1 GO B
               WHEN 2 GO C
               WHEN 3 GO D.
           GO Z.
       B.  IF WH-NR < 1 OR WH-NR > 29 MOVE 1 TO WH-FEHL GO Z.
           COMPUTE WH-KEY = WH-NR + 11.
           READ KONSTANT IGNORE LOCK INVALID MOVE 1 TO WH-FEHL GO Z.
           MOVE KO-NAME TO WH-NAME.
           GO Z.
       C.  MOVE WH-NR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE 1 TO WH-FEHL GO Z.
           MOVE DE-BEZ TO WH-NAME.
           GO Z.
       D.  IF WH-NR > 99 MOVE 1 TO WH-FEHL GO Z.
           MOVE WH-NR TO WD-MON.
           MOVE "Warengruppe" TO WH-NAME.
           MOVE WD-MON TO WH-NAME(13:2).
       Z.  EXIT.
      ***************** Jahr und Monat aus einem Datum JJMMTT *
       DAT-TEIL SECTION.
       A.  DIVIDE WH-BISDAT BY 100 GIVING WH-RDAT.
           DIVIDE WH-RDAT BY 100 GIVING WH-RJJ REMAINDER WH-RMM.
       Z.  EXIT.
      ******************************************************************
      *    Saison des Vorjahres als Gewichte WB-GEW: Kunde aus KDSTAT,
      *    Verkaeufer aus dem Rechnungsausgangsbuch (RJ-VKF), Firma
      *    und Warengruppe aus dem Rechnungsausgangsbuch gesamt
      ******************************************************************
       SAISON SECTION.
       A.  MOVE 0 TO WH-MX.
       B.  ADD 1 TO WH-MX.
           IF WH-MX > 12 GO C.
           MOVE 0 TO WB-GEW(WH-MX).
           GO B.
       C.  COMPUTE WH-JJ = WH-JAHR - 2000.
           IF WH-JJ = 0 MOVE 99 TO WH-VJJ
           ELSE SUBTRACT 1 FROM WH-JJ GIVING WH-VJJ.
           IF WH-TYP NOT = 2 GO G.
           OPEN INPUT KDSTAT.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WH-NR TO KD-KTONR.
           READ KDSTAT IGNORE LOCK INVALID GO F.
           IF KD-JAHR = WH-VJJ MOVE 0 TO WH-KDX
           ELSE IF KD-JAHR = WH-JJ MOVE 12 TO WH-KDX
                ELSE GO F.
           MOVE 0 TO WH-MX.
       E.  ADD 1 TO WH-MX.
           IF WH-MX > 12 GO F.
           MOVE KD-UMSATZ(WH-MX + WH-KDX) TO WB-GEW(WH-MX).
           GO E.
       F.  CLOSE KDSTAT.
           GO Z.
       G.  OPEN INPUT REJRNAL.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO RJ-RENUM.
           START REJRNAL KEY NOT < RJ-KEY INVALID GO X.
       H.  READ REJRNAL NEXT IGNORE LOCK AT END GO X.
           MOVE RJ-DATUM TO WH-BISDAT.
           PERFORM DAT-TEIL.
           IF WH-RJJ NOT = WH-VJJ GO H.
           IF WH-RMM < 1 OR WH-RMM > 12 GO H.
           IF WH-TYP = 1 AND RJ-VKF NOT = WH-NR GO H.
           ADD RJ-NETTO TO WB-GEW(WH-RMM).
           GO H.
       X.  CLOSE REJRNAL.
       Z.  EXIT.
      ******************************************************************
      *    Jahresbetrag WH-BETRAG nach den Gewichten auf die Monate,
      *    ohne Vorjahr gleichmaessig; der Dezember nimmt den
      *    Rundungsrest auf
      ******************************************************************
       VERTEILEN SECTION.
       A.  MOVE 0 TO WB-SUMME.
           MOVE 0 TO WH-MX.
       B.  ADD 1 TO WH-MX.
           IF WH-MX > 12 GO C.
           IF WB-GEW(WH-MX) < 0 MOVE 0 TO WB-GEW(WH-MX).
           ADD WB-GEW(WH-MX) TO WB-SUMME.
           GO B.
       C.  MOVE WH-BETRAG TO WH-REST.
           MOVE 0 TO WH-MX.
       D.  ADD 1 TO WH-MX.
           IF WH-MX > 11 GO E.
           IF WB-SUMME = 0
               COMPUTE BU-PLAN(WH-MX) ROUNDED = WH-BETRAG / 12
           ELSE
               COMPUTE BU-PLAN(WH-MX) ROUNDED =
                   WH-BETRAG * WB-GEW(WH-MX) / WB-SUMME.
           SUBTRACT BU-PLAN(WH-MX) FROM WH-REST.
           GO D.
       E.  MOVE WH-REST TO BU-PLAN(12).
           MOVE 0 TO WH-MX.
       Z.  EXIT.
      ******************************************************************
      *    Plan/Ist-Bericht eines Monats ueber alle Budgetzeilen des
      *    Jahres: Monat, aufgelaufen, Erreichungsgrad, DB% und die
      *    Hochrechnung (Ist aufgelaufen x Jahresplan / Plan aufgel.)
      ******************************************************************
       BUD-BERICHT SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Plan/Ist-Bericht " with highlight AT VDU-LP.
           MOVE WH-DATUM TO WZ-DATUM.
           COMPUTE WV-MONAT = WZ-MONAT * 100 + WZ-JAHR.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Monat (MMJJ):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Berichtsmonat" AT 2301.
           MOVE WV-MONAT TO WH-NUM.
           CALL "CAUP" USING "1002186004" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WV-MONAT.
           DIVIDE WV-MONAT BY 100 GIVING WH-MON REMAINDER WH-JJ.
           IF WH-MON < 1 OR WH-MON > 12 GO C.
           COMPUTE WH-JAHR = 2000 + WH-JJ.
           OPEN INPUT BUDGET.
           IF WF-STATUS NOT = "00"
               DISPLAY "kein Budget erfasst," AT 2401
               PERFORM WEITER GO C.
           MOVE WH-JAHR TO BU-JAHR.
           MOVE 0 TO BU-TYP BU-NR.
           START BUDGET KEY NOT < BU-KEY INVALID GO D.
           READ BUDGET NEXT IGNORE LOCK AT END GO D.
           IF BU-JAHR = WH-JAHR GO E.
       D.  CLOSE BUDGET.
           DISPLAY "kein Budget fuer das Jahr erfasst," AT 2401.
           PERFORM WEITER.
           GO C.
       E.  DISPLAY "Ist wird ermittelt..." with highlight AT 2401.
           PERFORM IST-LADEN.
           MOVE 0 TO WM-OPKON WM-OPKST.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN INPUT KDSTAT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKST.
           MOVE "BUDGET.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ANZ WZ-ZEILEN.
       G.  PERFORM BUD-ZEILE.
           ADD 1 TO WZ-ANZ.
           READ BUDGET NEXT IGNORE LOCK AT END GO W.
           IF BU-JAHR = WH-JAHR GO G.
       W.  CLOSE BUDGET.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPKST = 1 CLOSE KDSTAT.
           PERFORM END-DRU.
           MOVE WZ-ANZ TO WD-NR.
           DISPLAY WD-NR with highlight AT 2401
               " Budgetzeilen, Liste BUDGET.LST." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Ist des Jahres bis zum Berichtsmonat in die Tabellen:
      *    Umsatz Firma/Verkaeufer aus dem Rechnungsausgangsbuch,
      *    Umsatz je Warengruppe und DB aus den berechneten Auftraegen
      ******************************************************************
       IST-LADEN SECTION.
       A.  INITIALIZE WI-IST.
           OPEN INPUT REJRNAL.
           IF WF-STATUS NOT = "00" GO E.
           MOVE 0 TO RJ-RENUM.
           START REJRNAL KEY NOT < RJ-KEY INVALID GO D.
       B.  READ REJRNAL NEXT IGNORE LOCK AT END GO D.
           MOVE RJ-DATUM TO WH-BISDAT.
           PERFORM DAT-TEIL.
           IF WH-RJJ NOT = WH-JJ GO B.
           IF WH-RMM < 1 OR WH-RMM > WH-MON GO B.
           ADD RJ-NETTO TO WI-FUMS(WH-RMM)
                           WI-VUMS(RJ-VKF + 1, WH-RMM).
           GO B.
       D.  CLOSE REJRNAL.
      *--------------------> berechnete Auftraege des Jahres <-
       E.  OPEN INPUT AUFKOPF AUFTRAG.
           COMPUTE AK-DATUM = WH-JJ * 10000 + 101.
           COMPUTE WH-BISDAT = WH-JJ * 10000 + WH-MON * 100 + 31.
           START AUFKOPF KEY NOT < AK-DATUM INVALID GO X.
       F.  READ AUFKOPF NEXT IGNORE LOCK AT END GO X.
           IF AK-DATUM > WH-BISDAT GO X.
           IF AK-RENUM = 0 OR AK-RAHMEN GO F.
           DISPLAY AK-NUM AT 2020.
           DIVIDE AK-DATUM BY 100 GIVING WH-RDAT.
           DIVIDE WH-RDAT BY 100 GIVING WH-RJJ REMAINDER WH-RMM.
           IF WH-RMM < 1 OR WH-RMM > 12 GO F.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO F.
       G.  READ AUFTRAG NEXT IGNORE LOCK AT END GO F.
           IF AU-NUM NOT = AK-NUM GO F.
           COMPUTE WH-DBZ ROUNDED = AU-BET - AU-EKP * AU-ANZ.
           ADD AU-BET TO WI-GUMS(AU-GRP + 1, WH-RMM).
           ADD WH-DBZ TO WI-GDB(AU-GRP + 1, WH-RMM)
                         WI-VDB(AK-VKF + 1, WH-RMM)
                         WI-FDB(WH-RMM).
           GO G.
       X.  CLOSE AUFKOPF AUFTRAG.
       Z.  EXIT.
      ******************************************************************
      *    eine Budgetzeile: Plan und Ist im Monat und aufgelaufen,
      *    Erreichungsgrad, DB% Ist gegen Ziel und Hochrechnung
      ******************************************************************
       BUD-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO C.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "P l a n / I s t  -  U m s a t z b u d g e t"
               TO DRA-SATZ(2:).
           MOVE "Monat:" TO DRA-SATZ(60:6).
           MOVE WH-MON TO WD-MON.
           MOVE WD-MON TO DRA-SATZ(67:2).
           MOVE "/" TO DRA-SATZ(69:1).
           MOVE WH-JAHR TO WD-JAHR.
           MOVE WD-JAHR TO DRA-SATZ(70:4).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(110:5).
           MOVE VDU-DATUM TO DRA-SATZ(115:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:129).
           PERFORM DRUCK.
           MOVE "Bezeichnung" TO DRA-SATZ(2:).
           MOVE " Plan Monat" TO DRA-SATZ(28:11).
           MOVE "  Ist Monat" TO DRA-SATZ(40:11).
           MOVE "      %" TO DRA-SATZ(52:7).
           MOVE " Plan aufg." TO DRA-SATZ(60:11).
           MOVE "  Ist aufg." TO DRA-SATZ(72:11).
           MOVE "      %" TO DRA-SATZ(84:7).
           MOVE "DB% Ist" TO DRA-SATZ(92:7).
           MOVE "   Ziel" TO DRA-SATZ(100:7).
           MOVE " Jahresplan" TO DRA-SATZ(108:11).
           MOVE "  Prognose" TO DRA-SATZ(120:11).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:129).
           PERFORM DRUCK.
           MOVE 9 TO WH-LTYP.
      *--------------------> Zwischentitel je Art <-
       C.  IF BU-TYP = WH-LTYP GO E.
           MOVE BU-TYP TO WH-LTYP.
           MOVE 2 TO WZ-SCHALT.
           EVALUATE BU-TYP
               WHEN 0 MOVE "Firma" TO DRA-SATZ(2:)
               WHEN 1 MOVE "Verkaeufer" TO DRA-SATZ(2:)
               WHEN 2 MOVE "Kunden" TO DRA-SATZ(2:)
               WHEN 3 MOVE "Warengruppen" TO DRA-SATZ(2:).
           PERFORM DRUCK.
      *--------------------> Plan <-
       E.  MOVE BU-TYP TO WH-TYP.
           MOVE BU-NR TO WH-NR.
           PERFORM NAME-HOLEN.
           MOVE BU-PLAN(WH-MON) TO WP-MON.
           MOVE 0 TO WP-KUM WP-JAHR.
           MOVE 0 TO WH-MX.
       F.  ADD 1 TO WH-MX.
           IF WH-MX > 12 GO G.
           ADD BU-PLAN(WH-MX) TO WP-JAHR.
           IF WH-MX NOT > WH-MON ADD BU-PLAN(WH-MX) TO WP-KUM.
           GO F.
      *--------------------> Ist; Kunde aus KDSTAT <-
       G.  MOVE 0 TO WA-MON WA-KUM WA-DB.
           MOVE 0 TO WH-KDOK.
           IF BU-TYP NOT = 2 OR WM-OPKST = 0 GO H.
           MOVE BU-NR TO KD-KTONR.
           READ KDSTAT IGNORE LOCK INVALID GO H.
           IF KD-JAHR = WH-JJ MOVE 0 TO WH-KDX MOVE 1 TO WH-KDOK.
           IF KD-JAHR = WH-JJ + 1 MOVE 12 TO WH-KDX MOVE 1 TO WH-KDOK.
       H.  MOVE 0 TO WH-MX.
       I.  ADD 1 TO WH-MX.
           IF WH-MX > WH-MON GO K.
           MOVE 0 TO WH-UMS WH-DBZ.
           EVALUATE BU-TYP
               WHEN 0 MOVE WI-FUMS(WH-MX) TO WH-UMS
                      MOVE WI-FDB(WH-MX) TO WH-DBZ
               WHEN 1 IF BU-NR < 100
                          MOVE WI-VUMS(BU-NR + 1, WH-MX) TO WH-UMS
                          MOVE WI-VDB(BU-NR + 1, WH-MX) TO WH-DBZ
                      END-IF
               WHEN 2 IF WH-KDOK = 1
                          MOVE KD-UMSATZ(WH-MX + WH-KDX) TO WH-UMS
                          MOVE KD-DB(WH-MX + WH-KDX) TO WH-DBZ
                      END-IF
               WHEN 3 IF BU-NR < 100
                          MOVE WI-GUMS(BU-NR + 1, WH-MX) TO WH-UMS
                          MOVE WI-GDB(BU-NR + 1, WH-MX) TO WH-DBZ
                      END-IF.
           ADD WH-UMS TO WA-KUM.
           ADD WH-DBZ TO WA-DB.
           IF WH-MX = WH-MON MOVE WH-UMS TO WA-MON.
           GO I.
      *--------------------> drucken <-
       K.  IF BU-TYP = 0
               MOVE WH-NAME TO DRA-SATZ(2:25)
           ELSE
               MOVE BU-NR TO WD-NR
               MOVE WD-NR TO DRA-SATZ(2:6)
               MOVE WH-NAME TO DRA-SATZ(9:18).
           MOVE WP-MON TO WD-BTR.
           MOVE WD-BTR TO DRA-SATZ(28:11).
           MOVE WA-MON TO WD-BTR.
           MOVE WD-BTR TO DRA-SATZ(40:11).
           IF WP-MON > 0
               COMPUTE WH-PROZ ROUNDED = WA-MON * 100 / WP-MON
               MOVE WH-PROZ TO WD-PROZ
               MOVE WD-PROZ TO DRA-SATZ(52:7).
           MOVE WP-KUM TO WD-BTR.
           MOVE WD-BTR TO DRA-SATZ(60:11).
           MOVE WA-KUM TO WD-BTR.
           MOVE WD-BTR TO DRA-SATZ(72:11).
           IF WP-KUM > 0
               COMPUTE WH-PROZ ROUNDED = WA-KUM * 100 / WP-KUM
               MOVE WH-PROZ TO WD-PROZ
               MOVE WD-PROZ TO DRA-SATZ(84:7).
           IF WA-KUM NOT = 0
               COMPUTE WH-PROZ ROUNDED = WA-DB * 100 / WA-KUM
               MOVE WH-PROZ TO WD-PROZ
               MOVE WD-PROZ TO DRA-SATZ(92:7).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(92:7).
           IF BU-DBPROZ NOT = 0
               MOVE BU-DBPROZ TO WD-PROZ
               MOVE WD-PROZ TO DRA-SATZ(100:7).
           MOVE WP-JAHR TO WD-BTR.
           MOVE WD-BTR TO DRA-SATZ(108:11).
           IF WP-KUM > 0
               COMPUTE WH-PROG ROUNDED = WA-KUM * WP-JAHR / WP-KUM
           ELSE
               COMPUTE WH-PROG = WA-KUM + WP-JAHR.
           MOVE WH-PROG TO WD-BTR.
           MOVE WD-BTR TO DRA-SATZ(120:11).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Planumsatz der Firma im Monat von WBU-DATUM: die Zeile
      *    Firma gesamt, ohne sie die Summe der Verkaeuferbudgets
      ******************************************************************
       BUD-MONAT SECTION.
       A.  MOVE 0 TO WBU-PLAN WBU-DA.
           MOVE WBU-DATUM TO WH-BISDAT.
           PERFORM DAT-TEIL.
           IF WH-RMM < 1 OR WH-RMM > 12 GO Z.
           OPEN INPUT BUDGET.
           IF WF-STATUS NOT = "00" GO Z.
           COMPUTE BU-JAHR = 2000 + WH-RJJ.
           MOVE 0 TO BU-TYP BU-NR.
           READ BUDGET IGNORE LOCK INVALID GO C.
           MOVE BU-PLAN(WH-RMM) TO WBU-PLAN.
           MOVE 1 TO WBU-DA.
           GO X.
       C.  MOVE 1 TO BU-TYP.
           START BUDGET KEY NOT < BU-KEY INVALID GO X.
       D.  READ BUDGET NEXT IGNORE LOCK AT END GO X.
           IF BU-JAHR NOT = 2000 + WH-RJJ OR BU-TYP NOT = 1 GO X.
           ADD BU-PLAN(WH-RMM) TO WBU-PLAN.
           MOVE 1 TO WBU-DA.
           GO D.
       X.  CLOSE BUDGET.
       Z.  EXIT.
