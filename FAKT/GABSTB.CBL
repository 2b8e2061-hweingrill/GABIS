      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABSTB.
      ******************************************************************
      *   Export der FIBU-Ueberleitung an den Steuerberater: die       *
      *   Rechnungen eines Ueberleitungslaufs (oder eines Zeitraums)   *
      *   aus GABISUPO.DAT als Buchungsdatei                           *
      *     BMD NTCS  Bxnnnnnn.CSV (Buchungsimport, Semikolon)         *
      *     DATEV     Dxnnnnnn.CSV (Buchungsstapel EXTF 700, die       *
      *               ersten 14 Spalten)                               *
      *   x = L mit Laufnummer, x = Z mit Datum ab (JJMMTT).           *
      *   Je Rechnung eine Zeile je Erloeskategorie (KONSTANT 41),     *
      *   bei Gegenkonto aus dem Verbuchungsmodus (steuerfrei, EU)     *
      *   eine Zeile auf dieses Konto.  Kundennummer -> Personen-      *
      *   konto mit Versatz, Erloeskonto -> Zielkonto, Ust-Gruppe und  *
      *   Steuercode / BU-Schluessel lt. KONSTANT 182.  Die Steuer je  *
      *   Kategorie wird aus dem Satz der Ust-Gruppe gerechnet, die    *
      *   letzte Zeile der Rechnung nimmt die Rundung auf - Brutto und *
      *   Steuer je Rechnung stimmen mit der Ueberleitung ueberein.    *
      *   Protokoll STBEXP.LST mit Kontrollsumme gegen die Laufsumme   *
      *   (UL-SUMME) bzw. gegen das Rechnungsausgangsbuch.             *
      *   Aufruf aus GABUEBL, UEBLOG ist dort offen.                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEUEL.CPY.
           COPY GABSEUPO.CPY.
           COPY GABSEREJ.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEKFB.CPY.
           COPY GABSEDRU.CPY.
           SELECT EXPDAT   ASSIGN TO WN-EXPNAM
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABUEBLG.CPY.
       COPY GABUEBPO.CPY.
       COPY GABREJRN.CPY.
       COPY GABKONST.CPY.
       COPY GABKONFB.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRS-SATZ.
           03  DRS-KZ                  PIC X.
           03  DRS-REN                 PIC ZZZZZZ9.
           03  FILLER                  PIC XX.
           03  DRS-DAT                 PIC X(8).
           03  FILLER                  PIC XX.
           03  DRS-KTO                 PIC ZZZZZZZ9.
           03  FILLER                  PIC XX.
           03  DRS-GKTO                PIC ZZZZZZZ9.
           03  FILLER                  PIC XX.
           03  DRS-SH                  PIC X.
           03  DRS-BRU                 PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X.
           03  DRS-UST                 PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X.
           03  DRS-PROZ                PIC Z9,99.
           03  FILLER                  PIC XX.
           03  DRS-CODE                PIC Z9.
           03  FILLER                  PIC XX.
           03  DRS-TX                  PIC X(40).
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EXP-SATZ                    PIC X(400).
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
           03  WM-OPPOS                PIC 9         COMP  VALUE ZERO.
           03  WM-OPREJ                PIC 9         COMP.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *--------> KONSTANT-Satz und -Schluessel des Rufers <--
           03  WH-KOSICH               PIC X(128).
           03  WH-KEYSICH              PIC 9(5).
      *--------> Stammdaten: Ust-Saetze, Erloeskonten, Symbole <--
           03  WH-FIRMA                PIC X(22).
           03  WT-PROZ                 PIC 99V99   COMP-3  OCCURS 6.
           03  WT-KTONR                PIC 9(6)    COMP    OCCURS 17.
           03  WT-SYMTAB.
               05  WT-SYM              PIC XX              OCCURS 20.
      *--------> Auswahl: 1 = Lauf, 2 = Zeitraum <--
           03  WM-ART                  PIC 9         COMP.
           03  WV-LAUF                 PIC 9(6)      COMP.
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WH-KAT                  PIC 99        COMP.
           03  WN-EXPNAM.
               05  WN-EXPFMT           PIC X.
               05  WN-EXPART           PIC X.
               05  WN-EXPNR            PIC 9(6).
               05  FILLER              PIC X(4)      VALUE ".CSV".
      *--------------------------> Satzaufbau <--
           03  WH-ZEILE                PIC X(400).
           03  WH-PTR                  PIC 9(4)      COMP.
           03  WM-ERST                 PIC 9         COMP.
           03  WH-FELD                 PIC X(120).
           03  WH-FVON                 PIC 9(4)      COMP.
           03  WH-FBIS                 PIC 9(4)      COMP.
           03  WH-FLEN                 PIC 9(4)      COMP.
           03  WH-DAT6                 PIC 9(6).
           03  WR-DAT6 REDEFINES WH-DAT6.
               05  WH-D6J              PIC 99.
               05  WH-D6M              PIC 99.
               05  WH-D6T              PIC 99.
           03  WH-DATX.
               05  WH-DXT              PIC 99.
               05  FILLER              PIC X         VALUE ".".
               05  WH-DXM              PIC 99.
               05  FILLER              PIC XXX       VALUE ".20".
               05  WH-DXJ              PIC 99.
           03  WH-TTMM.
               05  WH-TMT              PIC 99.
               05  WH-TMM              PIC 99.
           03  WH-DAT8                 PIC 9(8).
           03  WH-WJBEG                PIC 9(8).
           03  WH-ZEIT8                PIC 9(8).
           03  WH-STEMPEL.
               05  FILLER              PIC XX        VALUE "20".
               05  WH-STDAT            PIC 9(6).
               05  WH-STZEIT           PIC 9(6).
               05  FILLER              PIC XXX       VALUE "000".
           03  WH-BEZ                  PIC X(30).
           03  WD-N                    PIC -(13)9.
           03  WD-B                    PIC -(11)9,99.
           03  WD-U                    PIC Z(11)9,99.
           03  WD-P                    PIC Z9,99.
      *--------------------------> Buchungszeile <--
           03  WH-KZ                   PIC 9.
           03  WH-LETZT                PIC 99        COMP.
           03  WH-UGRP                 PIC 9         COMP.
           03  WH-CODE                 PIC 99        COMP.
           03  WH-PROZ                 PIC 99V99     COMP-3.
           03  WH-KONTO                PIC 9(8)      COMP.
           03  WH-GKONTO               PIC 9(8)      COMP.
           03  WH-SH                   PIC X.
           03  WM-OHNEKAT              PIC 9         COMP.
           03  WS-BRUTTO               PIC S9(9)V99  COMP-3.
           03  WS-STEUER               PIC S9(9)V99  COMP-3.
           03  WS-RBRU                 PIC S9(9)V99  COMP-3.
           03  WS-RSTEU                PIC S9(9)V99  COMP-3.
      *--------------------------> Summen / Kontrolle <--
           03  WZ-RECH                 PIC 9(6)      COMP.
           03  WZ-ZEIL                 PIC 9(6)      COMP.
           03  WZ-OHNE                 PIC 9(5)      COMP.
           03  WS-KSUM                 PIC S9(11)V99 COMP-3.
           03  WS-ZSUM                 PIC S9(11)V99 COMP-3.
           03  WS-SSUM                 PIC S9(11)V99 COMP-3.
           03  WS-HSUM                 PIC S9(11)V99 COMP-3.
           03  WS-USUM                 PIC S9(11)V99 COMP-3.
           03  WS-VGL                  PIC S9(11)V99 COMP-3.
           03  WS-DIFF                 PIC S9(11)V99 COMP-3.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-ANZ                  PIC ZZZZZ9.
           03  WD-KTO                  PIC ZZZZZZZ9.
           03  WD-BET                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON UEBLOG.
       A.  CALL "CADECL" USING "GABISUEL.DAT" WH-CREG.
       DECL-Q SECTION.         USE AFTER ERROR PROCEDURE ON UEBPOS.
       A.  CALL "CADECL" USING "GABISUPO.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "STBEXP.CSV" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE KO-SATZ TO WH-KOSICH.
           MOVE WH-KEY TO WH-KEYSICH.
           IF WL-CA = 10 PERFORM STB-MENU GO W.
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
      ******************************************************************
       STB-MENU SECTION.
       A.  MOVE 0 TO WM-OPKON WM-OPPOS.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN INPUT UEBPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPPOS.
           PERFORM STAMM-LADEN.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Export Steuerberater " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Lauf exportieren" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Zeitraum exportieren" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Einstellungen (Format, Konten)" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM LAUF-EXP
               WHEN 2 PERFORM ZEIT-EXP
               WHEN 3 PERFORM EINST
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPPOS = 1 CLOSE UEBPOS.
           MOVE 0 TO WM-OPKON WM-OPPOS.
       Z.  EXIT.
      ******** Ust-Saetze, Erloeskonten, Buchungssymbole, Einstellung *
       STAMM-LADEN SECTION.
       A.  MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-SATZ.
           MOVE KO-FIRMA TO WH-FIRMA.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE KO-UST(WX) TO WT-PROZ(WX).
           MOVE 41 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-ESATZ.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE KO-KTONR(WX) TO WT-KTONR(WX).
           MOVE SPACE TO WT-SYMTAB.
           OPEN INPUT KONSFIBU.
           IF WF-STATUS NOT = "00" GO E.
           MOVE 10 TO WH-KEY.
           READ KONSFIBU IGNORE LOCK INVALID GO D.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 20
               MOVE KF-SYM(WX) TO WT-SYM(WX).
       D.  CLOSE KONSFIBU.
       E.  MOVE 182 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID PERFORM STB-VORB.
       Z.  EXIT.
      ************************* Vorbelegung der Einstellung (182) *
       STB-VORB SECTION.
       A.  INITIALIZE KO-STSATZ.
           MOVE 1 TO KST-FORMAT KST-WJBEG.
           MOVE 4 TO KST-KTOLEN.
       Z.  EXIT.
      ******************** Einstellung mit Sperre lesen / anlegen *
       STB-SPERR SECTION.
       A.  MOVE 182 TO WH-KEY.
       B.  READ KONSTANT INVALID
               PERFORM STB-VORB
               WRITE KO-SATZ GO B.
           IF ZUGRIF PERFORM BESETZT GO B.
       Z.  EXIT.
      ****************************** Export eines Ueberleitungslaufs *
       LAUF-EXP SECTION.
       A.  IF WM-OPPOS = 0
               DISPLAY "noch keine Rechnungsdaten (GABISUPO.DAT)"
                   AT 2401
               PERFORM WEITER GO Z.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Export Lauf " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Laufnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Laufnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002166006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO UL-LFNR WV-LAUF.
           READ UEBLOG INVALID
               DISPLAY "Lauf nicht protokolliert!" AT 2401
               PERFORM WEITER GO C.
           IF UL-STAND not = 0
               DISPLAY "Lauf nicht abgeschlossen (Summendruck)!" AT 2401
               PERFORM WEITER GO C.
           PERFORM LAUF-BEREICH.
           IF WZ-RECH = 0
               DISPLAY "zum Lauf keine Rechnungsdaten gespeichert!"
                   AT 2401
               PERFORM WEITER GO C.
           MOVE UL-ANZ TO WD-ANZ.
           MOVE UL-SUMME TO WD-BET.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP
               " Rechnungen, Summe " WD-BET.
           MOVE 1 TO WM-ART.
           MOVE "L" TO WN-EXPART.
           MOVE WV-LAUF TO WN-EXPNR.
           PERFORM EXP-NAME.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Export nach " AT 2301
               WN-EXPNAM.
           CALL "CAUP" USING "0023521000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO G.
           PERFORM EXPORT.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************ Datumsbereich und Rechnungen des Laufs bestimmen *
       LAUF-BEREICH SECTION.
       A.  MOVE 0 TO WZ-RECH WV-VON WV-BIS.
           MOVE WV-LAUF TO UP-LFNR.
           MOVE 0 TO UP-BUKEY.
           START UEBPOS KEY NOT < UP-KEY INVALID GO Z.
       C.  READ UEBPOS NEXT IGNORE LOCK AT END GO Z.
           IF UP-LFNR NOT = WV-LAUF GO Z.
           ADD 1 TO WZ-RECH.
           IF WV-VON = 0 OR UP-DAT < WV-VON MOVE UP-DAT TO WV-VON.
           IF UP-DAT > WV-BIS MOVE UP-DAT TO WV-BIS.
           GO C.
       Z.  EXIT.
      ******************************* Export nach Rechnungsdatum *
       ZEIT-EXP SECTION.
       A.  IF WM-OPPOS = 0
               DISPLAY "noch keine Rechnungsdaten (GABISUPO.DAT)"
                   AT 2401
               PERFORM WEITER GO Z.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Export Zeitraum " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnungsdatum von:" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "               bis:" AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Datum von" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           IF WV-VON NOT = 0 MOVE WV-VON TO WZ-DATUM.
           CALL "CAUP" USING "1102236006" WH-CREG.
           IF ESC GO X.
           IF NOT RET OR WZ-DATUM = 0 GO C.
           MOVE WZ-DATUM TO WV-VON.
       E.  DISPLAY "<esc>= zurueck, <ret>= Datum bis" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           IF WV-BIS NOT < WV-VON MOVE WV-BIS TO WZ-DATUM.
           CALL "CAUP" USING "1103236006" WH-CREG.
           IF ESC GO C.
           IF NOT RET OR WZ-DATUM = 0 GO E.
           IF WZ-DATUM < WV-VON GO E.
           MOVE WZ-DATUM TO WV-BIS.
      *--------> DATEV: ein Stapel je Wirtschaftsjahr <-
           IF KST-FORMAT NOT = 2 GO F.
           MOVE WV-BIS TO WH-DAT6.
           PERFORM WJ-BEGINN.
           MOVE WH-WJBEG TO WH-DAT8.
           MOVE WV-VON TO WH-DAT6.
           PERFORM WJ-BEGINN.
           IF WH-WJBEG NOT = WH-DAT8
               DISPLAY "Zeitraum ueber zwei Wirtschaftsjahre (DATEV)!"
                   AT 2401
               PERFORM WEITER GO E.
       F.  MOVE 2 TO WM-ART.
           MOVE "Z" TO WN-EXPART.
           MOVE WV-VON TO WN-EXPNR.
           PERFORM EXP-NAME.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Export nach " AT 2301
               WN-EXPNAM.
           CALL "CAUP" USING "0023521000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO G.
           PERFORM EXPORT.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       EXP-NAME SECTION.
       A.  IF KST-FORMAT = 2 MOVE "D" TO WN-EXPFMT
           ELSE MOVE "B" TO WN-EXPFMT.
       Z.  EXIT.
      ********* Beginn des Wirtschaftsjahres zu WH-DAT6 -> WH-WJBEG *
       WJ-BEGINN SECTION.
       A.  IF KST-WJBEG = 0 OR KST-WJBEG > 12 MOVE 1 TO KST-WJBEG.
           IF WH-D6M < KST-WJBEG AND WH-D6J > 0 SUBTRACT 1 FROM WH-D6J.
           COMPUTE WH-WJBEG = 20000000 + WH-D6J * 10000
               + KST-WJBEG * 100 + 1.
       Z.  EXIT.
      ************************* Buchungsdatei und Protokoll schreiben *
       EXPORT SECTION.
       A.  DISPLAY "Lauf..." with highlight AT 2401.
           MOVE 0 TO WZ-RECH WZ-ZEIL WZ-OHNE WS-KSUM WS-ZSUM WS-SSUM
               WS-HSUM WS-USUM WS-VGL.
           OPEN OUTPUT EXPDAT.
           IF KST-FORMAT = 2 PERFORM DATEV-KOPF
           ELSE PERFORM BMD-KOPF.
           PERFORM PROT-KOPF.
           MOVE 0 TO UP-LFNR UP-BUKEY.
           IF WM-ART = 1 MOVE WV-LAUF TO UP-LFNR.
           START UEBPOS KEY NOT < UP-KEY INVALID GO V.
       C.  READ UEBPOS NEXT IGNORE LOCK AT END GO V.
           IF WM-ART = 1 AND UP-LFNR NOT = WV-LAUF GO V.
           IF WM-ART = 2 AND (UP-DAT < WV-VON OR UP-DAT > WV-BIS)
               GO C.
           PERFORM RECHNUNG.
           DISPLAY UP-REN AT 2020.
           GO C.
       V.  CLOSE EXPDAT.
           PERFORM KONTROLLE.
           PERFORM PROT-FUSS.
           PERFORM END-DRU.
           DISPLAY WZ-ZEIL with highlight AT 2120
               " Buchungszeilen nach " WN-EXPNAM.
           IF WS-DIFF = 0
               DISPLAY "Kontrollsumme stimmt." with highlight AT 2220
           ELSE
               DISPLAY "Kontrollsumme: DIFFERENZ (s. STBEXP.LST)!"
                   with highlight AT 2220.
           PERFORM WEITER.
       Z.  EXIT.
      ************************* eine Rechnung in Buchungszeilen *
       RECHNUNG SECTION.
       A.  ADD 1 TO WZ-RECH.
           ADD UP-BET TO WS-KSUM.
           MOVE 0 TO WM-OHNEKAT.
      *--------> Personenkonto: Kunde mit Versatz, sonst Sachkonto <-
           MOVE UP-KTONR TO WH-KZ.
           IF WH-KZ = 2
               COMPUTE WH-KONTO = UP-KTONR / 10 + KST-KDVERS
           ELSE COMPUTE WH-KONTO = UP-KTONR / 10.
           IF UP-GK NOT = 0 PERFORM GK-ZEILE GO Z.
      *--------> Erloesaufteilung; ohne Aufteilung Kategorie 1 <-
           PERFORM VARYING WH-LETZT FROM 17 BY -1 UNTIL WH-LETZT = 0
               OR UP-KAT(WH-LETZT) NOT = 0 CONTINUE.
           IF WH-LETZT = 0
               MOVE 1 TO WH-LETZT WM-OHNEKAT
               ADD 1 TO WZ-OHNE
               COMPUTE UP-KAT(1) = UP-BET - UP-UST.
           MOVE UP-BET TO WS-RBRU.
           MOVE UP-UST TO WS-RSTEU.
           PERFORM KAT-ZEILE VARYING WH-KAT FROM 1 BY 1
               UNTIL WH-KAT > WH-LETZT.
       Z.  EXIT.
      ******************************** Zeile je Erloeskategorie *
       KAT-ZEILE SECTION.
       A.  IF UP-KAT(WH-KAT) = 0 GO Z.
           PERFORM KAT-KONTO.
           IF WH-KAT = WH-LETZT
               MOVE WS-RSTEU TO WS-STEUER
               MOVE WS-RBRU TO WS-BRUTTO
               GO C.
           MOVE 0 TO WS-STEUER.
           IF UP-UST NOT = 0
               COMPUTE WS-STEUER ROUNDED =
                   UP-KAT(WH-KAT) * WT-PROZ(WH-UGRP) / 100.
           COMPUTE WS-BRUTTO = UP-KAT(WH-KAT) + WS-STEUER.
           SUBTRACT WS-STEUER FROM WS-RSTEU.
           SUBTRACT WS-BRUTTO FROM WS-RBRU.
       C.  MOVE WT-PROZ(WH-UGRP) TO WH-PROZ.
           IF UP-UST = 0 MOVE 0 TO WH-PROZ.
           PERFORM BUCHZEILE.
       Z.  EXIT.
      ********** Gegenkonto, Ust-Gruppe, Code der Kategorie WH-KAT *
       KAT-KONTO SECTION.
       A.  MOVE KST-UGRP(WH-KAT) TO WH-UGRP.
           IF WH-UGRP = 0 OR WH-UGRP > 6 MOVE 1 TO WH-UGRP.
           MOVE KST-CODE(WH-KAT) TO WH-CODE.
           IF KST-KTO(WH-KAT) NOT = 0
               MOVE KST-KTO(WH-KAT) TO WH-GKONTO
           ELSE COMPUTE WH-GKONTO = WT-KTONR(WH-KAT) / 10.
       Z.  EXIT.
      ********** ganze Rechnung auf das Gegenkonto der Ueberleitung *
       GK-ZEILE SECTION.
       A.  PERFORM VARYING WH-KAT FROM 1 BY 1 UNTIL WH-KAT > 17
               OR WT-KTONR(WH-KAT) = UP-GK CONTINUE.
           IF WH-KAT > 17
               MOVE 1 TO WH-UGRP
               MOVE 0 TO WH-CODE
               COMPUTE WH-GKONTO = UP-GK / 10
           ELSE PERFORM KAT-KONTO.
           MOVE UP-BET TO WS-BRUTTO.
           MOVE UP-UST TO WS-STEUER.
           MOVE WT-PROZ(WH-UGRP) TO WH-PROZ.
           IF UP-UST = 0 MOVE 0 TO WH-PROZ.
           PERFORM BUCHZEILE.
       Z.  EXIT.
      ******************** Buchungszeile in Datei und Protokoll *
      *    negative Betraege wechseln die Seite
       BUCHZEILE SECTION.
       A.  IF UP-SH = 1 MOVE "S" TO WH-SH
           ELSE MOVE "H" TO WH-SH.
           ADD WS-BRUTTO TO WS-ZSUM.
           IF WS-BRUTTO NOT < 0 GO C.
           COMPUTE WS-BRUTTO = 0 - WS-BRUTTO.
           COMPUTE WS-STEUER = 0 - WS-STEUER.
           IF WH-SH = "S" MOVE "H" TO WH-SH
           ELSE MOVE "S" TO WH-SH.
       C.  ADD 1 TO WZ-ZEIL.
           IF WH-SH = "S"
               ADD WS-BRUTTO TO WS-SSUM
               ADD WS-STEUER TO WS-USUM
           ELSE
               ADD WS-BRUTTO TO WS-HSUM
               SUBTRACT WS-STEUER FROM WS-USUM.
           IF KST-FORMAT = 2 PERFORM DATEV-ZEILE
           ELSE PERFORM BMD-ZEILE.
           PERFORM PROT-ZEILE.
       Z.  EXIT.
      *********************************************** BMD NTCS *
       BMD-KOPF SECTION.
       A.  MOVE "satzart;konto;gkonto;belegnr;belegdat;buchsymbol;buch
      -        "code;prozent;steuercode;betrag;steuer;text;kost"
               TO WH-ZEILE.
           PERFORM ZEILE-AUS.
       Z.  EXIT.
      ******************************************************************
       BMD-ZEILE SECTION.
       A.  PERFORM ZEILE-BEG.
           MOVE 0 TO WD-N.
           PERFORM FELD-N.
           MOVE WH-KONTO TO WD-N.
           PERFORM FELD-N.
           MOVE WH-GKONTO TO WD-N.
           PERFORM FELD-N.
           MOVE UP-REN TO WD-N.
           PERFORM FELD-N.
           MOVE UP-DAT TO WH-DAT6.
           PERFORM FELD-D.
           MOVE "AR" TO WH-FELD.
           IF UP-SY < 20 AND WT-SYM(UP-SY + 1) NOT = SPACE
               MOVE WT-SYM(UP-SY + 1) TO WH-FELD.
           PERFORM FELD-A.
           IF WH-SH = "S" MOVE 1 TO WD-N
           ELSE MOVE 2 TO WD-N.
           PERFORM FELD-N.
           MOVE WH-PROZ TO WD-P.
           MOVE WD-P TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE SPACE TO WH-FELD.
           IF WH-CODE NOT = 0
               MOVE WH-CODE TO WD-N
               MOVE WD-N TO WH-FELD.
           PERFORM FELD-ANH.
      *--------> Betrag aus Sicht des Kontos, Steuer gegengleich <-
           IF WH-SH = "S" MOVE WS-BRUTTO TO WD-B
           ELSE COMPUTE WD-B = 0 - WS-BRUTTO.
           PERFORM FELD-B.
           IF WH-SH = "S" COMPUTE WD-B = 0 - WS-STEUER
           ELSE MOVE WS-STEUER TO WD-B.
           PERFORM FELD-B.
           MOVE UP-TX TO WH-FELD.
           PERFORM FELD-A.
           MOVE SPACE TO WH-FELD.
           IF UP-KST NOT = 0
               MOVE UP-KST TO WD-N
               MOVE WD-N TO WH-FELD.
           PERFORM FELD-ANH.
           PERFORM ZEILE-AUS.
       Z.  EXIT.
      ***************************** DATEV Buchungsstapel (EXTF) *
       DATEV-KOPF SECTION.
       A.  PERFORM ZEILE-BEG.
           MOVE "EXTF" TO WH-FELD.
           PERFORM FELD-Q.
           MOVE 700 TO WD-N.
           PERFORM FELD-N.
           MOVE 21 TO WD-N.
           PERFORM FELD-N.
           MOVE "Buchungsstapel" TO WH-FELD.
           PERFORM FELD-Q.
           MOVE 12 TO WD-N.
           PERFORM FELD-N.
           ACCEPT WH-ZEIT8 FROM TIME.
           MOVE WH-DATUM TO WH-STDAT.
           DIVIDE WH-ZEIT8 BY 100 GIVING WH-STZEIT.
           MOVE WH-STEMPEL TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE "GA" TO WH-FELD.
           PERFORM FELD-Q.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-Q.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-Q.
           MOVE KST-BERATER TO WD-N.
           PERFORM FELD-N.
           MOVE KST-MANDANT TO WD-N.
           PERFORM FELD-N.
           MOVE WV-VON TO WH-DAT6.
           PERFORM WJ-BEGINN.
           MOVE WH-WJBEG TO WD-N.
           PERFORM FELD-N.
           MOVE KST-KTOLEN TO WD-N.
           PERFORM FELD-N.
           COMPUTE WD-N = WV-VON + 20000000.
           PERFORM FELD-N.
           COMPUTE WD-N = WV-BIS + 20000000.
           PERFORM FELD-N.
           MOVE SPACE TO WH-BEZ.
           IF WM-ART = 1
               MOVE WV-LAUF TO WD-NUM
               STRING "GABIS Lauf " WD-NUM DELIMITED BY SIZE
                   INTO WH-BEZ
           ELSE
               STRING "GABIS Zeitraum ab " WN-EXPNR DELIMITED BY SIZE
                   INTO WH-BEZ.
           MOVE WH-BEZ TO WH-FELD.
           PERFORM FELD-Q.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-Q.
           MOVE 1 TO WD-N.
           PERFORM FELD-N.
           MOVE 0 TO WD-N.
           PERFORM FELD-N.
           MOVE 0 TO WD-N.
           PERFORM FELD-N.
           MOVE "EUR" TO WH-FELD.
           PERFORM FELD-Q.
           PERFORM ZEILE-AUS.
           MOVE "Umsatz (ohne Soll/Haben-Kz);Soll/Haben-Kennzeichen;WKZ
      -        " Umsatz;Kurs;Basis-Umsatz;WKZ Basis-Umsatz;Konto;Gegenko
      -        "nto (ohne BU-Schluessel);BU-Schluessel;Belegdatum;Belegf
      -        "eld 1;Belegfeld 2;Skonto;Buchungstext" TO WH-ZEILE.
           PERFORM ZEILE-AUS.
       Z.  EXIT.
      ******************************************************************
       DATEV-ZEILE SECTION.
       A.  PERFORM ZEILE-BEG.
           MOVE WS-BRUTTO TO WD-U.
           MOVE WD-U TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE WH-SH TO WH-FELD.
           PERFORM FELD-Q.
           MOVE "EUR" TO WH-FELD.
           PERFORM FELD-Q.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-Q.
           MOVE WH-KONTO TO WD-N.
           PERFORM FELD-N.
           MOVE WH-GKONTO TO WD-N.
           PERFORM FELD-N.
           MOVE SPACE TO WH-FELD.
           IF WH-CODE NOT = 0
               MOVE WH-CODE TO WD-N
               MOVE WD-N TO WH-FELD.
           PERFORM FELD-Q.
           MOVE UP-DAT TO WH-DAT6.
           MOVE WH-D6T TO WH-TMT.
           MOVE WH-D6M TO WH-TMM.
           MOVE WH-TTMM TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE UP-REN TO WD-N.
           MOVE WD-N TO WH-FELD.
           PERFORM FELD-Q.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-Q.
           MOVE SPACE TO WH-FELD.
           PERFORM FELD-ANH.
           MOVE UP-TX TO WH-FELD.
           PERFORM FELD-Q.
           PERFORM ZEILE-AUS.
       Z.  EXIT.
      *********** Kontrollsumme: Laufsumme bzw. Rechnungsausgangsbuch *
       KONTROLLE SECTION.
       A.  IF WM-ART = 1 MOVE UL-SUMME TO WS-VGL GO X.
           MOVE 0 TO WM-OPREJ.
           OPEN INPUT REJRNAL.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 1 TO WM-OPREJ.
           MOVE 0 TO RJ-RENUM.
           START REJRNAL KEY NOT < RJ-KEY INVALID GO W.
       C.  READ REJRNAL NEXT IGNORE LOCK AT END GO W.
           IF RJ-DATUM < WV-VON OR RJ-DATUM > WV-BIS GO C.
           ADD RJ-BRUTTO TO WS-VGL.
           GO C.
       W.  IF WM-OPREJ = 1 CLOSE REJRNAL.
       X.  COMPUTE WS-DIFF = WS-KSUM - WS-VGL.
           IF WS-DIFF = 0 AND WS-ZSUM NOT = WS-KSUM
               COMPUTE WS-DIFF = WS-ZSUM - WS-KSUM.
       Z.  EXIT.
      ******************************* Satzaufbau: Zeile beginnen *
       ZEILE-BEG SECTION.
       A.  MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-PTR WM-ERST.
       Z.  EXIT.
      ******************************************************************
       ZEILE-AUS SECTION.
       A.  MOVE WH-ZEILE TO EXP-SATZ.
           WRITE EXP-SATZ.
       Z.  EXIT.
      ******************************************************************
       FELD-N SECTION.
       A.  MOVE WD-N TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      ******************************************************************
       FELD-B SECTION.
       A.  MOVE WD-B TO WH-FELD.
           PERFORM FELD-ANH.
       Z.  EXIT.
      *********************** Datum JJMMTT -> TT.MM.JJJJ, 0 = leer *
       FELD-D SECTION.
       A.  MOVE SPACE TO WH-FELD.
           IF WH-DAT6 = 0 GO B.
           MOVE WH-D6T TO WH-DXT.
           MOVE WH-D6M TO WH-DXM.
           MOVE WH-D6J TO WH-DXJ.
           MOVE WH-DATX TO WH-FELD.
       B.  PERFORM FELD-ANH.
       Z.  EXIT.
      ********************** Text: Trennzeichen im Inhalt ersetzen *
       FELD-A SECTION.
       A.  INSPECT WH-FELD REPLACING ALL ";" BY ",".
           PERFORM FELD-ANH.
       Z.  EXIT.
      ************************* Text in Anfuehrungszeichen (DATEV) *
       FELD-Q SECTION.
       A.  INSPECT WH-FELD REPLACING ALL QUOTE BY "'".
           IF WM-ERST = 1 MOVE 0 TO WM-ERST
           ELSE STRING ";" DELIMITED BY SIZE INTO WH-ZEILE
               WITH POINTER WH-PTR.
           STRING QUOTE DELIMITED BY SIZE INTO WH-ZEILE
               WITH POINTER WH-PTR.
           PERFORM VARYING WH-FBIS FROM 120 BY -1 UNTIL WH-FBIS = 0
               OR WH-FELD(WH-FBIS:1) NOT = SPACE CONTINUE.
           IF WH-FBIS = 0 GO B.
           PERFORM VARYING WH-FVON FROM 1 BY 1
               UNTIL WH-FELD(WH-FVON:1) NOT = SPACE CONTINUE.
           COMPUTE WH-FLEN = WH-FBIS - WH-FVON + 1.
           STRING WH-FELD(WH-FVON:WH-FLEN) DELIMITED BY SIZE
               INTO WH-ZEILE WITH POINTER WH-PTR.
       B.  STRING QUOTE DELIMITED BY SIZE INTO WH-ZEILE
               WITH POINTER WH-PTR.
       Z.  EXIT.
      ********* Feld ohne fuehrende/nachfolgende Leerstellen anfuegen *
       FELD-ANH SECTION.
       A.  IF WM-ERST = 1 MOVE 0 TO WM-ERST
           ELSE STRING ";" DELIMITED BY SIZE INTO WH-ZEILE
               WITH POINTER WH-PTR.
           PERFORM VARYING WH-FBIS FROM 120 BY -1 UNTIL WH-FBIS = 0
               OR WH-FELD(WH-FBIS:1) NOT = SPACE CONTINUE.
           IF WH-FBIS = 0 GO Z.
           PERFORM VARYING WH-FVON FROM 1 BY 1
               UNTIL WH-FELD(WH-FVON:1) NOT = SPACE CONTINUE.
           COMPUTE WH-FLEN = WH-FBIS - WH-FVON + 1.
           STRING WH-FELD(WH-FVON:WH-FLEN) DELIMITED BY SIZE
               INTO WH-ZEILE WITH POINTER WH-PTR.
       Z.  EXIT.
      ************************************* Protokoll STBEXP.LST *
       PROT-KOPF SECTION.
       A.  MOVE "STBEXP.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF KST-FORMAT = 2
               MOVE "Export Steuerberater - DATEV Buchungsstapel"
                   TO DRA-SATZ(2:)
           ELSE
               MOVE "Export Steuerberater - BMD NTCS" TO DRA-SATZ(2:).
           MOVE WH-FIRMA TO DRA-SATZ(60:22).
           PERFORM DRUCK.
           MOVE ALL "=" TO DRA-SATZ(2:60).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           IF WM-ART = 2 GO C.
           MOVE "Lauf:" TO DRA-SATZ(2:).
           MOVE WV-LAUF TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(18:6).
           MOVE "vom" TO DRA-SATZ(26:3).
           MOVE UL-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(30:8).
           GO E.
       C.  MOVE "Rechnungsdatum:" TO DRA-SATZ(2:).
           MOVE WV-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(18:8).
           MOVE "-" TO DRA-SATZ(27:1).
           MOVE WV-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(29:8).
       E.  PERFORM DRUCK.
           MOVE "Datei:" TO DRA-SATZ(2:).
           MOVE WN-EXPNAM TO DRA-SATZ(18:12).
           PERFORM DRUCK.
           MOVE "erstellt am:" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(18:8).
           MOVE "von:" TO DRA-SATZ(30:4).
           MOVE WB-NAME TO DRA-SATZ(35:20).
           PERFORM DRUCK.
           MOVE " Re-Nr.  Datum        Konto  Gegenkto S         Brutto
      -        "         Steuer  Proz Code  Text" TO DRA-SATZ(2:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PROT-ZEILE SECTION.
       A.  MOVE SPACE TO DRS-SATZ.
           IF WM-OHNEKAT = 1 MOVE "*" TO DRS-KZ.
           MOVE UP-REN TO DRS-REN.
           MOVE UP-DAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRS-DAT.
           MOVE WH-KONTO TO DRS-KTO.
           MOVE WH-GKONTO TO DRS-GKTO.
           MOVE WH-SH TO DRS-SH.
           MOVE WS-BRUTTO TO DRS-BRU.
           MOVE WS-STEUER TO DRS-UST.
           MOVE WH-PROZ TO DRS-PROZ.
           MOVE WH-CODE TO DRS-CODE.
           MOVE UP-TX TO DRS-TX.
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PROT-FUSS SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
           MOVE "Rechnungen:" TO DRA-SATZ(2:).
           MOVE WZ-RECH TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(30:6).
           PERFORM DRUCK.
           MOVE "Buchungszeilen:" TO DRA-SATZ(2:).
           MOVE WZ-ZEIL TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(30:6).
           PERFORM DRUCK.
           MOVE "Summe Soll:" TO DRA-SATZ(2:).
           MOVE WS-SSUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Summe Haben:" TO DRA-SATZ(2:).
           MOVE WS-HSUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           PERFORM DRUCK.
           MOVE "Steuer (Soll - Haben):" TO DRA-SATZ(2:).
           MOVE WS-USUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           PERFORM DRUCK.
           MOVE "Kontrollsumme Rechnungen:" TO DRA-SATZ(2:).
           MOVE WS-KSUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "Summe der Buchungszeilen:" TO DRA-SATZ(2:).
           MOVE WS-ZSUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           PERFORM DRUCK.
           IF WM-ART = 1
               MOVE "Laufsumme (Laufprotokoll):" TO DRA-SATZ(2:)
           ELSE
               MOVE "Rechnungsausgangsbuch:" TO DRA-SATZ(2:).
           MOVE WS-VGL TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           IF WS-DIFF = 0
               MOVE "Kontrollsumme stimmt." TO DRA-SATZ(2:)
               PERFORM DRUCK
               GO C.
           MOVE "DIFFERENZ:" TO DRA-SATZ(2:).
           MOVE WS-DIFF TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(40:19).
           PERFORM DRUCK.
           IF WM-ART = 2
               MOVE "(Rechnungen ohne gespeicherte Aufteilung, z.B. aus
      -        " Laeufen vor dem Export?)" TO DRA-SATZ(2:)
               PERFORM DRUCK.
       C.  IF WZ-OHNE = 0 GO Z.
           MOVE WZ-OHNE TO WD-ANZ.
           MOVE "*" TO DRA-SATZ(2:1).
           MOVE WD-ANZ TO DRA-SATZ(4:6).
           MOVE "Rechnungen ohne Erloesaufteilung - auf Kategorie 1 geb
      -        "ucht" TO DRA-SATZ(11:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
       Z.  EXIT.
      ************************ Einstellungen KONSTANT 182 pflegen *
       EINST SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Einstellungen Export " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Format (1 = BMD, 2 = DATEV):" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "Beraternummer (DATEV):" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "Mandantennummer (DATEV):" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "Sachkontenlaenge (DATEV):" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "Wirtschaftsjahr ab Monat:" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "Kundennr. + Versatz = Konto:" AT VDU-LP.
           ADD 300 TO VDU-LP.
           DISPLAY "Kat.:     Konto:           USt:    Code:" AT VDU-LP.
           PERFORM STB-SPERR.
       C.  DISPLAY "<esc>= zurueck, <ret>= Format" AT 2301.
           MOVE KST-FORMAT TO WH-WERT.
           CALL "CAUP" USING "1002336001" WH-CREG.
           IF ESC UNLOCK KONSTANT GO X.
           IF NOT RET GO C.
           IF WH-NUM < 1 OR WH-NUM > 2 GO C.
           MOVE WH-NUM TO KST-FORMAT.
       D.  DISPLAY "<esc>= zurueck, <ret>= Beraternummer" AT 2301.
           MOVE KST-BERATER TO WH-WERT.
           CALL "CAUP" USING "1003336007" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           MOVE WH-NUM TO KST-BERATER.
       E.  DISPLAY "<esc>= zurueck, <ret>= Mandantennummer" AT 2301.
           MOVE KST-MANDANT TO WH-WERT.
           CALL "CAUP" USING "1004336005" WH-CREG.
           IF ESC GO D.
           IF NOT RET GO E.
           MOVE WH-NUM TO KST-MANDANT.
       F.  DISPLAY "<esc>= zurueck, <ret>= Sachkontenlaenge 4 - 8"
               AT 2301.
           MOVE KST-KTOLEN TO WH-WERT.
           CALL "CAUP" USING "1005336001" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           IF WH-NUM < 4 OR WH-NUM > 8 GO F.
           MOVE WH-NUM TO KST-KTOLEN.
       G.  DISPLAY "<esc>= zurueck, <ret>= Monat 1 - 12" AT 2301.
           MOVE KST-WJBEG TO WH-WERT.
           CALL "CAUP" USING "1006336002" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO G.
           IF WH-NUM < 1 OR WH-NUM > 12 GO G.
           MOVE WH-NUM TO KST-WJBEG.
       H.  DISPLAY "<esc>= zurueck, <ret>= Versatz (z.B. 200000)"
               AT 2301.
           MOVE KST-KDVERS TO WH-WERT.
           CALL "CAUP" USING "1007336006" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           MOVE WH-NUM TO KST-KDVERS.
           REWRITE KO-SATZ.
           DISPLAY "Einstellung gespeichert." with highlight AT 2401.
      *--------> Zuordnung je Erloeskategorie <-
       K.  DISPLAY "<esc>= Ende, <ret>= Erloeskategorie 1 - 17"
               AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1009096002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO K.
           IF WH-NUM = 0 OR WH-NUM > 17 GO K.
           MOVE WH-NUM TO WH-KAT.
           COMPUTE WD-KTO = WT-KTONR(WH-KAT) / 10.
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "Erloeskonto lt. Kategorie:" AT VDU-LP
               WD-KTO with highlight.
           PERFORM STB-SPERR.
       M.  DISPLAY "<esc>= zurueck, <ret>= Konto (0 = Erloeskonto)"
               AT 2301.
           MOVE KST-KTO(WH-KAT) TO WH-WERT.
           CALL "CAUP" USING "1009206008" WH-CREG.
           IF ESC UNLOCK KONSTANT GO K.
           IF NOT RET GO M.
           MOVE WH-NUM TO KST-KTO(WH-KAT).
       N.  DISPLAY "<esc>= zurueck, <ret>= Ust-Gruppe 1 - 6" AT 2301.
           MOVE KST-UGRP(WH-KAT) TO WH-WERT.
           CALL "CAUP" USING "1009356001" WH-CREG.
           IF ESC GO M.
           IF NOT RET GO N.
           IF WH-NUM > 6 GO N.
           MOVE WH-NUM TO KST-UGRP(WH-KAT).
       O.  DISPLAY "<esc>= zurueck, <ret>= Steuercode/BU-Schluessel"
               AT 2301.
           MOVE KST-CODE(WH-KAT) TO WH-WERT.
           CALL "CAUP" USING "1009446002" WH-CREG.
           IF ESC GO N.
           IF NOT RET GO O.
           MOVE WH-NUM TO KST-CODE(WH-KAT).
           REWRITE KO-SATZ.
           DISPLAY "Kategorie gespeichert." with highlight AT 2401.
           GO K.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
