      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABZVH.
      ******************************************************************
      *   Zahlverhalten der Kunden aus den Offenen Posten:             *
      *   Liste je Kunde ueber einen Rechnungszeitraum mit mittlerer   *
      *   Zahlungsdauer, mittlerem Verzug ueber die Faelligkeit        *
      *   (OP-REDAT + Nettotage lt. OP-KOND), Anteil verspaeteter      *
      *   Rechnungen und hoechster Mahnstufe; Vergleich mit dem        *
      *   gleich langen Zeitraum davor.                                *
      *   Kreditlimit-Pruefliste: Limit (DEBZUS) gegen offenen Saldo   *
      *   und Zahlverhalten der letzten 12 Monate mit Vorschlag        *
      *   erhoehen / senken / sperren.                                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRV-SATZ.
           03  FILLER                  PIC X.
           03  DRV-KTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRV-BEZ                 PIC X(30).
           03  FILLER                  PIC X.
           03  DRV-ANZ                 PIC ZZZ9.
           03  FILLER                  PIC XX.
           03  DRV-ZTAGE               PIC ZZZ9.
           03  FILLER                  PIC XX.
           03  DRV-VTAGE               PIC ZZZ9.
           03  FILLER                  PIC XX.
           03  DRV-QUOTE               PIC ZZ9.
           03  DRV-PROZ                PIC X.
           03  FILLER                  PIC XXX.
           03  DRV-MST                 PIC 9.
           03  FILLER                  PIC XXX.
           03  DRV-VORVT               PIC ZZZ9.
           03  FILLER                  PIC XX.
           03  DRV-VORQ                PIC ZZ9.
           03  DRV-VPROZ               PIC X.
           03  FILLER                  PIC XX.
           03  DRV-FLAG                PIC X(15).
       01  DRK-SATZ.
           03  FILLER                  PIC X.
           03  DRK-KTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRK-BEZ                 PIC X(30).
           03  DRK-LIMIT               PIC ZZ.ZZZ.ZZ9,99-.
           03  DRK-SALDO               PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC XX.
           03  DRK-VTAGE               PIC ZZZ9.
           03  FILLER                  PIC XX.
           03  DRK-QUOTE               PIC ZZ9.
           03  DRK-PROZ                PIC X.
           03  FILLER                  PIC XX.
           03  DRK-MST                 PIC 9.
           03  FILLER                  PIC XX.
           03  DRK-FLAG                PIC X.
           03  FILLER                  PIC XX.
           03  DRK-VORSCHL             PIC X(12).
           03  DRK-NEULIM              PIC ZZ.ZZZ.ZZ9-.
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
           03  WM-DBZOP                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-KUNDEN               PIC 9(5)      COMP.
           03  WZ-FLAG                 PIC 9(5)      COMP.
      *--------> 1 = Zahlverhaltensliste, 2 = Kreditlimit-Pruefung <-
           03  WM-ART                  PIC 9         COMP.
           03  WH-MNETTO               PIC 999       COMP.
      *--------> Verschlechterung: mittlerer Verzug um so viele Tage
      *          bzw. Verspaetungsanteil um so viele Prozentpunkte
      *          ueber dem Vorzeitraum <-
           03  WH-VSCHTG               PIC 99        COMP  VALUE 5.
           03  WH-VSCHPR               PIC 99        COMP  VALUE 20.
      *--------------------------> Zeitraeume (Tageszahlen) <--
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WA-VON                  PIC 9(8)      COMP.
           03  WA-BIS                  PIC 9(8)      COMP.
           03  WA-VVON                 PIC 9(8)      COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-REDAT                PIC 9(8)      COMP.
           03  WA-FAELL                PIC 9(8)      COMP.
           03  WA-AUSGL                PIC 9(8)      COMP.
           03  WA-TAGE                 PIC S9(8)     COMP.
           03  WK-SKONT                PIC 9(13).
           03  WR-SKONT REDEFINES WK-SKONT.
               05  WK-SK1              PIC 9V9.
               05  WK-TG1              PIC 999.
               05  WK-SK2              PIC 9V9.
               05  WK-TG2              PIC 999.
               05  WK-TGN              PIC 999.
      *--------> Kennzahlen je Kunde: (1) Zeitraum, (2) Vorzeitraum <-
           03  WM-KTONR                PIC 9(6)      COMP.
           03  WM-P                    PIC 9         COMP.
           03  WP-TAB                                       OCCURS 2.
               05  WP-ANZ              PIC 9(5)      COMP.
               05  WP-ZANZ             PIC 9(5)      COMP.
               05  WP-ZTAGE            PIC 9(8)      COMP.
               05  WP-VTAGE            PIC 9(8)      COMP.
               05  WP-SPAET            PIC 9(5)      COMP.
               05  WP-MAXST            PIC 9         COMP.
               05  WP-DZTAGE           PIC 9(4)      COMP.
               05  WP-DVTAGE           PIC 9(4)      COMP.
               05  WP-QUOTE            PIC 999       COMP.
           03  WS-SALDO                PIC S9(9)V99  COMP-3.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WM-OPMAHN               PIC 9         COMP.
           03  WM-SCHLECHT             PIC 9         COMP.
           03  WH-NEULIM               PIC S9(9)     COMP-3.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
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
      *    OFFPOST kommt vom Rufer (GABOPOS) geoeffnet.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM ZVH-MENU GO W.
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
       ZVH-MENU SECTION.
       A.  MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           MOVE 0 TO WM-DBZOP.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-DBZOP.
      *--------> Nettotage, wenn OP-KOND keine nennt (Mahnwesen) <-
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 42 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-MAHSATZ.
           MOVE KM-NETTO TO WH-MNETTO.
           IF WH-MNETTO = 0 MOVE 30 TO WH-MNETTO.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlverhalten " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Zahlverhalten je Kunde" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Kreditlimit-Pruefliste" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM ZVH-LISTE
               WHEN 2 PERFORM KRED-PRUEF
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-DBZOP = 1 CLOSE DEBZUS.
       Z.  EXIT.
      ********************************* Zahlverhalten je Kunde *
       ZVH-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlverhalten je Kunde " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnungen vom:           bis:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vergleich mit dem gleich langen Zeitraum davor"
               AT VDU-LP.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-MONAT WZ-TAG.
       B.  DISPLAY "<esc>= Abbruch, <ret>= von Datum" AT 2301.
           CALL "CAUP" USING "1103196006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE WZ-DATUM TO WV-VON.
           MOVE WH-DATUM TO WZ-DATUM.
       C.  DISPLAY "<esc>= Abbruch, <ret>= bis Datum" AT 2301.
           CALL "CAUP" USING "1103346006" WH-CREG.
           IF ESC GO Y.
           IF WOLI GO B.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WV-BIS.
           IF WV-BIS < WV-VON GO C.
           COMPUTE WX-DATUM = WV-VON + 20000000.
           COMPUTE WA-VON = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WX-DATUM = WV-BIS + 20000000.
           COMPUTE WA-BIS = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-VVON = WA-VON - (WA-BIS - WA-VON + 1).
           MOVE 1 TO WM-ART.
           MOVE "ZAHLVERH.LST" TO WH-DRUNAM.
           PERFORM KD-LAUF.
           IF WZ-KUNDEN = 0
               DISPLAY "keine Rechnungen im Zeitraum." AT 2401
               PERFORM WEITER GO Y.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE SPACE TO DRV-SATZ.
           MOVE "Kunden ausgewertet" TO DRV-BEZ.
           MOVE WZ-KUNDEN TO DRV-ANZ.
           PERFORM DRUCK.
           MOVE SPACE TO DRV-SATZ.
           MOVE "davon verschlechtert" TO DRV-BEZ.
           MOVE WZ-FLAG TO DRV-ANZ.
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-KUNDEN with highlight AT 2120
               " Kunden ausgewertet," with highlight.
           DISPLAY WZ-FLAG with highlight AT 2220
               " mit verschlechtertem Zahlverhalten." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************************************ Kreditlimit-Pruefliste *
       KRED-PRUEF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kreditlimit-Pruefliste " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Limit gegen offenen Saldo und Zahlverhalten der"
               AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "letzten 12 Monate -> KREDLIM.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Liste drucken" AT 2301.
           CALL "CAUP" USING "0023381000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           COMPUTE WA-BIS = WA-HEUTE.
           COMPUTE WA-VON = WA-HEUTE - 364.
           COMPUTE WA-VVON = WA-VON - 365.
           MOVE 2 TO WM-ART.
           MOVE "KREDLIM.LST" TO WH-DRUNAM.
           PERFORM KD-LAUF.
           IF WZ-KUNDEN = 0
               DISPLAY "keine Kunden mit Limit oder Vorschlag." AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
           DISPLAY WZ-KUNDEN with highlight AT 2120
               " Kunden gelistet," with highlight.
           DISPLAY WZ-FLAG with highlight AT 2220
               " mit Vorschlag." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** alle Posten nach Kunde lesen, je Kunde auswerten *
       KD-LAUF SECTION.
       A.  MOVE 0 TO WZ-KUNDEN WZ-FLAG WM-KTONR.
           PERFORM KD-NULL.
           MOVE 0 TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID GO X.
       C.  READ OFFPOST NEXT IGNORE LOCK AT END GO X.
           IF OP-KTONR NOT = WM-KTONR
               PERFORM KD-ABSCHLUSS
               PERFORM KD-NULL
               MOVE OP-KTONR TO WM-KTONR.
           IF OP-GUTSCHRIFT GO C.
      *--------------------> offener Saldo und Mahnstufe heute <-
           IF OP-AUSGL = 0
               COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO
               ADD WS-OPREST TO WS-SALDO
               IF OP-MAHNST > WM-OPMAHN MOVE OP-MAHNST TO WM-OPMAHN.
      *--------------------> Zeitraum bzw. Vorzeitraum? <-
           COMPUTE WX-DATUM = OP-REDAT + 20000000.
           COMPUTE WA-REDAT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-REDAT > WA-BIS GO C.
           IF WA-REDAT < WA-VVON GO C.
           IF WA-REDAT < WA-VON MOVE 2 TO WM-P
               ELSE MOVE 1 TO WM-P.
           PERFORM POSTEN-WERTEN.
           GO C.
       X.  PERFORM KD-ABSCHLUSS.
       Z.  EXIT.
      ******************************************************************
       KD-NULL SECTION.
       A.  INITIALIZE WP-TAB(1) WP-TAB(2).
           MOVE 0 TO WS-SALDO WM-OPMAHN.
       Z.  EXIT.
      ***** eine Rechnung: Zahlungsdauer und Verzug ueber die
      *     Faelligkeit; offene Posten zaehlen bis heute
       POSTEN-WERTEN SECTION.
       A.  ADD 1 TO WP-ANZ(WM-P).
           IF OP-MAHNST > WP-MAXST(WM-P)
               MOVE OP-MAHNST TO WP-MAXST(WM-P).
           MOVE OP-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
           COMPUTE WA-FAELL = WA-REDAT + WK-TGN.
           IF OP-AUSGL = 0 GO C.
           COMPUTE WX-DATUM = OP-AUSGL + 20000000.
           COMPUTE WA-AUSGL = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-TAGE = WA-AUSGL - WA-REDAT.
           IF WA-TAGE < 0 MOVE 0 TO WA-TAGE.
           ADD 1 TO WP-ZANZ(WM-P).
           ADD WA-TAGE TO WP-ZTAGE(WM-P).
           COMPUTE WA-TAGE = WA-AUSGL - WA-FAELL.
           GO D.
       C.  COMPUTE WA-TAGE = WA-HEUTE - WA-FAELL.
       D.  IF WA-TAGE NOT > 0 GO Z.
           ADD 1 TO WP-SPAET(WM-P).
           ADD WA-TAGE TO WP-VTAGE(WM-P).
       Z.  EXIT.
      ***** Kunde abschliessen: Mittelwerte, Vergleich, Ausgabe *
       KD-ABSCHLUSS SECTION.
       A.  IF WM-KTONR = 0 GO Z.
           PERFORM VARYING WM-P FROM 1 BY 1 UNTIL WM-P > 2
               MOVE 0 TO WP-DZTAGE(WM-P) WP-DVTAGE(WM-P)
                   WP-QUOTE(WM-P)
               IF WP-ZANZ(WM-P) > 0
                   COMPUTE WP-DZTAGE(WM-P) ROUNDED =
                       WP-ZTAGE(WM-P) / WP-ZANZ(WM-P)
               END-IF
               IF WP-ANZ(WM-P) > 0
                   COMPUTE WP-DVTAGE(WM-P) ROUNDED =
                       WP-VTAGE(WM-P) / WP-ANZ(WM-P)
                   COMPUTE WP-QUOTE(WM-P) ROUNDED =
                       WP-SPAET(WM-P) * 100 / WP-ANZ(WM-P)
               END-IF.
      *--------> verschlechtert: in beiden Zeitraeumen mindestens
      *          zwei Rechnungen, Verzug bzw. Anteil deutlich hoeher <-
           MOVE 0 TO WM-SCHLECHT.
           IF WP-ANZ(1) > 1 AND WP-ANZ(2) > 1
               IF WP-DVTAGE(1) NOT < WP-DVTAGE(2) + WH-VSCHTG
                  OR WP-QUOTE(1) NOT < WP-QUOTE(2) + WH-VSCHPR
                   MOVE 1 TO WM-SCHLECHT.
           MOVE WM-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           IF WM-ART = 2 PERFORM KRED-ZEILE GO Z.
           IF WP-ANZ(1) = 0 GO Z.
           PERFORM LISTE-KOPF.
           MOVE SPACE TO DRV-SATZ.
           MOVE WM-KTONR TO DRV-KTO.
           MOVE WT-BEZ TO DRV-BEZ.
           MOVE WP-ANZ(1) TO DRV-ANZ.
           MOVE WP-DZTAGE(1) TO DRV-ZTAGE.
           MOVE WP-DVTAGE(1) TO DRV-VTAGE.
           MOVE WP-QUOTE(1) TO DRV-QUOTE.
           MOVE "%" TO DRV-PROZ.
           MOVE WP-MAXST(1) TO DRV-MST.
           IF WP-ANZ(2) > 0
               MOVE WP-DVTAGE(2) TO DRV-VORVT
               MOVE WP-QUOTE(2) TO DRV-VORQ
               MOVE "%" TO DRV-VPROZ.
           IF WM-SCHLECHT = 1
               MOVE "verschlechtert" TO DRV-FLAG
               ADD 1 TO WZ-FLAG.
           PERFORM DRUCK.
           ADD 1 TO WZ-KUNDEN.
       Z.  EXIT.
      ***** Kreditlimit-Pruefung eines Kunden mit Vorschlag *
       KRED-ZEILE SECTION.
       A.  INITIALIZE DZ-SATZ.
           IF WM-DBZOP = 1
               MOVE WM-KTONR TO DZ-KTONR
               READ DEBZUS IGNORE LOCK INVALID INITIALIZE DZ-SATZ.
           MOVE SPACE TO DRK-SATZ.
           MOVE 0 TO WH-NEULIM.
      *--------> bereits gesperrt: nur melden, kein Vorschlag <-
           IF DZ-GESPERRT
               IF DZ-KRLIMIT = 0 AND WS-SALDO = 0 GO Z
               ELSE MOVE "gesperrt" TO DRK-VORSCHL GO W.
      *--------> sperren: Posten in Stufe 3 / beim Inkasso oder
      *          mehr als 60 Tage mittlerer Verzug <-
           IF WM-OPMAHN > 2 OR WP-DVTAGE(1) > 60
               MOVE "SPERREN" TO DRK-VORSCHL GO V.
      *--------> senken: Limit ueberzogen, Verzug ueber 30 Tage,
      *          mehr als die Haelfte verspaetet oder verschlechtert <-
           IF DZ-KRLIMIT > 0
               IF WS-SALDO > DZ-KRLIMIT OR WP-DVTAGE(1) > 30
                  OR WP-QUOTE(1) > 50 OR WM-SCHLECHT = 1
                   MOVE "senken" TO DRK-VORSCHL
                   COMPUTE WH-NEULIM ROUNDED = DZ-KRLIMIT * 0,75 / 100
                   MULTIPLY 100 BY WH-NEULIM
                   GO V.
      *--------> erhoehen: Limit zu 80 % ausgeschoepft, puenktlich
      *          (hoechstens 5 Tage Verzug, bis 10 % verspaetet) <-
           IF DZ-KRLIMIT > 0 AND WP-ANZ(1) > 2
               IF WS-SALDO * 100 NOT < DZ-KRLIMIT * 80
                  AND WP-DVTAGE(1) NOT > 5 AND WP-QUOTE(1) NOT > 10
                   MOVE "erhoehen" TO DRK-VORSCHL
                   COMPUTE WH-NEULIM ROUNDED = DZ-KRLIMIT * 1,25 / 100
                   MULTIPLY 100 BY WH-NEULIM
                   GO V.
      *--------> ohne Limit und ohne Vorschlag nicht listen <-
           IF DZ-KRLIMIT = 0 GO Z.
           GO W.
       V.  ADD 1 TO WZ-FLAG.
       W.  PERFORM LISTE-KOPF.
           MOVE WM-KTONR TO DRK-KTO.
           MOVE WT-BEZ TO DRK-BEZ.
           MOVE DZ-KRLIMIT TO DRK-LIMIT.
           MOVE WS-SALDO TO DRK-SALDO.
           MOVE WP-DVTAGE(1) TO DRK-VTAGE.
           MOVE WP-QUOTE(1) TO DRK-QUOTE.
           MOVE "%" TO DRK-PROZ.
           MOVE WM-OPMAHN TO DRK-MST.
           IF WM-SCHLECHT = 1 MOVE "*" TO DRK-FLAG.
           IF WH-NEULIM NOT = 0 MOVE WH-NEULIM TO DRK-NEULIM.
           PERFORM DRUCK.
           ADD 1 TO WZ-KUNDEN.
       Z.  EXIT.
      ******************************************************************
       LISTE-KOPF SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO Z.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WM-ART = 2 GO K.
           MOVE "Zahlverhalten je Kunde, Rechnungen vom"
               TO DRA-SATZ(2:).
           MOVE WV-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(41:8).
           MOVE "bis" TO DRA-SATZ(50:3).
           MOVE WV-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(54:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE "Kunde  Name" TO DRA-SATZ(2:11).
           MOVE "Anz" TO DRA-SATZ(41:3).
           MOVE "Zahlg" TO DRA-SATZ(45:5).
           MOVE "Verzug" TO DRA-SATZ(50:6).
           MOVE "spaet" TO DRA-SATZ(57:5).
           MOVE "MSt" TO DRA-SATZ(63:3).
           MOVE "Verzug" TO DRA-SATZ(67:6).
           MOVE "spaet" TO DRA-SATZ(74:5).
           PERFORM DRUCK.
           MOVE "Tage" TO DRA-SATZ(46:4).
           MOVE "Tage" TO DRA-SATZ(52:4).
           MOVE "(Vorzeitraum)" TO DRA-SATZ(67:13).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           GO Z.
       K.  MOVE "Kreditlimit-Pruefliste, Zahlverhalten 12 Monate bis"
               TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(55:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
           MOVE "Kunde  Name" TO DRA-SATZ(2:11).
           MOVE "Limit" TO DRA-SATZ(48:5).
           MOVE "offen" TO DRA-SATZ(62:5).
           MOVE "Verzug" TO DRA-SATZ(67:6).
           MOVE "spaet" TO DRA-SATZ(74:5).
           MOVE "MSt" TO DRA-SATZ(80:3).
           MOVE "Vorschlag" TO DRA-SATZ(87:9).
           MOVE "neues Limit" TO DRA-SATZ(99:11).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
       Z.  EXIT.
