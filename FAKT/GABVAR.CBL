      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABVAR.
      ******************************************************************
      *   Artikelvarianten (Groesse / Farbe): ein Stammartikel traegt  *
      *   bis zu zwei Dimensionen mit 10 bzw. 8 Werten (ARTVAR,        *
      *   GABISVAR.DAT).  Die Varianten werden aus der Matrix als      *
      *   eigene ARTIKEL-Saetze erzeugt und erben Gruppen, Preise      *
      *   und Texte vom Stammartikel, soweit je Variante keine         *
      *   Abweichung gesetzt ist; der Abgleich zieht Aenderungen am    *
      *   Stammartikel nach.  Die Bezeichnung der Variante ist die     *
      *   des Stammartikels mit angehaengten Werten (z.B. "XL/blau").  *
      *                                                                *
      *   Matrixerfassung: Mengen je Groesse und Farbe in einem        *
      *   Raster, im Menue direkt als Zeilen an einen offenen Auftrag  *
      *   (Preis aus GABPREIS); Einstieg 30 gibt die Mengen in         *
      *   WVA-MATRIX an die externe Auftragserfassung GABAUF zurueck.  *
      *   Summenliste VARSUM.LST: Bestand und Absatz (STATISTIK)       *
      *   je Variante mit Summe je Stammartikel.                       *
      *                                                                *
      *   10 = Menue, 30 = Matrixerfassung zu WVA-PARENT               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEVAR.CPY.
           COPY GABSEART.CPY.
           COPY GABSESTA.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABVARIA.CPY.
       COPY GABARTIK.CPY.
       COPY GABSTATI.CPY.
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSTA                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-KOUNT                PIC 9(5)      COMP.
           03  WH-VPARENT              PIC 9(6)      COMP.
           03  WH-VOK                  PIC 9         COMP.
           03  WH-GMODUS               PIC 9         COMP.
           03  WH-GABBR                PIC 9         COMP.
           03  WH-BELEGT               PIC 9         COMP.
           03  WH-I1                   PIC 99        COMP.
           03  WH-I2                   PIC 99        COMP.
           03  WH-J                    PIC 99        COMP.
           03  WH-L                    PIC 99        COMP.
           03  WH-S                    PIC 99        COMP.
           03  WH-NEXT                 PIC 9(7)      COMP.
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WH-POS                  PIC 9(4)      COMP.
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-FAKT                 PIC 999       COMP.
           03  WH-SUFFIX               PIC X(17).
           03  WH-GJ                   PIC S9(9)V99  COMP-3.
           03  WH-VJ                   PIC S9(9)V99  COMP-3.
           03  WH-SBEST                PIC S9(9)V99  COMP-3.
           03  WH-SGJ                  PIC S9(9)V99  COMP-3.
           03  WH-SVJ                  PIC S9(9)V99  COMP-3.
           03  WH-LPARENT              PIC 9(6)      COMP.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-ZELLE                PIC ZZZ9.
           03  WD-MENGE                PIC -(7)9,99.
           03  WD-ANZ                  PIC ZZ.ZZ9.
      *--------> Eingabefelder mit errechneter Position fuer CAUP <-
       01  WV-CAUP.
           03  FILLER                  PIC XX        VALUE "10".
           03  WV-CZEI                 PIC 99.
           03  WV-CSPA                 PIC 99.
           03  FILLER                  PIC X(4)      VALUE "6004".
       01  WV-TCAUP.
           03  FILLER                  PIC XX        VALUE "12".
           03  WV-TZEI                 PIC 99.
           03  WV-TSPA                 PIC 99.
           03  FILLER                  PIC XX        VALUE "01".
           03  WV-TLEN                 PIC 99.
      *--------> Stammartikel der bearbeiteten Familie <-
       01  WQ-KOPF.
           03  WQ-DIM1                 PIC X(10).
           03  WQ-W1                   PIC X(5)             OCCURS 10.
           03  WQ-DIM2                 PIC X(10).
           03  WQ-W2                   PIC X(10)            OCCURS 8.
       01  WQ-STAMM.
           03  WQ-N1                   PIC 99        COMP.
           03  WQ-N2                   PIC 99        COMP.
           03  WQ-ARSATZ               PIC X(291).
           03  WQ-PBEZ                 PIC X(30).
           03  WQ-PBEZB                PIC X(30).
           03  WQ-PHERST               PIC X(10).
           03  WQ-PRAGRP               PIC 99        COMP.
           03  WQ-PMOGRP               PIC 99        COMP.
           03  WQ-PKAGRP               PIC 99        COMP.
           03  WQ-PMEH                 PIC 99        COMP.
           03  WQ-PUST                 PIC 99        COMP.
           03  WQ-PTAB                 PIC X(60).
           03  WQ-PBVKP                PIC S9(7)V99  COMP-3.
           03  WQ-PFIXPR               PIC S9(7)V99  COMP-3.
           03  WQ-PPRT                 PIC X(30)            OCCURS 5.
           03  WQ-PFOLGE               PIC 9         COMP.
           03  WQ-PZUTX                PIC X(600).
      *--------> Matrix: Variantenartikel und Menge je Zelle <-
       01  WQ-MATRIX.
           03  WQ-ZEILE                             OCCURS 8.
               05 WQ-ZELLE                          OCCURS 10.
                  07 WQ-ARNUM          PIC 9(6)      COMP.
                  07 WQ-MENGE          PIC 9(4)      COMP.
       COPY GABPRSCH.CPY.
       COPY GABVARSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON ARTVAR.
       A.  CALL "CADECL" USING "GABISVAR.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON ZUSATZ.
       A.  CALL "CADECL" USING "GABISARZ.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "GABISTAT.DAT" WH-CREG.
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
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM VAR-MENU GO W.
           IF WL-CA = 30 PERFORM VA-MATRIX GO X.
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
      ***************** Variantendatei oeffnen, notfalls anlegen *
       VAR-OEFFNE SECTION.
       A.  OPEN I-O ARTVAR.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ARTVAR
               CLOSE ARTVAR
               OPEN I-O ARTVAR.
       Z.  EXIT.
      ******************************************************************
       VAR-MENU SECTION.
       A.  PERFORM VAR-OEFFNE.
           MOVE 0 TO WM-OPART.
           OPEN I-O ARTIKEL ZUSATZ.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
       B.  CALL "CAUP" USING "0704201445000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Artikelvarianten " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Stammartikel, Dimensionen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Varianten erzeugen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Abweichungen je Variante" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Vererbung abgleichen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Matrixerfassung Auftrag" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Summenliste Stammartikel" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1012392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM VA-KOPFPFLEGE
               WHEN 2 PERFORM VA-ERZEUGEN
               WHEN 3 PERFORM VA-ABWEICH
               WHEN 4 PERFORM VA-ABGLEICH
               WHEN 5 PERFORM VA-AUFTRAG
               WHEN 6 PERFORM VA-SUMME
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE ARTVAR.
           IF WM-OPART = 1 CLOSE ARTIKEL ZUSATZ.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Familie zu WH-VPARENT laden: Dimensionen nach WQ-KOPF,
      *    Anzahl Werte WQ-N1/WQ-N2 (ohne zweite Dimension eine
      *    Zeile), Variantenartikel je Zelle nach WQ-ARNUM;
      *    WH-VOK = 1, wenn der Stammsatz vorhanden ist
      ******************************************************************
       VA-FAMILIE SECTION.
       A.  MOVE 0 TO WH-VOK WQ-N1 WQ-N2.
           INITIALIZE WQ-MATRIX.
           MOVE WH-VPARENT TO VA-ARNUM.
           READ ARTVAR IGNORE LOCK INVALID GO Z.
           IF NOT VA-KOPF GO Z.
           MOVE 1 TO WH-VOK.
           MOVE VA-KOPFDATEN TO WQ-KOPF.
       C.  IF WQ-N1 < 10 AND WQ-W1(WQ-N1 + 1) NOT = SPACE
               ADD 1 TO WQ-N1 GO C.
       D.  IF WQ-N2 < 8 AND WQ-W2(WQ-N2 + 1) NOT = SPACE
               ADD 1 TO WQ-N2 GO D.
           IF WQ-N2 = 0 MOVE 1 TO WQ-N2.
      *--------------------> Varianten ueber den Alternativschluessel <-
           MOVE WH-VPARENT TO VA-PARENT.
           START ARTVAR KEY NOT < VA-PARENT INVALID GO Z.
       E.  READ ARTVAR NEXT IGNORE LOCK AT END GO Z.
           IF VA-PARENT NOT = WH-VPARENT GO Z.
           IF VA-KOPF GO E.
           IF VA-I1 = 0 OR VA-I1 > 10 GO E.
           IF VA-I2 = 0 OR VA-I2 > 8 GO E.
           MOVE VA-ARNUM TO WQ-ARNUM(VA-I2, VA-I1).
           GO E.
       Z.  EXIT.
      ******* Werte des Stammartikels (AR-SATZ) fuer die Vererbung *
       STAMM-MERK SECTION.
       A.  MOVE AR-SATZ TO WQ-ARSATZ.
           MOVE AR-BEZA TO WQ-PBEZ.
           MOVE AR-BEZB TO WQ-PBEZB.
           MOVE AR-HERST TO WQ-PHERST.
           MOVE AR-RAGRP TO WQ-PRAGRP.
           MOVE AR-MOGRP TO WQ-PMOGRP.
           MOVE AR-KAGRP TO WQ-PKAGRP.
           MOVE AR-MEH TO WQ-PMEH.
           MOVE AR-UST TO WQ-PUST.
           MOVE AR-TAB TO WQ-PTAB.
           MOVE AR-BVKP TO WQ-PBVKP.
           MOVE AR-FIXPR TO WQ-PFIXPR.
           MOVE AR-PRTAB(1) TO WQ-PPRT(1).
           MOVE AR-PRTAB(2) TO WQ-PPRT(2).
           MOVE AR-PRTAB(3) TO WQ-PPRT(3).
           MOVE AR-PRTAB(4) TO WQ-PPRT(4).
           MOVE AR-PRTAB(5) TO WQ-PPRT(5).
           MOVE AR-FOLGE TO WQ-PFOLGE.
           MOVE SPACE TO WQ-PZUTX.
           IF AR-FOLGE NOT = 1 GO Z.
           MOVE AR-NUM TO ZU-NUM.
           READ ZUSATZ IGNORE LOCK INVALID MOVE 0 TO WQ-PFOLGE GO Z.
           MOVE ZU-TX TO WQ-PZUTX.
       Z.  EXIT.
      ******* Bezeichnung der Variante WH-I1/WH-I2 nach AR-BEZA: *
      *    Stammbezeichnung, notfalls gekuerzt, und die Werte
       BEZ-BILDEN SECTION.
       A.  MOVE SPACE TO WH-SUFFIX.
           IF WQ-W2(WH-I2) = SPACE
               MOVE WQ-W1(WH-I1) TO WH-SUFFIX
           ELSE STRING WQ-W1(WH-I1) DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WQ-W2(WH-I2) DELIMITED BY "  "
                   INTO WH-SUFFIX.
           MOVE 0 TO WH-L WH-S.
           INSPECT WQ-PBEZ TALLYING WH-L
               FOR CHARACTERS BEFORE INITIAL "  ".
           INSPECT WH-SUFFIX TALLYING WH-S
               FOR CHARACTERS BEFORE INITIAL "  ".
           IF WH-L + WH-S > 29 COMPUTE WH-L = 29 - WH-S.
           MOVE SPACE TO AR-BEZA.
           IF WH-L > 0 MOVE WQ-PBEZ(1:WH-L) TO AR-BEZA(1:WH-L).
           MOVE WH-SUFFIX(1:WH-S) TO AR-BEZA(WH-L + 2:WH-S).
       Z.  EXIT.
      ******** Stammartikel anlegen, Dimensionen und Werte pflegen *
       VA-KOPFPFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Stammartikel und Dimensionen " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stammartikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 227 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE AR-NUM TO WH-VPARENT VA-ARNUM.
           READ ARTVAR IGNORE LOCK INVALID
               INITIALIZE VA-SATZ
               MOVE WH-VPARENT TO VA-ARNUM VA-PARENT
               MOVE 1 TO VA-TYP
               WRITE VA-SATZ.
           IF VA-VARIANTE
               MOVE VA-PARENT TO WD-ARNUM
               DISPLAY "Artikel ist Variante von " AT 2401
                   WD-ARNUM with highlight
               PERFORM WEITER GO V.
           PERFORM VA-FAMILIE.
      *-----------------------------------------> Dimension 1 <-
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Dimension 1.:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Werte.......:" AT VDU-LP.
           PERFORM WERTE-ZEIGEN.
           DISPLAY "<esc>= zurueck, <ret>= Bezeichnung (z.B. Groesse)"
               AT 2301.
           MOVE WQ-DIM1 TO WT-TX.
           CALL "CAUP" USING "1203170110" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO E.
           IF WT-TX = SPACE GO E.
           MOVE WT-TX TO WQ-DIM1.
           MOVE 0 TO WH-I1.
       F.  ADD 1 TO WH-I1.
           IF WH-I1 > 10 GO G.
           MOVE 4 TO WV-TZEI.
           COMPUTE WV-TSPA = 17 + (WH-I1 - 1) * 6.
           MOVE 5 TO WV-TLEN.
           DISPLAY "<esc>= zurueck, <ret>= Wert, leer = Ende der Liste"
               AT 2301.
           MOVE WQ-W1(WH-I1) TO WT-TX.
           CALL "CAUP" USING WV-TCAUP WH-CREG.
           IF ESC GO E.
           IF NOT RET SUBTRACT 1 FROM WH-I1 GO F.
           IF WT-TX NOT = SPACE
               MOVE WT-TX TO WQ-W1(WH-I1) GO F.
      *--------> Liste endet: keine Variante darf dahinter liegen <-
           PERFORM SPALTE-BELEGT.
           IF WH-BELEGT = 1
               DISPLAY "Varianten zu diesem Wert vorhanden!" AT 2401
               PERFORM WEITER
               SUBTRACT 1 FROM WH-I1 GO F.
       FF. IF WH-I1 > 10 GO G.
           MOVE SPACE TO WQ-W1(WH-I1).
           ADD 1 TO WH-I1.
           GO FF.
      *-----------------------------------------> Dimension 2 <-
       G.  PERFORM WERTE-ZEIGEN.
           IF WQ-W1(1) = SPACE
               DISPLAY "mindestens ein Wert noetig!" AT 2401
               PERFORM WEITER GO E.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Dimension 2.:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Werte.......:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bezeichnung (leer = keine)"
               AT 2301.
           MOVE WQ-DIM2 TO WT-TX.
           CALL "CAUP" USING "1205170110" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE WT-TX TO WQ-DIM2.
           MOVE 0 TO WH-I2.
       H.  ADD 1 TO WH-I2.
           IF WH-I2 > 8 GO K.
           IF WQ-DIM2 = SPACE GO I.
           IF WH-I2 < 5 MOVE 6 TO WV-TZEI
               COMPUTE WV-TSPA = 17 + (WH-I2 - 1) * 11
           ELSE MOVE 7 TO WV-TZEI
               COMPUTE WV-TSPA = 17 + (WH-I2 - 5) * 11.
           MOVE 10 TO WV-TLEN.
           DISPLAY "<esc>= zurueck, <ret>= Wert, leer = Ende der Liste"
               AT 2301.
           MOVE WQ-W2(WH-I2) TO WT-TX.
           CALL "CAUP" USING WV-TCAUP WH-CREG.
           IF ESC GO G.
           IF NOT RET SUBTRACT 1 FROM WH-I2 GO H.
           IF WT-TX NOT = SPACE
               MOVE WT-TX TO WQ-W2(WH-I2) GO H.
       I.  PERFORM ZEILE-BELEGT.
           IF WH-BELEGT = 1
               DISPLAY "Varianten zu diesem Wert vorhanden!" AT 2401
               PERFORM WEITER
               SUBTRACT 1 FROM WH-I2 GO H.
       II. IF WH-I2 > 8 GO K.
           MOVE SPACE TO WQ-W2(WH-I2).
           ADD 1 TO WH-I2.
           GO II.
      *-----------------------------------------> speichern <-
       K.  PERFORM WERTE-ZEIGEN.
           DISPLAY "<ret>= speichern, <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023331000" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO K.
           MOVE WH-VPARENT TO VA-ARNUM.
       L.  READ ARTVAR INVALID GO V.
           IF ZUGRIF PERFORM BESETZT GO L.
           MOVE WQ-KOPF TO VA-KOPFDATEN.
           REWRITE VA-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Werte beider Dimensionen in der Pflegemaske zeigen *
       WERTE-ZEIGEN SECTION.
       A.  ADD 317 VDU-ECK GIVING VDU-LP.
           DISPLAY WQ-DIM1 with highlight AT VDU-LP.
           ADD 517 VDU-ECK GIVING VDU-LP.
           DISPLAY WQ-DIM2 with highlight AT VDU-LP.
           MOVE 0 TO WH-J.
       C.  ADD 1 TO WH-J.
           IF WH-J > 10 GO D.
           COMPUTE VDU-LP = VDU-ECK + 417 + (WH-J - 1) * 6.
           DISPLAY WQ-W1(WH-J) with highlight AT VDU-LP.
           GO C.
       D.  MOVE 0 TO WH-J.
       E.  ADD 1 TO WH-J.
           IF WH-J > 8 GO Z.
           IF WH-J < 5
               COMPUTE VDU-LP = VDU-ECK + 617 + (WH-J - 1) * 11
           ELSE COMPUTE VDU-LP = VDU-ECK + 717 + (WH-J - 5) * 11.
           DISPLAY WQ-W2(WH-J) with highlight AT VDU-LP.
           GO E.
       Z.  EXIT.
      ******** WH-BELEGT = 1: Variante in Spalte WH-I1 oder dahinter *
       SPALTE-BELEGT SECTION.
       A.  MOVE 0 TO WH-BELEGT.
           MOVE WH-I1 TO WH-J.
       C.  IF WH-J > 10 GO Z.
           MOVE 0 TO WH-I2.
       D.  ADD 1 TO WH-I2.
           IF WH-I2 > 8 ADD 1 TO WH-J GO C.
           IF WQ-ARNUM(WH-I2, WH-J) NOT = 0 MOVE 1 TO WH-BELEGT GO Z.
           GO D.
       Z.  EXIT.
      ******** WH-BELEGT = 1: Variante in Zeile WH-I2 oder dahinter *
      *    (ohne zweite Dimension liegen die Varianten in Zeile 1)
       ZEILE-BELEGT SECTION.
       A.  MOVE 0 TO WH-BELEGT.
           MOVE WH-I2 TO WH-J.
           IF WQ-DIM2 = SPACE MOVE 2 TO WH-J.
       C.  IF WH-J > 8 GO Z.
           MOVE 0 TO WH-I1.
       D.  ADD 1 TO WH-I1.
           IF WH-I1 > 10 ADD 1 TO WH-J GO C.
           IF WQ-ARNUM(WH-J, WH-I1) NOT = 0 MOVE 1 TO WH-BELEGT GO Z.
           GO D.
       Z.  EXIT.
      ******************************************************************
      *    Matrixraster zu WQ-KOPF/WQ-MATRIX: WH-GMODUS 1 = Zellen
      *    zum Erzeugen markieren (1/0, vorhandene Varianten "*"),
      *    2 = Mengen je vorhandener Variante ("-" = keine Variante).
      *    <tab> beendet die Eingabe vorzeitig, WH-GABBR = 1 bei
      *    Abbruch; das Fenster schliesst der Aufrufer.
      ******************************************************************
       VA-GRID SECTION.
       A.  MOVE 0 TO WH-GABBR.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY WQ-DIM1 AT VDU-LP.
           MOVE 0 TO WH-I1.
       B.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 GO C.
           COMPUTE VDU-LP = VDU-ECK + 414 + (WH-I1 - 1) * 6.
           DISPLAY WQ-W1(WH-I1) with highlight AT VDU-LP.
           GO B.
       C.  MOVE 0 TO WH-I2.
       D.  ADD 1 TO WH-I2.
           IF WH-I2 > WQ-N2 GO F.
           COMPUTE VDU-LP = VDU-ECK + (4 + WH-I2) * 100 + 3.
           DISPLAY WQ-W2(WH-I2) with highlight AT VDU-LP.
           MOVE 0 TO WH-I1.
       E.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 GO D.
           PERFORM ZELLE-ZEIGEN.
           GO E.
      *--------------------------------> Zellen der Reihe nach <-
       F.  MOVE 1 TO WH-I2.
           MOVE 0 TO WH-I1.
       G.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 ADD 1 TO WH-I2
               MOVE 1 TO WH-I1.
           IF WH-I2 > WQ-N2 GO W.
           IF WH-GMODUS = 1 AND WQ-ARNUM(WH-I2, WH-I1) NOT = 0 GO G.
           IF WH-GMODUS = 2 AND WQ-ARNUM(WH-I2, WH-I1) = 0 GO G.
           ADD 1403 VDU-ECK GIVING VDU-LP.
           MOVE SPACE TO WT-TX.
           DISPLAY WT-TX(1:60) AT VDU-LP.
           IF WH-GMODUS = 2
               MOVE WQ-ARNUM(WH-I2, WH-I1) TO AR-NUM WD-ARNUM
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA
               END-READ
               DISPLAY WD-ARNUM AT VDU-LP " " AR-BEZA.
           IF WH-GMODUS = 1
               DISPLAY "<esc>= Abbruch, <ret>= 1 erzeugen / 0 nicht, <ta
      -            "b>= fertig" AT 2301
           ELSE DISPLAY "<esc>= Abbruch, <ret>= Menge, <tab>= fertig"
               AT 2301.
           COMPUTE WV-CZEI = 4 + WH-I2.
           COMPUTE WV-CSPA = 14 + (WH-I1 - 1) * 6.
           MOVE WQ-MENGE(WH-I2, WH-I1) TO WH-NUM.
           CALL "CAUP" USING WV-CAUP WH-CREG.
           IF ESC MOVE 1 TO WH-GABBR GO Z.
           IF TABL GO W.
           IF NOT RET SUBTRACT 1 FROM WH-I1 GO G.
           IF WH-GMODUS = 1 AND WH-NUM > 1 SUBTRACT 1 FROM WH-I1 GO G.
           MOVE WH-NUM TO WQ-MENGE(WH-I2, WH-I1).
           PERFORM ZELLE-ZEIGEN.
           GO G.
       W.  DISPLAY "<ret>= uebernehmen, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023371000" WH-CREG.
           IF ESC MOVE 1 TO WH-GABBR GO Z.
           IF NOT RET GO W.
       Z.  EXIT.
      ******************************************************************
       ZELLE-ZEIGEN SECTION.
       A.  COMPUTE VDU-LP = VDU-ECK + (4 + WH-I2) * 100 + 14
               + (WH-I1 - 1) * 6.
           IF WH-GMODUS = 1 AND WQ-ARNUM(WH-I2, WH-I1) NOT = 0
               DISPLAY "   *" AT VDU-LP GO Z.
           IF WH-GMODUS = 2 AND WQ-ARNUM(WH-I2, WH-I1) = 0
               DISPLAY "   -" AT VDU-LP GO Z.
           MOVE WQ-MENGE(WH-I2, WH-I1) TO WD-ZELLE.
           DISPLAY WD-ZELLE with highlight AT VDU-LP.
       Z.  EXIT.
      ******** Varianten aus der Matrix als ARTIKEL-Saetze anlegen *
       VA-ERZEUGEN SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Varianten erzeugen " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stammartikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-VPARENT.
           PERFORM VA-FAMILIE.
           IF WH-VOK = 0
               DISPLAY "kein Stammartikel - Dimensionen fehlen!" AT 2401
               PERFORM WEITER GO C.
           MOVE WH-VPARENT TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 227 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           PERFORM STAMM-MERK.
      *--------> neue Zellen vorbelegen: erzeugen <-
           MOVE 0 TO WH-I2.
       D.  ADD 1 TO WH-I2.
           IF WH-I2 > WQ-N2 GO E.
           MOVE 0 TO WH-I1.
       DD. ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 GO D.
           IF WQ-ARNUM(WH-I2, WH-I1) = 0
               MOVE 1 TO WQ-MENGE(WH-I2, WH-I1).
           GO DD.
      *--------> erste Artikelnummer der neuen Varianten <-
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "erste Nr....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= ab dieser Nummer die naechste
      -        "n freien" AT 2301.
           COMPUTE WH-NUM = WH-VPARENT + 1.
           CALL "CAUP" USING "1003176008" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO WH-NEXT.
           MOVE 1 TO WH-GMODUS.
           PERFORM VA-GRID.
           IF WH-GABBR = 1 GO V.
      *--------------------------------> anlegen <-
           MOVE 0 TO WZ-KOUNT.
           MOVE 1 TO WH-I2.
           MOVE 0 TO WH-I1.
       G.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 ADD 1 TO WH-I2
               MOVE 1 TO WH-I1.
           IF WH-I2 > WQ-N2 GO N.
           IF WQ-ARNUM(WH-I2, WH-I1) NOT = 0 GO G.
           IF WQ-MENGE(WH-I2, WH-I1) NOT = 1 GO G.
       H.  IF WH-NEXT > 999999
               DISPLAY "keine freie Artikelnummer mehr!" AT 2401
               PERFORM WEITER GO N.
           MOVE WH-NEXT TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO I.
           ADD 1 TO WH-NEXT.
           GO H.
       I.  MOVE WQ-ARSATZ TO AR-SATZ.
           MOVE WH-NEXT TO AR-NUM.
           COMPUTE AR-GRP = AR-NUM / 10000.
           PERFORM BEZ-BILDEN.
           MOVE 0 TO AR-STAND AR-MIND AR-EAN.
           MOVE SPACE TO AR-REGAL.
           WRITE AR-SATZ INVALID ADD 1 TO WH-NEXT GO H.
           IF WQ-PFOLGE = 1
               MOVE WH-NEXT TO ZU-NUM
               MOVE WQ-PZUTX TO ZU-TX
               WRITE ZU-SATZ INVALID REWRITE ZU-SATZ.
           INITIALIZE VA-SATZ.
           MOVE WH-NEXT TO VA-ARNUM WQ-ARNUM(WH-I2, WH-I1).
           MOVE WH-VPARENT TO VA-PARENT.
           MOVE 2 TO VA-TYP.
           MOVE WH-I1 TO VA-I1.
           MOVE WH-I2 TO VA-I2.
           MOVE 0 TO VA-EIGGRP VA-EIGPREIS VA-EIGTEXT.
           WRITE VA-SATZ INVALID REWRITE VA-SATZ.
           ADD 1 TO WZ-KOUNT WH-NEXT.
           GO G.
       N.  DISPLAY WZ-KOUNT with highlight AT 2401
               " Varianten angelegt." with highlight.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Abweichungen einer Variante vom Stammartikel *
       VA-ABWEICH SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abweichungen Variante " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Variante:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002136008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO VA-ARNUM.
       D.  READ ARTVAR INVALID
               DISPLAY "keine Variante!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF NOT VA-VARIANTE
               UNLOCK ARTVAR
               DISPLAY "keine Variante!" AT 2401
               PERFORM WEITER GO C.
           MOVE VA-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           ADD 225 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stammartikel:" AT VDU-LP.
           MOVE VA-PARENT TO WD-ARNUM.
           ADD 317 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "eigene Gruppen:   (1 = ja, 0 = vom Stamm)"
               AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "eigene Preise.:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "eigene Texte..:" AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Warengruppen, MEH, Steuer"
               AT 2301.
           MOVE VA-EIGGRP TO WH-NUM.
           CALL "CAUP" USING "1004196001" WH-CREG.
           IF ESC UNLOCK ARTVAR GO V.
           IF NOT RET GO E.
           IF WH-NUM > 1 GO E.
           MOVE WH-NUM TO VA-EIGGRP.
       G.  DISPLAY "<esc>= zurueck, <ret>= Lieferant, EK, VK, Preiskart
      -        "ei" AT 2301.
           MOVE VA-EIGPREIS TO WH-NUM.
           CALL "CAUP" USING "1005196001" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM > 1 GO G.
           MOVE WH-NUM TO VA-EIGPREIS.
       I.  DISPLAY "<esc>= zurueck, <ret>= Bezeichnung, Zusatztext"
               AT 2301.
           MOVE VA-EIGTEXT TO WH-NUM.
           CALL "CAUP" USING "1006196001" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM > 1 GO I.
           MOVE WH-NUM TO VA-EIGTEXT.
           REWRITE VA-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Vererbung: Stammwerte in die Varianten uebernehmen *
      *    Stammartikel 0 = alle Familien
       VA-ABGLEICH SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vererbung abgleichen " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stammartikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer (0 = alle)"
               AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE 0 TO WZ-KOUNT.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO WH-VPARENT.
           PERFORM FAM-ABGLEICH.
           IF WH-VOK = 0
               DISPLAY "kein Stammartikel!" AT 2401
               PERFORM WEITER GO C.
           GO W.
      *--------> alle Stammsaetze; Zeiger nach jeder Familie neu <-
       E.  DISPLAY "Abgleich laeuft..." with highlight AT 2401.
           MOVE 0 TO VA-ARNUM.
           START ARTVAR KEY NOT < VA-KEY INVALID GO W.
       F.  READ ARTVAR NEXT IGNORE LOCK AT END GO W.
           IF NOT VA-KOPF GO F.
           MOVE VA-ARNUM TO WH-VPARENT.
           PERFORM FAM-ABGLEICH.
           MOVE WH-VPARENT TO VA-ARNUM.
           START ARTVAR KEY > VA-KEY INVALID GO W.
           GO F.
       W.  DISPLAY WZ-KOUNT with highlight AT 2401
               " Varianten abgeglichen." with highlight.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** eine Familie WH-VPARENT abgleichen *
       FAM-ABGLEICH SECTION.
       A.  PERFORM VA-FAMILIE.
           IF WH-VOK = 0 GO Z.
           MOVE WH-VPARENT TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE 0 TO WH-VOK GO Z.
           PERFORM STAMM-MERK.
           MOVE 1 TO WH-I2.
           MOVE 0 TO WH-I1.
       C.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 ADD 1 TO WH-I2
               MOVE 1 TO WH-I1.
           IF WH-I2 > WQ-N2 GO Z.
           IF WQ-ARNUM(WH-I2, WH-I1) = 0 GO C.
           MOVE WQ-ARNUM(WH-I2, WH-I1) TO VA-ARNUM.
           READ ARTVAR IGNORE LOCK INVALID GO C.
           MOVE VA-ARNUM TO AR-NUM.
       D.  READ ARTIKEL INVALID GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF VA-EIGGRP = 1 GO E.
           MOVE WQ-PRAGRP TO AR-RAGRP.
           MOVE WQ-PMOGRP TO AR-MOGRP.
           MOVE WQ-PKAGRP TO AR-KAGRP.
           MOVE WQ-PMEH TO AR-MEH.
           MOVE WQ-PUST TO AR-UST.
       E.  IF VA-EIGPREIS = 1 GO F.
           MOVE WQ-PTAB TO AR-TAB.
           MOVE WQ-PBVKP TO AR-BVKP.
           MOVE WQ-PFIXPR TO AR-FIXPR.
           MOVE WQ-PPRT(1) TO AR-PRTAB(1).
           MOVE WQ-PPRT(2) TO AR-PRTAB(2).
           MOVE WQ-PPRT(3) TO AR-PRTAB(3).
           MOVE WQ-PPRT(4) TO AR-PRTAB(4).
           MOVE WQ-PPRT(5) TO AR-PRTAB(5).
       F.  IF VA-EIGTEXT = 1 GO G.
           PERFORM BEZ-BILDEN.
           MOVE WQ-PBEZB TO AR-BEZB.
           MOVE WQ-PHERST TO AR-HERST.
           MOVE WQ-PFOLGE TO AR-FOLGE.
           MOVE AR-NUM TO ZU-NUM.
           IF WQ-PFOLGE = 1
               MOVE WQ-PZUTX TO ZU-TX
               WRITE ZU-SATZ INVALID REWRITE ZU-SATZ
               END-WRITE
           ELSE DELETE ZUSATZ INVALID NEXT SENTENCE.
       G.  REWRITE AR-SATZ.
           ADD 1 TO WZ-KOUNT.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Matrixerfassung zu einem offenen Auftrag: die Mengen der
      *    Varianten werden als Zeilen angehaengt, Preis, Rabatt und
      *    Einsatz aus der Preisfindung GABPREIS
      ******************************************************************
       VA-AUFTRAG SECTION.
       A.  OPEN I-O AUFKOPF AUFTRAG.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Matrixerfassung Auftrag " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftrag.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AK-NUM WH-AKNUM.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF NOT AK-VERKAUF OR AK-RENUM NOT = 0 OR AK-FAKTURIERT
               DISPLAY "Auftrag ist nicht mehr offen!" AT 2401
               PERFORM WEITER GO C.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 227 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:40) with highlight AT VDU-LP.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stammartikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1003176008" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO WH-VPARENT.
           PERFORM VA-FAMILIE.
           IF WH-VOK = 0
               DISPLAY "kein Stammartikel!" AT 2401
               PERFORM WEITER GO E.
           MOVE WH-VPARENT TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           ADD 327 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE 2 TO WH-GMODUS.
           PERFORM VA-GRID.
           IF WH-GABBR = 1 GO V.
      *--------> letzte Position des Auftrags <-
           MOVE 0 TO WH-POS.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO G.
       F.  READ AUFTRAG NEXT IGNORE LOCK AT END GO G.
           IF AU-NUM NOT = WH-AKNUM GO G.
           IF AU-POS > WH-POS MOVE AU-POS TO WH-POS.
           GO F.
       G.  MOVE 0 TO WZ-KOUNT.
           MOVE 1 TO WH-I2.
           MOVE 0 TO WH-I1.
       H.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 ADD 1 TO WH-I2
               MOVE 1 TO WH-I1.
           IF WH-I2 > WQ-N2 GO N.
           IF WQ-ARNUM(WH-I2, WH-I1) = 0 GO H.
           IF WQ-MENGE(WH-I2, WH-I1) = 0 GO H.
           PERFORM POS-ANLEGEN.
           GO H.
       N.  MOVE WZ-KOUNT TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401
               " Zeilen an den Auftrag angehaengt." with highlight.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
           CLOSE AUFKOPF AUFTRAG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
       Z.  EXIT.
      ******* eine Zeile zur Zelle WH-I1/WH-I2 anlegen *
       POS-ANLEGEN SECTION.
       A.  MOVE WQ-ARNUM(WH-I2, WH-I1) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           MOVE AK-KTONR TO WP-KTONR.
           MOVE AR-NUM TO WP-ARNUM.
           MOVE WQ-MENGE(WH-I2, WH-I1) TO WP-ANZ.
           MOVE 0 TO WP-DATUM.
           MOVE DE-KLASSE TO WP-KLASSE.
           CALL "GABPREIS" USING "10PRFIND" WH-CREG.
      *--------> Artikelsatz nach dem GABPREIS-Ruf zurueckholen <-
           MOVE WQ-ARNUM(WH-I2, WH-I1) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           ADD 1 TO WH-POS.
           INITIALIZE AU-SATZ.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-TZ.
           MOVE WH-POS TO AU-POS.
           MOVE AR-NUM TO AU-ARNUM.
           MOVE AR-MEH TO AU-MEH.
           PERFORM AU-FAKTOR.
           COMPUTE AU-ANZ = WQ-MENGE(WH-I2, WH-I1) * WH-AUFAK.
           MOVE WP-VKP TO AU-PREIS.
           MOVE WP-EKP TO AU-EKP.
           MOVE WP-RAB TO AU-RAB.
           COMPUTE AU-BET ROUNDED = WQ-MENGE(WH-I2, WH-I1)
               * WP-VKP * (1 + WP-RAB / 100).
           MOVE AR-UST TO AU-UST.
           MOVE AR-RAGRP TO AU-RAGRP.
           MOVE AR-MOGRP TO AU-MOGRP.
           MOVE AR-KAGRP TO AU-KAGRP.
           MOVE AR-GRP TO AU-GRP.
           MOVE AR-FOLGE TO AU-FOLGE.
           MOVE WP-KZ TO AU-KZ.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE AR-BEZA TO AU-BEZ(1).
           MOVE AR-BEZB TO AU-BEZ(2).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           ADD 1 TO WZ-KOUNT.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       AU-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ******************************************************************
      *    Einstieg 30: Matrix zu WVA-PARENT fuer die externe
      *    Auftragserfassung; Ergebnis je Zelle mit Menge in WVA-POS
      ******************************************************************
       VA-MATRIX SECTION.
       A.  MOVE 0 TO WVA-ANZ.
           OPEN INPUT ARTVAR.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WVA-PARENT TO WH-VPARENT.
           PERFORM VA-FAMILIE.
           CLOSE ARTVAR.
           IF WH-VOK = 0 GO Z.
           CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Matrixerfassung " with highlight AT VDU-LP.
           MOVE WH-VPARENT TO AR-NUM WD-ARNUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " AR-BEZA.
           MOVE 2 TO WH-GMODUS.
           PERFORM VA-GRID.
           IF WH-GABBR = 1 GO X.
           MOVE 1 TO WH-I2.
           MOVE 0 TO WH-I1.
       C.  ADD 1 TO WH-I1.
           IF WH-I1 > WQ-N1 ADD 1 TO WH-I2
               MOVE 1 TO WH-I1.
           IF WH-I2 > WQ-N2 GO X.
           IF WQ-ARNUM(WH-I2, WH-I1) = 0 GO C.
           IF WQ-MENGE(WH-I2, WH-I1) = 0 GO C.
           ADD 1 TO WVA-ANZ.
           MOVE WQ-ARNUM(WH-I2, WH-I1) TO WVA-ARNUM(WVA-ANZ).
           MOVE WQ-MENGE(WH-I2, WH-I1) TO WVA-MENGE(WVA-ANZ).
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Summenliste: Familien ueber den Alternativschluessel
      *    VA-PARENT; je Stammartikel und Variante Bestand, Absatz
      *    im Geschaeftsjahr und im Vorjahr (STATISTIK, entskaliert
      *    je Mengeneinheit), Summe je Stammartikel
      ******************************************************************
       VA-SUMME SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Summenliste Stammartikel " with highlight
               AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RETA GO A.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE 0 TO WM-OPSTA.
           OPEN INPUT STATISTIK.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSTA.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPSTA.
           MOVE "VARSUM.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-KOUNT WH-LPARENT.
           MOVE 0 TO VA-PARENT.
           START ARTVAR KEY NOT < VA-PARENT INVALID GO W.
       C.  READ ARTVAR NEXT IGNORE LOCK AT END GO W.
           IF VA-PARENT = WH-LPARENT GO E.
      *--------> Familienwechsel: Summe, Stammartikel als erste Zeile <-
           IF WH-LPARENT NOT = 0 PERFORM SUM-ZEILE.
           MOVE VA-PARENT TO WH-LPARENT.
           MOVE 0 TO WH-SBEST WH-SGJ WH-SVJ.
           IF WZ-ZEILEN > 58 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM SUM-KOPF.
           MOVE 2 TO WZ-SCHALT.
           MOVE VA-PARENT TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO C.
           PERFORM ART-ZEILE.
           ADD 1 TO WZ-KOUNT.
       E.  IF VA-KOPF GO C.
           MOVE VA-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO C.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM SUM-KOPF.
           PERFORM ART-ZEILE.
           GO C.
       W.  IF WH-LPARENT NOT = 0 PERFORM SUM-ZEILE.
           IF WM-OPSTA = 1 CLOSE STATISTIK.
           IF WZ-KOUNT = 0
               DISPLAY "keine Stammartikel mit Varianten," AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2401
               " Stammartikel gedruckt." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       SUM-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "V a r i a n t e n   j e   S t a m m a r t i k e l"
               TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(70:5).
           MOVE VDU-DATUM TO DRA-SATZ(75:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "Artikel" TO DRA-SATZ(2:7).
           MOVE "Bezeichnung" TO DRA-SATZ(11:11).
           MOVE "Bestand" TO DRA-SATZ(52:7).
           MOVE "Absatz GJ" TO DRA-SATZ(64:9).
           MOVE "Vorjahr" TO DRA-SATZ(79:7).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
       Z.  EXIT.
      ******* Zeile je Artikel (AR-SATZ), Summen fortschreiben *
       ART-ZEILE SECTION.
       A.  MOVE 0 TO WH-GJ WH-VJ.
           IF WM-OPSTA = 0 GO C.
           MOVE AR-NUM TO ST-ARNUM.
           READ STATISTIK IGNORE LOCK INVALID GO C.
           MOVE 0 TO WH-J.
       B.  ADD 1 TO WH-J.
           IF WH-J > 12 GO BB.
           ADD ST-MENGEN(WH-J) TO WH-GJ.
           ADD ST-MENGEN(WH-J + 12) TO WH-VJ.
           GO B.
       BB. MOVE 1 TO WH-FAKT.
           ADD AR-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO C.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-FAKT.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-FAKT.
           DIVIDE WH-FAKT INTO WH-GJ WH-VJ.
       C.  MOVE AR-NUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(2:7).
           MOVE AR-BEZA TO DRA-SATZ(11:30).
           MOVE AR-STAND TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(48:11).
           MOVE WH-GJ TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(62:11).
           MOVE WH-VJ TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(75:11).
           PERFORM DRUCK.
           ADD AR-STAND TO WH-SBEST.
           ADD WH-GJ TO WH-SGJ.
           ADD WH-VJ TO WH-SVJ.
       Z.  EXIT.
      ******************************************************************
       SUM-ZEILE SECTION.
       A.  MOVE "Summe Stammartikel" TO DRA-SATZ(11:18).
           MOVE WH-LPARENT TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(30:7).
           MOVE WH-SBEST TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(48:11).
           MOVE WH-SGJ TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(62:11).
           MOVE WH-SVJ TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(75:11).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(48:38).
           PERFORM DRUCK.
       Z.  EXIT.
