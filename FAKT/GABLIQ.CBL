      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABLIQ.
      ******************************************************************
      *   Liquiditaetsvorschau ueber 13 Wochen ab einem Stichtag       *
      *   (vorgeschlagen: Montag der laufenden Woche) mit dem von      *
      *   Hand erfassten Anfangsbestand.  Je Woche:                    *
      *     Eingaenge  Kunden      offene Posten zur Faelligkeit       *
      *                            (OP-REDAT + Nettotage lt. OP-KOND)  *
      *                            plus dem mittleren Verzug des       *
      *                            Kunden der letzten 12 Monate, bei   *
      *                            Ratenvereinbarung die offenen Raten *
      *                Lastschr.   offene Posten der Kunden mit        *
      *                            SEPA-Mandat, Einzug zur Faelligkeit *
      *                Vertraege   Abrechnungen der Wartungsvertraege  *
      *                            ab VT-NAECHST je VT-INTERV, brutto, *
      *                            plus Zahlungsziel und Verzug        *
      *     Ausgaenge  Lieferant.  KREDOPO zur Skontofrist (abzueglich *
      *                            Skonto) bzw. zu KP-FAELLIG          *
      *                Bestellung  offene Bestellmengen, brutto, zum   *
      *                            Liefertermin plus Zahlungsziel      *
      *   Ueberfaelliges faellt in die erste Woche; was nach der       *
      *   13. Woche erwartet wird, steht nur nachrichtlich in der      *
      *   Zeile "spaeter".  Liste LIQUID.LST, Tabelle LIQUID.CSV       *
      *   (Strichpunkt-getrennt).                                      *
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
           COPY GABSERAT.CPY.
           COPY GABSEKOP.CPY.
           COPY GABSEVTR.CPY.
           COPY GABSEBES.CPY.
           COPY GABSEDRU.CPY.
           SELECT EXPDAT   ASSIGN TO "LIQUID.CSV"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKONST.CPY.
       COPY GABRATEN.CPY.
       COPY GABKREDO.CPY.
       COPY GABVERTR.CPY.
       COPY GABBESTE.CPY.
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EX-ZEILE                    PIC X(200).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRL-SATZ.
           03  DRL-KOPF.
               05  FILLER              PIC X.
               05  DRL-WO              PIC Z9.
               05  FILLER              PIC X.
               05  DRL-VON             PIC X(8).
               05  FILLER              PIC X.
               05  DRL-BIS             PIC X(8).
           03  DRL-TX REDEFINES DRL-KOPF PIC X(21).
      *--------> 1 Anfang, 2 - 6 wie WW-BET, 7 Endbestand <-
           03  DRL-SP                                       OCCURS 7.
               05  FILLER              PIC X.
               05  DRL-BET             PIC ZZ.ZZZ.ZZ9,99-.
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
           03  WM-OPRAT                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKOP                PIC 9         COMP  VALUE ZERO.
           03  WM-OPVTR                PIC 9         COMP  VALUE ZERO.
           03  WM-OPBES                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *--------------------------> Parameter <--
           03  WH-MNETTO               PIC 999       COMP.
           03  WH-UST                  PIC 99V99     COMP-3.
           03  WH-BZIEL                PIC 999       COMP.
           03  WV-START                PIC 9(6)      COMP.
           03  WS-ANFANG               PIC S9(11)V99 COMP-3.
      *--------------------------> Tageszahlen <--
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-START                PIC 9(8)      COMP.
           03  WA-ENDE                 PIC 9(8)      COMP.
           03  WA-FAELL                PIC 9(8)      COMP.
           03  WA-AUSGL                PIC 9(8)      COMP.
           03  WA-HILF                 PIC 9(8)      COMP.
           03  WA-ERW                  PIC S9(8)     COMP.
           03  WA-TAGE                 PIC S9(8)     COMP.
           03  WM-WT                   PIC 9         COMP.
           03  WH-DAT6                 PIC 9(6)      COMP.
           03  WK-SKONT                PIC 9(13).
           03  WR-SKONT REDEFINES WK-SKONT.
               05  WK-SK1              PIC 9V9.
               05  WK-TG1              PIC 999.
               05  WK-SK2              PIC 9V9.
               05  WK-TG2              PIC 999.
               05  WK-TGN              PIC 999.
      *--------------------------> Zahlverhalten des Kunden <--
           03  WM-KTONR                PIC 9(6)      COMP.
           03  WM-LAST                 PIC 9         COMP.
           03  WZ-ZANZ                 PIC 9(5)      COMP.
           03  WS-VTAGE                PIC S9(9)     COMP.
           03  WH-VERZUG               PIC S9(4)     COMP.
      *--------------------------> Ratenvereinbarung <--
           03  WM-RATPLAN              PIC 9         COMP.
           03  WM-R                    PIC 99        COMP.
           03  WM-RANZ                 PIC 99        COMP.
           03  WS-GETILGT              PIC S9(9)V99  COMP-3.
           03  WS-RREST                PIC S9(9)V99  COMP-3.
      *--------------------------> Betraege <--
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-BETRAG               PIC S9(9)V99  COMP-3.
           03  WH-VSUM                 PIC S9(9)V99  COMP-3.
           03  WS-VBRUTTO              PIC S9(9)V99  COMP-3.
           03  WS-BESTAND              PIC S9(11)V99 COMP-3.
           03  WS-EIN                  PIC S9(11)V99 COMP-3.
           03  WS-AUS                  PIC S9(11)V99 COMP-3.
      *--------> Wochen 1 - 13, 14 = spaeter; Spalten 1 Kunden,
      *          2 Lastschriften, 3 Vertraege, 4 Lieferanten,
      *          5 Bestellungen <-
           03  WM-W                    PIC 9(5)      COMP.
           03  WM-KAT                  PIC 9         COMP.
           03  WW-TABELLE.
               05  WW-TAB                                   OCCURS 14.
                   07  WW-BET          PIC S9(11)V99 COMP-3 OCCURS 5.
           03  WS-SUMME                PIC S9(11)V99 COMP-3 OCCURS 5.
      *--------------------------> CSV-Zeile <--
           03  WH-ZEILE                PIC X(200).
           03  WH-PTR                  PIC 999       COMP.
           03  WH-FELD                 PIC X(40).
           03  WH-LEAD                 PIC 99        COMP.
           03  WD-CSVB                 PIC -(11)9,99.
           03  WD-CSVN                 PIC Z(8)9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-TAGE                 PIC ZZ9.
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
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RATEN.
       A.  CALL "CADECL" USING "GABISRAT.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KREDOPO.
       A.  CALL "CADECL" USING "GABISKOP.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VERTRAG.
       A.  CALL "CADECL" USING "GABISVTR.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON VERTRPOS.
       A.  CALL "CADECL" USING "GABISVTP.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BESTKOPF.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "LIQUID.CSV" WH-CREG.
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
           IF WL-CA = 10 PERFORM LIQ-VORSCHAU GO X.
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
      ********* Nettotage (Mahnwesen) und Normalsteuersatz *
       PAR-LESEN SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 42 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-MAHSATZ.
           MOVE KM-NETTO TO WH-MNETTO.
           IF WH-MNETTO = 0 MOVE 30 TO WH-MNETTO.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE 0 TO KO-UST(1).
           MOVE KO-UST(1) TO WH-UST.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ****************************** Liquiditaetsvorschau rechnen *
       LIQ-VORSCHAU SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Liquiditaetsvorschau 13 Wochen " with highlight
               AT VDU-LP.
           PERFORM PAR-LESEN.
      *--------> Vorschlag: Montag der laufenden Woche (Tag 1 der
      *          Tageszahl war ein Montag) <-
           COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-TAGE = WA-HEUTE - 1.
           DIVIDE WA-TAGE BY 7 GIVING WA-HILF REMAINDER WM-WT.
           COMPUTE WA-START = WA-HEUTE - WM-WT.
           COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WA-START).
           COMPUTE WV-START = WX-DATUM - 20000000.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Beginn Woche 1:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Anfangsbestand:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zahlungsziel Bestellungen:      Tage" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "-> LIQUID.LST und LIQUID.CSV" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Beginn der ersten Woche"
               AT 2301.
           MOVE WV-START TO WZ-DATUM.
           CALL "CAUP" USING "1103206006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE WZ-DATUM TO WV-START.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Kontostand zu Beginn (Bank un
      -        "d Kasse)" AT 2301.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1004206212" WH-CREG.
           IF ESC GO Y.
           IF WOLI GO B.
           IF NOT RET GO C.
           MOVE WH-WERT TO WS-ANFANG.
       E.  DISPLAY "<esc>= Abbruch, <ret>= Tage vom Liefertermin bis zur
      -        " Zahlung" AT 2301.
           MOVE 30 TO WH-WERT.
           CALL "CAUP" USING "1005303003" WH-CREG.
           IF ESC GO Y.
           IF WOLI GO C.
           IF NOT RET GO E.
           MOVE WH-WERT TO WH-BZIEL.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Vorschau rechnen" AT 2301.
           CALL "CAUP" USING "0023411000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO G.
           DISPLAY "Lauf..." with highlight AT 2401.
           COMPUTE WX-DATUM = WV-START + 20000000.
           COMPUTE WA-START = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-ENDE = WA-START + 90.
           INITIALIZE WW-TABELLE.
           PERFORM DATEIEN-AUF.
           PERFORM OP-LAUF.
           PERFORM KRED-LAUF.
           PERFORM VTR-LAUF.
           PERFORM BEST-LAUF.
           PERFORM DATEIEN-ZU.
           PERFORM AUSGABE.
           MOVE WS-BESTAND TO WD-BET.
           DISPLAY "Endbestand Woche 13:" AT 2120
               WD-BET with highlight.
           DISPLAY "LIQUID.LST und LIQUID.CSV geschrieben." AT 2220.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       DATEIEN-AUF SECTION.
       A.  MOVE 0 TO WM-OPDEB WM-DBZOP WM-OPRAT WM-OPKOP WM-OPVTR
               WM-OPBES.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-DBZOP.
           OPEN INPUT RATEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPRAT.
           OPEN INPUT KREDOPO.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKOP.
           OPEN INPUT VERTRAG.
           IF WF-STATUS NOT = "00" GO E.
           OPEN INPUT VERTRPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPVTR
               ELSE CLOSE VERTRAG.
       E.  OPEN INPUT BESTKOPF.
           IF WF-STATUS NOT = "00" GO Z.
           OPEN INPUT BESTPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBES
               ELSE CLOSE BESTKOPF.
       Z.  EXIT.
      ******************************************************************
       DATEIEN-ZU SECTION.
       A.  IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-DBZOP = 1 CLOSE DEBZUS.
           IF WM-OPRAT = 1 CLOSE RATEN.
           IF WM-OPKOP = 1 CLOSE KREDOPO.
           IF WM-OPVTR = 1 CLOSE VERTRAG VERTRPOS.
           IF WM-OPBES = 1 CLOSE BESTKOPF BESTPOS.
       Z.  EXIT.
      ***** offene Posten nach Kunde: je Kunde zuerst das
      *     Zahlverhalten, dann die offenen Posten verteilen
       OP-LAUF SECTION.
       A.  MOVE 0 TO WM-KTONR WM-LAST WH-VERZUG.
           MOVE 0 TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID GO Z.
       C.  READ OFFPOST NEXT IGNORE LOCK AT END GO Z.
      *--------> Kundenwechsel: Verhalten ermitteln und danach den
      *          ersten Satz des Kunden nochmals lesen <-
           IF OP-KTONR NOT = WM-KTONR
               MOVE OP-KTONR TO WM-KTONR
               PERFORM KD-VERHALTEN
               MOVE WM-KTONR TO OP-KTONR
               START OFFPOST KEY NOT < OP-KTONR INVALID GO Z
               GO C.
           IF OP-AUSGL NOT = 0 GO C.
      *--------> beim Inkassobuero: Eingang nicht planbar <-
           IF OP-INKASSO GO C.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF WS-OPREST NOT > 0 GO C.
           MOVE OP-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
           COMPUTE WX-DATUM = OP-REDAT + 20000000.
           COMPUTE WA-FAELL = FUNCTION INTEGER-OF-DATE(WX-DATUM)
               + WK-TGN.
           IF WM-LAST = 1 MOVE 2 TO WM-KAT
               ELSE MOVE 1 TO WM-KAT.
      *--------> Gutschrift mindert den Eingang zur Faelligkeit <-
           IF OP-GUTSCHRIFT
               COMPUTE WS-BETRAG = WS-OPREST * -1
               MOVE WA-FAELL TO WA-ERW
               GO E.
           IF WM-OPRAT = 1
               PERFORM RATEN-PLAN
               IF WM-RATPLAN = 1 GO C.
           MOVE WS-OPREST TO WS-BETRAG.
           IF WM-LAST = 1 MOVE WA-FAELL TO WA-ERW
               ELSE COMPUTE WA-ERW = WA-FAELL + WH-VERZUG.
       E.  PERFORM WOCHE-BUCHEN.
           GO C.
       Z.  EXIT.
      ***** Zahlverhalten des Kunden WM-KTONR: mittlerer Verzug
      *     ueber die Faelligkeit bei den in den letzten 12 Monaten
      *     ausgeglichenen Rechnungen (negativ = zahlt vorher);
      *     Lastschriftkunde, wenn ein Mandat hinterlegt ist
       KD-VERHALTEN SECTION.
       A.  MOVE 0 TO WH-VERZUG WM-LAST WZ-ZANZ WS-VTAGE.
           IF WM-DBZOP = 0 GO B.
           MOVE WM-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO B.
           IF DZ-LASTSCHR AND DZ-IBAN NOT = SPACE
              AND DZ-MREF NOT = SPACE
               MOVE 1 TO WM-LAST.
       B.  MOVE WM-KTONR TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID GO X.
       C.  READ OFFPOST NEXT IGNORE LOCK AT END GO X.
           IF OP-KTONR NOT = WM-KTONR GO X.
           IF OP-AUSGL = 0 GO C.
           IF OP-GUTSCHRIFT GO C.
           COMPUTE WX-DATUM = OP-AUSGL + 20000000.
           COMPUTE WA-AUSGL = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-AUSGL + 365 < WA-HEUTE GO C.
           MOVE OP-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
           COMPUTE WX-DATUM = OP-REDAT + 20000000.
           COMPUTE WA-FAELL = FUNCTION INTEGER-OF-DATE(WX-DATUM)
               + WK-TGN.
           COMPUTE WA-TAGE = WA-AUSGL - WA-FAELL.
           ADD 1 TO WZ-ZANZ.
           ADD WA-TAGE TO WS-VTAGE.
           GO C.
       X.  IF WZ-ZANZ > 0
               COMPUTE WH-VERZUG ROUNDED = WS-VTAGE / WZ-ZANZ.
       Z.  EXIT.
      ***** Posten mit laufender Ratenvereinbarung: die offenen
      *     Raten zu ihrer Faelligkeit (Eingaenge seit Abschluss
      *     tilgen die Raten der Reihe nach, wie in GABRATE)
       RATEN-PLAN SECTION.
       A.  MOVE 0 TO WM-RATPLAN.
           MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           READ RATEN IGNORE LOCK INVALID GO Z.
           IF NOT RA-AKTIV GO Z.
           MOVE 1 TO WM-RATPLAN.
           COMPUTE WS-GETILGT = OP-BEZAHLT + OP-SKONTO - RA-BASIS.
           MOVE RA-ANZ TO WM-RANZ.
           MOVE WS-OPREST TO WS-RREST.
           MOVE WA-START TO WA-ERW.
           MOVE 1 TO WM-R.
       C.  IF WM-R > WM-RANZ GO X.
           MOVE WM-R TO RA-NR.
           READ RATEN IGNORE LOCK INVALID GO X.
           MOVE RA-BETRAG TO WS-BETRAG.
           IF WS-GETILGT NOT > 0 GO D.
           IF WS-GETILGT NOT < WS-BETRAG
               SUBTRACT WS-BETRAG FROM WS-GETILGT
               GO E.
           SUBTRACT WS-GETILGT FROM WS-BETRAG.
           MOVE 0 TO WS-GETILGT.
       D.  IF WS-BETRAG > WS-RREST MOVE WS-RREST TO WS-BETRAG.
           IF WS-BETRAG NOT > 0 GO X.
           COMPUTE WX-DATUM = RA-FAELL + 20000000.
           COMPUTE WA-ERW = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           PERFORM WOCHE-BUCHEN.
           SUBTRACT WS-BETRAG FROM WS-RREST.
       E.  ADD 1 TO WM-R.
           GO C.
      *--------> was die Raten nicht decken, mit der letzten Rate <-
       X.  IF WS-RREST NOT > 0 GO Z.
           MOVE WS-RREST TO WS-BETRAG.
           PERFORM WOCHE-BUCHEN.
       Z.  EXIT.
      ***** Betrag WS-BETRAG der Spalte WM-KAT zur Woche des
      *     Tages WA-ERW; Ueberfaelliges in Woche 1
       WOCHE-BUCHEN SECTION.
       A.  IF WA-ERW < WA-START MOVE 1 TO WM-W GO B.
           COMPUTE WM-W = (WA-ERW - WA-START) / 7 + 1.
           IF WM-W > 14 MOVE 14 TO WM-W.
       B.  ADD WS-BETRAG TO WW-BET(WM-W, WM-KAT).
       Z.  EXIT.
      ***** Lieferantenrechnungen: innerhalb der Skontofrist mit
      *     Skonto zum Fristende, sonst zur Faelligkeit
       KRED-LAUF SECTION.
       A.  IF WM-OPKOP = 0 GO Z.
           MOVE 4 TO WM-KAT.
           MOVE LOW-VALUE TO KP-KEY.
           START KREDOPO KEY NOT < KP-KEY INVALID GO Z.
       C.  READ KREDOPO NEXT IGNORE LOCK AT END GO Z.
           IF KP-AUSGL NOT = 0 GO C.
           COMPUTE WS-BETRAG = KP-BETRAG - KP-BEZAHLT.
           IF WS-BETRAG = 0 GO C.
           IF KP-SKTOPZ = 0 OR KP-SKTOBIS < WV-START
              OR WS-BETRAG < 0
               GO D.
           COMPUTE WS-BETRAG ROUNDED =
               WS-BETRAG * (100 - KP-SKTOPZ) / 100.
           MOVE KP-SKTOBIS TO WH-DAT6.
           GO E.
       D.  MOVE KP-FAELLIG TO WH-DAT6.
           IF WH-DAT6 = 0 MOVE KP-REDAT TO WH-DAT6.
       E.  IF WH-DAT6 = 0 MOVE WA-START TO WA-ERW GO G.
           COMPUTE WX-DATUM = WH-DAT6 + 20000000.
           COMPUTE WA-ERW = FUNCTION INTEGER-OF-DATE(WX-DATUM).
       G.  PERFORM WOCHE-BUCHEN.
           GO C.
       Z.  EXIT.
      ***** Wartungsvertraege: jede Abrechnung bis zum Ende der
      *     13. Woche, Eingang nach Zahlungsziel und Verzug des
      *     Kunden (Lastschrift: zur Faelligkeit)
       VTR-LAUF SECTION.
       A.  IF WM-OPVTR = 0 GO Z.
           MOVE 3 TO WM-KAT.
           MOVE 0 TO VT-NUM.
           START VERTRAG KEY > VT-KEY INVALID GO Z.
       C.  READ VERTRAG NEXT IGNORE LOCK AT END GO Z.
           IF NOT VT-AKTIV GO C.
           IF VT-NAECHST = 0 GO C.
           PERFORM VTR-SUMME.
           IF WH-VSUM = 0 GO C.
           MOVE VT-KTONR TO WM-KTONR.
           PERFORM KD-VERHALTEN.
           IF WM-LAST = 1 MOVE 0 TO WH-VERZUG.
           MOVE 0 TO DE-KOND DE-UST.
           MOVE VT-KTONR TO DE-KTONR.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID
                   MOVE 0 TO DE-KOND DE-UST.
           MOVE DE-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
      *--------> steuerfreie Kunden (DE-UST 1) netto <-
           IF DE-UST = 1 MOVE WH-VSUM TO WS-VBRUTTO
               ELSE COMPUTE WS-VBRUTTO ROUNDED =
                   WH-VSUM * (100 + WH-UST) / 100.
           MOVE VT-NAECHST TO WZ-DATUM.
       E.  IF VT-ENDDAT NOT = 0 AND WZ-DATUM > VT-ENDDAT GO C.
           IF WZ-TAG > 28 MOVE 28 TO WZ-TAG.
           COMPUTE WX-DATUM = WZ-DATUM + 20000000.
           COMPUTE WA-HILF = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-HILF > WA-ENDE GO C.
           IF WA-HILF < WA-START MOVE WA-START TO WA-HILF.
           COMPUTE WA-ERW = WA-HILF + WK-TGN + WH-VERZUG.
           MOVE WS-VBRUTTO TO WS-BETRAG.
           PERFORM WOCHE-BUCHEN.
           IF VT-INTERV = 0 GO C.
      *--------> naechster Termin wie im Abrechnungslauf <-
           ADD VT-INTERV TO WZ-MONAT.
       F.  IF WZ-MONAT > 12
               SUBTRACT 12 FROM WZ-MONAT
               ADD 1 TO WZ-JAHR
               GO F.
           GO E.
       Z.  EXIT.
      ********* Nettosumme eines Vertrags aus den Positionen *
       VTR-SUMME SECTION.
       A.  MOVE 0 TO WH-VSUM.
           MOVE VT-NUM TO VP-NUM.
           MOVE 0 TO VP-POS.
           START VERTRPOS KEY NOT < VP-KEY INVALID GO Z.
       C.  READ VERTRPOS NEXT IGNORE LOCK AT END GO Z.
           IF VP-NUM NOT = VT-NUM GO Z.
           COMPUTE WH-VSUM ROUNDED = WH-VSUM + VP-ANZ * VP-PREIS.
           GO C.
       Z.  EXIT.
      ***** offene Bestellungen: noch nicht gelieferte Mengen,
      *     brutto, Zahlung Liefertermin plus Zahlungsziel
       BEST-LAUF SECTION.
       A.  IF WM-OPBES = 0 GO Z.
           MOVE 5 TO WM-KAT.
           MOVE 0 TO BK-NUM.
           START BESTKOPF KEY > BK-KEY INVALID GO Z.
       C.  READ BESTKOPF NEXT IGNORE LOCK AT END GO Z.
           IF BK-ERLEDIGT GO C.
           MOVE 0 TO WH-VSUM.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO G.
       E.  READ BESTPOS NEXT IGNORE LOCK AT END GO G.
           IF BP-NUM NOT = BK-NUM GO G.
           IF BP-GELIEF < BP-ANZ
               COMPUTE WH-VSUM ROUNDED =
                   WH-VSUM + (BP-ANZ - BP-GELIEF) * BP-PREIS.
           GO E.
       G.  IF WH-VSUM NOT > 0 GO C.
           COMPUTE WS-BETRAG ROUNDED = WH-VSUM * (100 + WH-UST) / 100.
           MOVE BK-LIEFDAT TO WH-DAT6.
           IF WH-DAT6 = 0 MOVE BK-DATUM TO WH-DAT6.
           COMPUTE WX-DATUM = WH-DAT6 + 20000000.
           COMPUTE WA-HILF = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-HILF < WA-START MOVE WA-START TO WA-HILF.
           COMPUTE WA-ERW = WA-HILF + WH-BZIEL.
           PERFORM WOCHE-BUCHEN.
           GO C.
       Z.  EXIT.
      ********************** Wochentabelle drucken, CSV schreiben *
       AUSGABE SECTION.
       A.  MOVE "LIQUID.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Liquiditaetsvorschau 13 Wochen ab" TO DRA-SATZ(2:).
           MOVE WV-START TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(36:8).
           MOVE "Stand" TO DRA-SATZ(47:5).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(53:8).
           PERFORM DRUCK.
           MOVE "Kunden: Faelligkeit plus mittlerer Verzug des Kunden;"
               TO DRA-SATZ(2:).
           MOVE "Bestellungen: Liefertermin plus" TO DRA-SATZ(56:31).
           MOVE WH-BZIEL TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(88:3).
           MOVE "Tage" TO DRA-SATZ(92:4).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:125).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(38:44).
           MOVE " Eingaenge " TO DRA-SATZ(54:11).
           MOVE ALL "-" TO DRA-SATZ(83:29).
           MOVE " Ausgaenge " TO DRA-SATZ(92:11).
           PERFORM DRUCK.
           MOVE "Wo" TO DRA-SATZ(2:2).
           MOVE "von" TO DRA-SATZ(5:3).
           MOVE "bis" TO DRA-SATZ(14:3).
           MOVE "Anfang" TO DRA-SATZ(31:6).
           MOVE "Kunden" TO DRA-SATZ(46:6).
           MOVE "Lastschr." TO DRA-SATZ(58:9).
           MOVE "Vertraege" TO DRA-SATZ(73:9).
           MOVE "Lieferant." TO DRA-SATZ(87:10).
           MOVE "Bestellung" TO DRA-SATZ(102:10).
           MOVE "Ende" TO DRA-SATZ(123:4).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:125).
           PERFORM DRUCK.
           OPEN OUTPUT EXPDAT.
           MOVE "Woche;von;bis;Anfangsbestand;Kunden;Lastschriften;Vert
      -        "raege;Lieferanten;Bestellungen;Endbestand" TO EX-ZEILE.
           WRITE EX-ZEILE.
           MOVE WS-ANFANG TO WS-BESTAND.
           MOVE 0 TO WS-SUMME(1) WS-SUMME(2) WS-SUMME(3) WS-SUMME(4)
               WS-SUMME(5).
           PERFORM VARYING WM-W FROM 1 BY 1 UNTIL WM-W > 13
               PERFORM WOCHE-ZEILE.
           CLOSE EXPDAT.
           MOVE ALL "-" TO DRA-SATZ(2:125).
           PERFORM DRUCK.
      *--------------------> Summe der 13 Wochen <-
           MOVE SPACE TO DRL-SATZ.
           MOVE "Summe 13 Wochen" TO DRL-TX(2:).
           MOVE WS-ANFANG TO DRL-BET(1).
           PERFORM VARYING WM-KAT FROM 1 BY 1 UNTIL WM-KAT > 5
               MOVE WS-SUMME(WM-KAT) TO DRL-BET(WM-KAT + 1).
           MOVE WS-BESTAND TO DRL-BET(7).
           PERFORM DRUCK.
      *--------------------> nach der 13. Woche, nachrichtlich <-
           MOVE SPACE TO DRL-SATZ.
           MOVE "spaeter" TO DRL-TX(2:).
           PERFORM VARYING WM-KAT FROM 1 BY 1 UNTIL WM-KAT > 5
               MOVE WW-BET(14, WM-KAT) TO DRL-BET(WM-KAT + 1).
           PERFORM DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
      ***** eine Woche: Zeile in Liste und CSV, Bestand fortschreiben *
       WOCHE-ZEILE SECTION.
       A.  COMPUTE WS-EIN = WW-BET(WM-W, 1) + WW-BET(WM-W, 2)
               + WW-BET(WM-W, 3).
           COMPUTE WS-AUS = WW-BET(WM-W, 4) + WW-BET(WM-W, 5).
           MOVE SPACE TO DRL-SATZ.
           MOVE WM-W TO DRL-WO.
           COMPUTE WA-HILF = WA-START + (WM-W - 1) * 7.
           COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WA-HILF).
           COMPUTE WC-DATUM = WX-DATUM - 20000000.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRL-VON.
           ADD 6 TO WA-HILF.
           COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WA-HILF).
           COMPUTE WC-DATUM = WX-DATUM - 20000000.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRL-BIS.
           MOVE WS-BESTAND TO DRL-BET(1).
           PERFORM VARYING WM-KAT FROM 1 BY 1 UNTIL WM-KAT > 5
               MOVE WW-BET(WM-W, WM-KAT) TO DRL-BET(WM-KAT + 1)
               ADD WW-BET(WM-W, WM-KAT) TO WS-SUMME(WM-KAT).
      *--------------------> CSV: Woche, Daten, Anfangsbestand <-
           MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-PTR.
           MOVE WM-W TO WD-CSVN.
           PERFORM NUM-ANF.
           MOVE DRL-VON TO WH-FELD.
           PERFORM FELD-ANF.
           MOVE DRL-BIS TO WH-FELD.
           PERFORM FELD-ANF.
           MOVE WS-BESTAND TO WD-CSVB.
           PERFORM BET-ANF.
           PERFORM VARYING WM-KAT FROM 1 BY 1 UNTIL WM-KAT > 5
               MOVE WW-BET(WM-W, WM-KAT) TO WD-CSVB
               PERFORM BET-ANF.
           COMPUTE WS-BESTAND = WS-BESTAND + WS-EIN - WS-AUS.
           MOVE WS-BESTAND TO DRL-BET(7) WD-CSVB.
           PERFORM BET-ANF.
           PERFORM DRUCK.
      *--------------------> letzten Strichpunkt entfernen <-
           SUBTRACT 1 FROM WH-PTR.
           MOVE SPACE TO WH-ZEILE(WH-PTR:1).
           MOVE WH-ZEILE TO EX-ZEILE.
           WRITE EX-ZEILE.
       Z.  EXIT.
      ************************** Feld an die CSV-Zeile anhaengen *
       FELD-ANF SECTION.
       A.  STRING WH-FELD DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               INTO WH-ZEILE WITH POINTER WH-PTR.
           MOVE SPACE TO WH-FELD.
       Z.  EXIT.
      ******************************************************************
       BET-ANF SECTION.
       A.  MOVE 0 TO WH-LEAD.
           INSPECT WD-CSVB TALLYING WH-LEAD FOR LEADING SPACE.
           MOVE WD-CSVB(WH-LEAD + 1:) TO WH-FELD.
           PERFORM FELD-ANF.
       Z.  EXIT.
      ******************************************************************
       NUM-ANF SECTION.
       A.  MOVE 0 TO WH-LEAD.
           INSPECT WD-CSVN TALLYING WH-LEAD FOR LEADING SPACE.
           MOVE WD-CSVN(WH-LEAD + 1:) TO WH-FELD.
           PERFORM FELD-ANF.
       Z.  EXIT.
