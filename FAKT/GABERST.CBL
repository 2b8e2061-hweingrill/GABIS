      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABERST.
      ******************************************************************
      *   Erstattung von Kundenguthaben: Gutschriften (OP-ART 9) und   *
      *   Ueberzahlungen bleiben als Habenposten im OFFPOST stehen.    *
      *   Der Lauf saldiert je Kunde alle offenen Posten (Gutschrift   *
      *   mit Minus); ergibt sich ein Guthaben, wird es auf die IBAN   *
      *   aus DEBZUS (DZ-IBAN) zurueckueberwiesen.                     *
      *                                                                *
      *   Zweistufig wie GABKRED: zuerst der Erstattungsvorschlag      *
      *   ERSTVOR.LST mit der Ausnahmeliste (Kunden ohne IBAN oder     *
      *   mit Posten beim Inkassobuero), erst nach der Bestaetigung    *
      *   die pain.001-Datei ERSTATT.XML und der Ausgleich aller       *
      *   offenen Posten der erstatteten Kunden; jeder Ausgleich       *
      *   geht als Zahlung (Herkunft 7) ins Zahlungsjournal (GABZJR).  *
      *   Ein Abbruch laesst alle Posten offen.  Hat sich ein Posten   *
      *   seit dem Vorschlag geaendert, wird der Kunde weder aus-      *
      *   geglichen noch in die pain.001 geschrieben.                  *
      *   Unsere Bankdaten: KONSTANT 52 (Pflege in GABSEPA).           *
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
           SELECT XMLDAT   ASSIGN TO "ERSTATT.XML"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       FD  XMLDAT                      LABEL RECORD STANDARD.
       01  XM-ZEILE                    PIC X(250).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WV-AUSF                 PIC 9(6)      COMP.
           03  WH-ZJLAUF               PIC 9(6)      COMP.
           03  WH-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-SUMME                PIC S9(11)V99 COMP-3.
      *--------------------> Gruppenwechsel je Kunde <--
           03  WH-KTONR                PIC 9(6)      COMP.
           03  WS-SALDO                PIC S9(11)V99 COMP-3.
           03  WM-INK                  PIC 9         COMP.
           03  WM-KVOLL                PIC 9         COMP.
           03  WH-GRUND                PIC 9         COMP.
           03  WH-PBEG                 PIC 9999      COMP.
           03  WZ-GEAEND               PIC 9999      COMP.
           03  WZ-KDGEAEND             PIC 999       COMP.
           03  WH-KX                   PIC 999       COMP.
           03  WH-KY                   PIC 999       COMP.
      *--------------------> erstattete Kunden des Laufs <--
           03  WA-ANZ                  PIC 999       COMP  VALUE ZERO.
           03  WA-TAB                                       OCCURS 200.
               05  WA-KTONR            PIC 9(6)      COMP.
               05  WA-BETR             PIC S9(9)V99  COMP-3.
      *------> Posten des Kunden in WP-TAB; 1 = Posten inzwischen
      *        geaendert, Kunde wird nicht erstattet <-
               05  WA-PVON             PIC 9999      COMP.
               05  WA-PBIS             PIC 9999      COMP.
               05  WA-GEAEND           PIC 9         COMP.
      *--------------> auszugleichende Posten dieser Kunden <--
           03  WP-ANZ                  PIC 9999      COMP  VALUE ZERO.
           03  WP-TAB                                       OCCURS 999.
               05  WP-RENUM            PIC 9(7)      COMP.
               05  WP-REST             PIC S9(9)V99  COMP-3.
      *------> Ausnahmen: 1 = ohne IBAN, 2 = Posten beim Inkasso <--
           03  WB-ANZ                  PIC 99        COMP  VALUE ZERO.
           03  WB-TAB                                       OCCURS 50.
               05  WB-KTONR            PIC 9(6)      COMP.
               05  WB-BETR             PIC S9(9)V99  COMP-3.
               05  WB-GRUND            PIC 9         COMP.
      *--------------------> unsere Daten (KONSTANT 52) <--
           03  WK-IBAN                 PIC X(34).
           03  WK-BIC                  PIC X(11).
           03  WN-ZEIT.
               05 WN-ZEIT6             PIC 9(6).
               05 FILLER               PIC 99.
           03  WD-BETX                 PIC -(9)9,99.
           03  WD-ANZN                 PIC 9(4).
           03  WD-ANZX                 PIC ZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-KTONR                PIC 9(6).
           03  WD-DATX.
               05 WD-DXJJ              PIC 9999.
               05 FILLER               PIC X VALUE "-".
               05 WD-DXMM              PIC 99.
               05 FILLER               PIC X VALUE "-".
               05 WD-DXTT              PIC 99.
           03  WD-ZEITX.
               05 WD-ZXHH              PIC 99.
               05 FILLER               PIC X VALUE ":".
               05 WD-ZXMM              PIC 99.
               05 FILLER               PIC X VALUE ":".
               05 WD-ZXSS              PIC 99.
       COPY GABZJRSC.CPY.
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
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON XMLDAT.
       A.  CALL "CADECL" USING "ERSTATT.XML" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM ERST-LAUF GO W.
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
      ********** Erstattungslauf in zwei Stufen *
       ERST-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Erstattung Kundenguthaben " with highlight
               AT VDU-LP.
      *--------------> unsere Bankdaten <-
           MOVE SPACE TO WK-IBAN WK-BIC.
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 52 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
               MOVE SPACE TO KSE-IBAN KSE-BIC.
           MOVE KSE-IBAN TO WK-IBAN.
           MOVE KSE-BIC TO WK-BIC.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WK-IBAN = SPACE
               DISPLAY "Bankdaten fehlen (KONSTANT 52, GABSEPA)!"
                   AT 2401
               PERFORM WEITER GO Y.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "ausfuehren am:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102196006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WV-AUSF.
      *-----------------------------> Stufe 1: saldieren <-
           DISPLAY "Lauf..." with highlight AT 2401.
           OPEN INPUT OFFPOST DEBZUS.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           MOVE 0 TO WA-ANZ WB-ANZ WP-ANZ WS-SUMME.
           MOVE 0 TO WH-KTONR WS-SALDO WM-INK WM-KVOLL WH-PBEG.
           MOVE 0 TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID GO H.
       E.  READ OFFPOST NEXT IGNORE LOCK AT END GO H.
           IF OP-KTONR NOT = WH-KTONR
               PERFORM KUNDE-ABSCHL
               MOVE OP-KTONR TO WH-KTONR
               MOVE 0 TO WS-SALDO WM-INK WM-KVOLL
               MOVE WP-ANZ TO WH-PBEG.
           IF OP-AUSGL NOT = 0 GO E.
      *--------> beim Inkassobuero: Kunde nicht erstatten <-
           IF OP-INKASSO MOVE 1 TO WM-INK GO E.
           COMPUTE WH-OPREST =
               OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF WH-OPREST = 0 GO E.
           IF OP-GUTSCHRIFT
               SUBTRACT WH-OPREST FROM WS-SALDO
               ELSE ADD WH-OPREST TO WS-SALDO.
           IF WP-ANZ > 998 MOVE 1 TO WM-KVOLL GO E.
           ADD 1 TO WP-ANZ.
           MOVE OP-RENUM TO WP-RENUM(WP-ANZ).
           MOVE WH-OPREST TO WP-REST(WP-ANZ).
           GO E.
       H.  PERFORM KUNDE-ABSCHL.
           CLOSE OFFPOST.
           IF WA-ANZ = 0
               IF WB-ANZ = 0
                   DISPLAY "keine Kundenguthaben," AT 2401
               ELSE
                   PERFORM VORSCHLAG-LISTE
                   DISPLAY "nur Guthaben ohne IBAN / beim Inkasso"
                       " (Ausnahmeliste ERSTVOR.LST)!" AT 2401
               END-IF
               CLOSE DEBZUS
               IF WM-OPDEB = 1 CLOSE DEBITOR
               END-IF
               PERFORM WEITER GO Y.
      *-----------------------------> Vorschlag drucken <-
           PERFORM VORSCHLAG-LISTE.
           MOVE WA-ANZ TO WD-ANZX.
           MOVE WS-SUMME TO WD-BET.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZX with highlight AT VDU-LP
               " Erstattungen ueber" WD-BET with highlight.
           IF WB-ANZ NOT = 0
               MOVE WB-ANZ TO WD-ANZX
               ADD 503 VDU-ECK GIVING VDU-LP
               DISPLAY WD-ANZX with highlight AT VDU-LP
                   " Kunden auf der Ausnahmeliste".
      *-----------------------------> Stufe 2: bestaetigen <-
       K.  DISPLAY "<ret>= erstatten (pain.001 + ausgleichen), <esc>=
      -        " Abbruch" AT 2301.
           CALL "CAUP" USING "0023661000" WH-CREG.
           IF ESC
               CLOSE DEBZUS
               IF WM-OPDEB = 1 CLOSE DEBITOR
               END-IF
               DISPLAY "abgebrochen - keine Buchung." AT 2401
               PERFORM WEITER GO Y.
           IF NOT RET GO K.
      *--------> erst ausgleichen, dann nur die vollstaendig
      *          ausgeglichenen Kunden in die pain.001 <-
           CALL "GABZJR" USING "30NEULAUF" WH-CREG.
           MOVE WZJ-LAUF TO WH-ZJLAUF.
           MOVE 0 TO WZ-GEAEND.
           OPEN I-O OFFPOST.
           PERFORM VARYING WH-KX FROM 1 BY 1 UNTIL WH-KX > WA-ANZ
               PERFORM KUNDE-AUSGL.
           CLOSE OFFPOST.
           PERFORM KUNDE-STREICHEN.
           IF WA-ANZ NOT = 0 PERFORM XML-SCHREIBEN.
           CLOSE DEBZUS.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WZ-GEAEND NOT = 0
               MOVE WZ-KDGEAEND TO WD-ANZX
               DISPLAY WD-ANZX with highlight AT 2401
                   " Kunden mit inzwischen geaenderten Posten - nicht "
                   "erstattet, bitte pruefen!"
               PERFORM WEITER.
           IF WA-ANZ = 0
               DISPLAY "keine Erstattung - ERSTATT.XML nicht erstellt."
                   with highlight AT 2401
           ELSE
               DISPLAY "erstattet und ausgeglichen (ERSTATT.XML)."
                   with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Gruppenwechsel: Saldo eines Kunden bewerten (Stufe 1) *
       KUNDE-ABSCHL SECTION.
       A.  IF WH-KTONR = 0 GO Z.
           IF WS-SALDO NOT < 0 GO X.
      *--------> Posten ueber die Tabellengrenze: Kunde im naechsten
      *          Lauf <-
           IF WM-KVOLL = 1 GO X.
           IF WM-INK = 1 MOVE 2 TO WH-GRUND GO E.
           MOVE WH-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID INITIALIZE DZ-SATZ.
           IF DZ-IBAN = SPACE MOVE 1 TO WH-GRUND GO E.
           IF WA-ANZ > 199 GO X.
           ADD 1 TO WA-ANZ.
           MOVE WH-KTONR TO WA-KTONR(WA-ANZ).
           COMPUTE WA-BETR(WA-ANZ) = WS-SALDO * -1.
           COMPUTE WA-PVON(WA-ANZ) = WH-PBEG + 1.
           MOVE WP-ANZ TO WA-PBIS(WA-ANZ).
           MOVE 0 TO WA-GEAEND(WA-ANZ).
           COMPUTE WS-SUMME = WS-SUMME - WS-SALDO.
           GO Z.
      *--------> Ausnahmeliste; die Posten bleiben offen <-
       E.  IF WB-ANZ < 50
               ADD 1 TO WB-ANZ
               MOVE WH-KTONR TO WB-KTONR(WB-ANZ)
               COMPUTE WB-BETR(WB-ANZ) = WS-SALDO * -1
               MOVE WH-GRUND TO WB-GRUND(WB-ANZ).
       X.  MOVE WH-PBEG TO WP-ANZ.
       Z.  EXIT.
      ***** Posten eines Kunden: erst alle pruefen, nur wenn keiner
      *    seit dem Vorschlag geaendert ist, alle ausgleichen *
       KUNDE-AUSGL SECTION.
       A.  PERFORM VARYING WX FROM WA-PVON(WH-KX) BY 1
               UNTIL WX > WA-PBIS(WH-KX)
               PERFORM OP-PRUEFEN.
           IF WA-GEAEND(WH-KX) = 1 GO Z.
           PERFORM VARYING WX FROM WA-PVON(WH-KX) BY 1
               UNTIL WX > WA-PBIS(WH-KX)
               PERFORM OP-AUSGLEICH.
       Z.  EXIT.
      ******************************************************************
       OP-PRUEFEN SECTION.
       A.  MOVE WP-RENUM(WX) TO OP-RENUM.
           READ OFFPOST IGNORE LOCK INVALID
               ADD 1 TO WZ-GEAEND
               MOVE 1 TO WA-GEAEND(WH-KX)
               GO Z.
           COMPUTE WH-OPREST =
               OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF OP-AUSGL NOT = 0 OR WH-OPREST NOT = WP-REST(WX)
               ADD 1 TO WZ-GEAEND
               MOVE 1 TO WA-GEAEND(WH-KX).
       Z.  EXIT.
      ***** Kunden mit geaenderten Posten aus der Erstattung nehmen *
       KUNDE-STREICHEN SECTION.
       A.  MOVE 0 TO WH-KY WZ-KDGEAEND WS-SUMME.
           MOVE 1 TO WH-KX.
       C.  IF WH-KX > WA-ANZ GO X.
           IF WA-GEAEND(WH-KX) = 1
               ADD 1 TO WZ-KDGEAEND
           ELSE
               ADD 1 TO WH-KY
               MOVE WA-TAB(WH-KX) TO WA-TAB(WH-KY)
               ADD WA-BETR(WH-KY) TO WS-SUMME.
           ADD 1 TO WH-KX.
           GO C.
       X.  MOVE WH-KY TO WA-ANZ.
       Z.  EXIT.
      ****** einen Posten eines erstatteten Kunden ausgleichen *
       OP-AUSGLEICH SECTION.
       A.  MOVE WP-RENUM(WX) TO OP-RENUM.
       B.  READ OFFPOST INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO B.
      *--------> seit dem Vorschlag bezahlt oder geaendert <-
           COMPUTE WH-OPREST =
               OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF OP-AUSGL NOT = 0 OR WH-OPREST NOT = WP-REST(WX)
               ADD 1 TO WZ-GEAEND
               MOVE 1 TO WA-GEAEND(WH-KX)
               UNLOCK OFFPOST
               GO Z.
           ADD WH-OPREST TO OP-BEZAHLT.
           MOVE WV-AUSF TO OP-AUSGL OP-LETZTZL.
           REWRITE OP-SATZ.
           MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE WV-AUSF TO WZJ-DATUM.
      *--------> die Erstattung selbst ist ein Abgang: die Summe
      *          der Journalsaetze eines Kunden = - Erstattung <-
           IF OP-GUTSCHRIFT
               COMPUTE WZJ-BETRAG = WH-OPREST * -1
               ELSE MOVE WH-OPREST TO WZJ-BETRAG.
           MOVE 0 TO WZJ-SKONTO.
           MOVE 7 TO WZJ-QUELLE.
           MOVE WH-ZJLAUF TO WZJ-LAUF.
           MOVE "Erstattung Guthaben" TO WZJ-TEXT.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
       Z.  EXIT.
      ************* pain.001-Datei schreiben *
       XML-SCHREIBEN SECTION.
       A.  OPEN OUTPUT XMLDAT.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain
      -        ".001.001.03"">" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE " <CstmrCdtTrfInitn>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "  <GrpHdr>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           COMPUTE WX-DATUM = WH-DATUM + 20000000.
           PERFORM DATX-ZERLEG.
           ACCEPT WN-ZEIT FROM TIME.
           MOVE WN-ZEIT6(1:2) TO WD-ZXHH.
           MOVE WN-ZEIT6(3:2) TO WD-ZXMM.
           MOVE WN-ZEIT6(5:2) TO WD-ZXSS.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <MsgId>ERSTATT" WD-DXJJ WD-DXMM WD-DXTT
               WN-ZEIT6 "</MsgId>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <CreDtTm>" WD-DATX "T" WD-ZEITX "</CreDtTm>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE WA-ANZ TO WD-ANZN.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <NbOfTxs>" WD-ANZN "</NbOfTxs>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <InitgPty><Nm>" WK-FIRMA "</Nm></InitgPty>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "  </GrpHdr>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "  <PmtInf>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "   <PmtInfId>ERSTATT1</PmtInfId>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "   <PmtMtd>TRF</PmtMtd>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           COMPUTE WX-DATUM = WV-AUSF + 20000000.
           PERFORM DATX-ZERLEG.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <ReqdExctnDt>" WD-DATX "</ReqdExctnDt>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <Dbtr><Nm>" WK-FIRMA "</Nm></Dbtr>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <DbtrAcct><Id><IBAN>" WK-IBAN
               DELIMITED BY "  " INTO XM-ZEILE.
           PERFORM ANFUEG-DBTACCT.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "   <DbtrAgt><FinInstnId><BIC>" WK-BIC
               "</BIC></FinInstnId></DbtrAgt>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WA-ANZ
               PERFORM TX-XML.
           MOVE "  </PmtInf>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE " </CstmrCdtTrfInitn>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "</Document>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           CLOSE XMLDAT.
       Z.  EXIT.
      ******************************************************************
       ANFUEG-DBTACCT SECTION.
       A.  PERFORM VARYING WY FROM 250 BY -1 UNTIL WY < 2
               OR XM-ZEILE(WY:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE "</IBAN></Id></DbtrAcct>" TO XM-ZEILE(WY + 1:23).
       Z.  EXIT.
      ********* eine Erstattung als XML *
       TX-XML SECTION.
       A.  MOVE "   <CdtTrfTxInf>" TO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE WA-KTONR(WX) TO WD-KTONR.
           MOVE SPACE TO XM-ZEILE.
           STRING "    <PmtId><EndToEndId>ERST" WD-KTONR
               WD-DXJJ WD-DXMM WD-DXTT "</EndToEndId></PmtId>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE WA-BETR(WX) TO WD-BETX.
           INSPECT WD-BETX REPLACING ALL "," BY ".".
           INSPECT WD-BETX REPLACING LEADING " " BY "0".
           MOVE SPACE TO XM-ZEILE.
           STRING "    <Amt><InstdAmt Ccy=""EUR"">" WD-BETX
               "</InstdAmt></Amt>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE WA-KTONR(WX) TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID INITIALIZE DZ-SATZ.
           IF DZ-BIC NOT = SPACE
               MOVE SPACE TO XM-ZEILE
               STRING "    <CdtrAgt><FinInstnId><BIC>" DZ-BIC
                   "</BIC></FinInstnId></CdtrAgt>"
                   DELIMITED SIZE INTO XM-ZEILE
               WRITE XM-ZEILE.
           MOVE WA-KTONR(WX) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY " ".
           MOVE SPACE TO XM-ZEILE.
           STRING "    <Cdtr><Nm>" WT-BEZ(1:40) "</Nm></Cdtr>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "    <CdtrAcct><Id><IBAN>" DZ-IBAN
               DELIMITED BY "  " INTO XM-ZEILE.
           PERFORM ANFUEG-CDTACCT.
           WRITE XM-ZEILE.
           MOVE SPACE TO XM-ZEILE.
           STRING "    <RmtInf><Ustrd>Erstattung Guthaben Kunde "
               WD-KTONR "</Ustrd></RmtInf>"
               DELIMITED SIZE INTO XM-ZEILE.
           WRITE XM-ZEILE.
           MOVE "   </CdtTrfTxInf>" TO XM-ZEILE.
           WRITE XM-ZEILE.
       Z.  EXIT.
      ******************************************************************
       ANFUEG-CDTACCT SECTION.
       A.  PERFORM VARYING WY FROM 250 BY -1 UNTIL WY < 2
               OR XM-ZEILE(WY:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE "</IBAN></Id></CdtrAcct>" TO XM-ZEILE(WY + 1:23).
       Z.  EXIT.
      ******************************************************************
       DATX-ZERLEG SECTION.
       A.  COMPUTE WD-DXJJ = WX-DATUM / 10000.
           COMPUTE WD-DXMM =
               (WX-DATUM - WD-DXJJ * 10000) / 100.
           COMPUTE WD-DXTT =
               WX-DATUM - WD-DXJJ * 10000 - WD-DXMM * 100.
       Z.  EXIT.
      ******** Erstattungsvorschlag mit Ausnahmeliste *
       VORSCHLAG-LISTE SECTION.
       A.  MOVE "ERSTVOR.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "E r s t a t t u n g s v o r s c h l a g"
               TO DRA-SATZ(2:).
           MOVE WV-AUSF TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "ausfuehren am:" TO DRA-SATZ(48:15).
           MOVE VDU-DATUM TO DRA-SATZ(63:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "  Kunde   Name                               Guthaben
      -        "   IBAN" TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WA-ANZ
               PERFORM VORSCHLAG-ZEILE.
           MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "Summe:" TO DRA-SATZ(36:7).
           MOVE WS-SUMME TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(44:14).
           PERFORM DRUCK.
      *--------> Ausnahmen: Guthaben bleiben offen <-
           IF WB-ANZ NOT = 0
               MOVE "nicht erstattet (Posten bleiben offen):"
                   TO DRA-SATZ(2:)
               MOVE 2 TO WZ-SCHALT
               PERFORM DRUCK
               PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WB-ANZ
                   PERFORM AUSNAHME-ZEILE
               END-PERFORM.
           PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
       VORSCHLAG-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE WA-KTONR(WX) TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(3:6).
           MOVE WA-KTONR(WX) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:30) TO DRA-SATZ(11:30).
           MOVE WA-BETR(WX) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(44:14).
           MOVE WA-KTONR(WX) TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID MOVE SPACE TO DZ-IBAN.
           MOVE DZ-IBAN TO DRA-SATZ(61:34).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       AUSNAHME-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE WB-KTONR(WX) TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(3:6).
           MOVE WB-KTONR(WX) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:30) TO DRA-SATZ(11:30).
           MOVE WB-BETR(WX) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(44:14).
           IF WB-GRUND(WX) = 2
               MOVE "Posten beim Inkassobuero" TO DRA-SATZ(61:)
               ELSE MOVE "keine IBAN (DEBZUS)" TO DRA-SATZ(61:).
           PERFORM DRUCK.
       Z.  EXIT.
