      *   SEPAZAHL.XML (unsere Bank lt. KONSTANT 52, Lieferanten-      *
      *   bank am Stammsatz) und Zahlungsjournal; ein Abbruch          *
      *   laesst die Posten offen.                                     *
      *   Rechnungspruefung: Rechnungen mit Bestellbezug werden je     *
      *   Position gegen Bestellpreis und Wareneingang abgeglichen     *
      *   (KREDPRUF, Toleranzen KONSTANT 185); ausserhalb der          *
      *   Toleranz ist die Rechnung zur Zahlung gesperrt, bis der      *
      *   Einkauf sie mit Begruendung freigibt.                        *
      *   Aufruf 20: Pruefung der in KP-SATZ uebergebenen Rechnung     *
      *   ohne Bildschirm (von der Schwesterfirma uebernommene         *
      *   Rechnungen, GABICO).                                         *
      *   Neue Bankverbindungen der Lieferanten gelten erst nach der   *
      *   Vier-Augen-Freigabe (GABFREI); bis dahin zahlt der Lauf an   *
      *   die bisherige IBAN.                                          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEKOP.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEBES.CPY.
           COPY GABSEKRP.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT XMLDAT   ASSIGN TO "SEPAZAHL.XML"
       COPY GABKREDO.CPY.
       COPY GABLIEFS.CPY.
       COPY GABBESTE.CPY.
       COPY GABKREPR.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  WF-REG.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WM-OPBES                PIC 9         COMP  VALUE ZERO.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WV-LIEF                 PIC X(5).
      *-----------> Eingabe Bankverbindung (Vier-Augen-Freigabe) <--
           03  WH-NIBAN                PIC X(34).
           03  WH-NBIC                 PIC X(11).
           03  WV-RENR                 PIC X(12).
           03  WV-STICH                PIC 9(6)      COMP.
           03  WH-OPREST               PIC S9(9)V99  COMP-3.
           03  WB-TAB                                       OCCURS 50.
               05  WB-LIEF             PIC X(5).
               05  WB-RENR             PIC X(12).
      *------------> zur Zahlung gesperrte Posten des Laufs <--
           03  WG-ANZ                  PIC 99        COMP  VALUE ZERO.
           03  WG-TAB                                       OCCURS 50.
               05  WG-LIEF             PIC X(5).
               05  WG-RENR             PIC X(12).
               05  WG-DIFF             PIC S9(9)V99  COMP-3.
      *--------------> Rechnungspruefung: Toleranzen, Positionen <--
           03  WH-MTOL                 PIC 99V99     COMP-3.
           03  WH-PTOL                 PIC 99V99     COMP-3.
           03  WH-WTOL                 PIC 9(5)V99   COMP-3.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-SPERRE               PIC 9         COMP.
           03  WH-DRUCKEN              PIC 9         COMP.
           03  WH-RANZ                 PIC S9(7)     COMP-3.
           03  WH-RPREIS               PIC S9(7)V99  COMP-3.
           03  WH-FREMD                PIC S9(7)     COMP-3.
           03  WH-SUMW                 PIC S9(9)V99  COMP-3.
           03  WH-ANZAUS               PIC 999       COMP.
           03  WH-ALTW                 PIC S9(9)V99  COMP-3.
           03  WH-ALTAUS               PIC 999       COMP.
           03  WH-ALTSP                PIC 9         COMP.
           03  WQ-ANZ                  PIC 99        COMP.
           03  WQ-TAB                                       OCCURS 99.
               05  WQ-POS              PIC 9(4)      COMP.
           03  WD-POS                  PIC ZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-PROZ                 PIC Z9,99.
      *--------------------> unsere Daten (KONSTANT 52) <--
           03  WK-IBAN                 PIC X(34).
           03  WK-BIC                  PIC X(11).
               05 WD-ZXMM              PIC 99.
               05 FILLER               PIC X VALUE ":".
               05 WD-ZXSS              PIC 99.
       COPY GABFRGSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KREDOPO.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON KREDPRUF.
       A.  CALL "CADECL" USING "GABISKRP.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON XMLDAT.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM KRED-MENU GO W.
           IF WL-CA = 20 PERFORM RP-AUTOMAT GO X.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       X.  MOVE WH-CREG TO WL-CREG.
               OPEN OUTPUT KREDOPO
               CLOSE KREDOPO
               OPEN I-O KREDOPO.
           OPEN I-O KREDPRUF.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KREDPRUF
               CLOSE KREDPRUF
               OPEN I-O KREDPRUF.
           MOVE 0 TO WM-OPLIS.
           OPEN I-O LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
       B.  CALL "CAUP" USING "0704201445000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verbindlichkeiten " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "3 - Zahlungsvorschlag / pain.001" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Bankverbindung Lieferant" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Zahlungssperre freigeben" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - gesperrte Rechnungen (Liste)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "7 - Toleranzen Rechnungspruefung" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1012392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
               WHEN 2 PERFORM OFFEN-LISTE
               WHEN 3 PERFORM ZAHLLAUF
               WHEN 4 PERFORM BANK-PFLEGE
               WHEN 5 PERFORM RP-FREIGABE
               WHEN 6 PERFORM RP-LISTE
               WHEN 7 PERFORM RP-TOLERANZ
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE KREDOPO KREDPRUF.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
       Z.  EXIT.
      ************* Eingangsrechnung erfassen *
                   PERFORM WEITER.
           MOVE WH-NUM TO KP-BESTNUM.
           REWRITE KP-SATZ.
      *--------> Rechnungspruefung gegen Bestellung/Wareneingang <-
           IF KP-BESTNUM = 0 PERFORM RP-LOESCHEN
           ELSE PERFORM RP-ERFASSEN.
           DISPLAY "Eingangsrechnung gespeichert." with highlight
               AT 2401.
           PERFORM WEITER.
               MOVE VDU-DATUM TO DRA-SATZ(43:8).
           MOVE WH-OPREST TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(53:14).
           PERFORM RP-SPERRE.
           IF WH-SPERRE = 1 MOVE "gesperrt" TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           GO D.
       W.  IF WZ-ZEILEN = 0
           MOVE 0 TO WM-OPLIS.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           MOVE 0 TO WA-ANZ WB-ANZ WG-ANZ WS-SUMME.
           MOVE LOW-VALUE TO KP-KEY.
           START KREDOPO KEY NOT < KP-KEY INVALID GO G.
       E.  READ KREDOPO NEXT IGNORE LOCK AT END GO G.
                   WH-OPREST * KP-SKTOPZ / 100
           ELSE
               IF KP-FAELLIG > WV-STICH GO E.
      *--------> Zahlungssperre aus der Rechnungspruefung: nicht
      *          zahlen, im Vorschlag ausweisen <-
           PERFORM RP-SPERRE.
           IF WH-SPERRE = 1
               IF WG-ANZ < 50
                   ADD 1 TO WG-ANZ
                   MOVE KP-LIEF TO WG-LIEF(WG-ANZ)
                   MOVE KP-RENR TO WG-RENR(WG-ANZ)
                   MOVE KZ-WDIFF TO WG-DIFF(WG-ANZ)
               END-IF
               GO E.
      *--------> ohne IBAN keine Ueberweisung: uebergehen und
      *          im Vorschlag ausweisen (wie GABSEPA) <-
           MOVE KP-LIEF TO LS-LIEF.
           ADD WH-ZAHL TO WS-SUMME.
           GO E.
       G.  IF WA-ANZ = 0
               IF WB-ANZ = 0 AND WG-ANZ = 0
                   DISPLAY "nichts zu zahlen," AT 2401
               ELSE
                   IF WB-ANZ = 0
                       DISPLAY "nur zur Zahlung gesperrte Posten faelli"
                           "g (Freigabe Einkauf)!" AT 2401
                   ELSE
                       DISPLAY "nur Posten ohne Lieferanten-IBAN faell"
                           "ig (Stammdaten ergaenzen)!" AT 2401
                   END-IF
               END-IF
               PERFORM WEITER GO Y.
      *-----------------------------> Vorschlag drucken <-
                   MOVE WB-RENR(WX) TO DRA-SATZ(9:12)
                   PERFORM DRUCK
               END-PERFORM.
      *--------> zur Zahlung gesperrte Posten (Rechnungspruefung) <-
           IF WG-ANZ NOT = 0
               MOVE "zur Zahlung gesperrt (Rechnungspruefung):"
                   TO DRA-SATZ(2:)
               MOVE 2 TO WZ-SCHALT
               PERFORM DRUCK
               PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WG-ANZ
                   MOVE WG-LIEF(WX) TO DRA-SATZ(2:5)
                   MOVE WG-RENR(WX) TO DRA-SATZ(9:12)
                   MOVE WG-DIFF(WX) TO WD-BET
                   MOVE WD-BET TO DRA-SATZ(23:14)
                   PERFORM DRUCK
               END-PERFORM.
           PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
           IF ZUGRIF PERFORM BESETZT GO D.
           ADD 220 VDU-ECK GIVING VDU-LP.
           DISPLAY LS-BEZ with highlight AT VDU-LP.
           MOVE LS-IBAN TO WH-NIBAN.
           MOVE LS-BIC TO WH-NBIC.
           INITIALIZE WFG-UEBER.
           MOVE 4 TO WFG-ART.
           MOVE LS-LIEF TO WFG-SCHL.
           CALL "GABFREI" USING "30FREIGABE" WH-CREG.
           IF WFG-ERG = 1
               DISPLAY "wartet auf Freigabe (40):" AT 2401 " "
                   WFG-NIBAN with highlight " " WFG-NBIC with highlight.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "IBAN:" AT VDU-LP.
           ADD 310 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NIBAN AT VDU-LP.
           DISPLAY "<ret-leer>= unveraendert" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1203100134" WH-CREG.
           IF ESC UNLOCK LIEFSTAM GO C.
           IF NOT RET GO E.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NIBAN.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "BIC.:" AT VDU-LP.
           ADD 410 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NBIC AT VDU-LP.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1204100111" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NBIC.
           UNLOCK LIEFSTAM.
           IF WH-NIBAN = LS-IBAN AND WH-NBIC = LS-BIC
               DISPLAY "unveraendert." AT 2401
               PERFORM WEITER
               CALL "CAUP" USING "16LOEFENST" WH-CREG
               GO C.
      *--------> die neue Bankverbindung gilt erst nach der Freigabe <-
           INITIALIZE WFG-UEBER.
           MOVE 4 TO WFG-ART.
           MOVE LS-LIEF TO WFG-SCHL.
           MOVE LS-IBAN TO WFG-AIBAN.
           MOVE LS-BIC TO WFG-ABIC.
           MOVE WH-NIBAN TO WFG-NIBAN.
           MOVE WH-NBIC TO WFG-NBIC.
           CALL "GABFREI" USING "20FREIGABE" WH-CREG.
           DISPLAY "vorgemerkt - gilt erst nach Freigabe durch einen zwe
      -        "iten Benutzer (40)." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Toleranzen der Rechnungspruefung (KONSTANT 185) *
       RP-TOLLESEN SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 185 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-RPSATZ.
           MOVE KRP-MTOL TO WH-MTOL.
           MOVE KRP-PTOL TO WH-PTOL.
           MOVE KRP-WTOL TO WH-WTOL.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ****** ist die Rechnung KP-KEY zur Zahlung gesperrt? *
       RP-SPERRE SECTION.
       A.  MOVE 0 TO WH-SPERRE.
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE 0 TO KZ-POS.
           READ KREDPRUF IGNORE LOCK INVALID GO Z.
           IF KZ-GESPERRT MOVE 1 TO WH-SPERRE.
       Z.  EXIT.
      ****** Pruefsaetze der Rechnung KP-KEY loeschen *
       RP-LOESCHEN SECTION.
       A.  MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE 0 TO KZ-POS.
           START KREDPRUF KEY NOT < KZ-KEY INVALID GO Z.
       C.  READ KREDPRUF NEXT AT END GO Z.
           IF KZ-LIEF NOT = KP-LIEF OR KZ-RENR NOT = KP-RENR GO Z.
           DELETE KREDPRUF RECORD.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    berechnete Mengen und Preise je Bestellposition erfassen,
      *    danach pruefen (Vorgabe: geliefert, soweit nicht schon
      *    anders berechnet, zum Bestellpreis)
      ******************************************************************
       RP-ERFASSEN SECTION.
       A.  MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE 0 TO KZ-POS.
           START KREDPRUF KEY NOT < KZ-KEY INVALID GO C.
      *--------> Positionen einer frueher zugeordneten Bestellung <-
       B.  READ KREDPRUF NEXT AT END GO C.
           IF KZ-LIEF NOT = KP-LIEF OR KZ-RENR NOT = KP-RENR GO C.
           IF KZ-BESTNUM NOT = KP-BESTNUM DELETE KREDPRUF RECORD.
           GO B.
       C.  MOVE 0 TO WM-OPBES.
           OPEN INPUT BESTPOS.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 1 TO WM-OPBES.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Pos Artikel   bestellt  geliefert  anders berechn"
               "et     Bestellpreis" AT VDU-LP.
           ADD 1103 VDU-ECK GIVING VDU-LP.
           DISPLAY "berechnet:               Preis:" AT VDU-LP.
           MOVE KP-BESTNUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO X.
       E.  READ BESTPOS NEXT IGNORE LOCK AT END GO X.
           IF BP-NUM NOT = KP-BESTNUM GO X.
           PERFORM RP-FREMD.
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE BP-POS TO KZ-POS.
           MOVE 0 TO WH-NEU.
           READ KREDPRUF INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1
               COMPUTE WH-RANZ = BP-GELIEF - WH-FREMD
               IF WH-RANZ < 0 MOVE 0 TO WH-RANZ
               END-IF
               MOVE BP-PREIS TO WH-RPREIS
           ELSE
               MOVE KZ-ANZ TO WH-RANZ
               MOVE KZ-PREIS TO WH-RPREIS.
           ADD 903 VDU-ECK GIVING VDU-LP.
           MOVE BP-POS TO WD-POS.
           MOVE BP-ARNUM TO WD-ARNUM.
           DISPLAY WD-POS AT VDU-LP " " WD-ARNUM with highlight.
           ADD 915 VDU-ECK GIVING VDU-LP.
           MOVE BP-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT VDU-LP.
           ADD 926 VDU-ECK GIVING VDU-LP.
           MOVE BP-GELIEF TO WD-ANZ.
           DISPLAY WD-ANZ AT VDU-LP.
           ADD 940 VDU-ECK GIVING VDU-LP.
           MOVE WH-FREMD TO WD-ANZ.
           DISPLAY WD-ANZ AT VDU-LP.
           ADD 956 VDU-ECK GIVING VDU-LP.
           MOVE BP-PREIS TO WD-PREIS.
           DISPLAY WD-PREIS AT VDU-LP.
       G.  DISPLAY "<ret>= Menge, <tab>= Position nicht berechnet, <es"
               "c>= Ende" AT 2301.
           MOVE WH-RANZ TO WH-WERT.
           CALL "CAUP" USING "1011143007" WH-CREG.
           IF ESC GO X.
           IF TABL
               IF WH-NEU = 0 DELETE KREDPRUF RECORD
               END-IF
               GO E.
           IF NOT RET GO G.
           MOVE WH-WERT TO WH-RANZ.
       I.  DISPLAY "<esc>= zurueck, <ret>= berechneter Preis" AT 2301.
           MOVE WH-RPREIS TO WH-WERT.
           CALL "CAUP" USING "1011356209" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           MOVE WH-WERT TO WH-RPREIS.
           IF WH-NEU = 1
               INITIALIZE KZ-SATZ
               MOVE KP-LIEF TO KZ-LIEF
               MOVE KP-RENR TO KZ-RENR
               MOVE BP-POS TO KZ-POS.
           MOVE KP-BESTNUM TO KZ-BESTNUM.
           MOVE BP-POS TO KZ-BPOS.
           MOVE WH-RANZ TO KZ-ANZ.
           MOVE WH-RPREIS TO KZ-PREIS.
           IF WH-NEU = 1 WRITE KZ-SATZ
           ELSE REWRITE KZ-SATZ.
           GO E.
       X.  IF WM-OPBES = 1 CLOSE BESTPOS MOVE 0 TO WM-OPBES.
           PERFORM RP-PRUEFEN.
       Z.  EXIT.
      ****** auf anderen Rechnungen berechnete Menge der Bestell-
      *      position BP-KEY -> WH-FREMD
       RP-FREMD SECTION.
       A.  MOVE 0 TO WH-FREMD.
           MOVE BP-NUM TO KZ-BESTNUM.
           MOVE BP-POS TO KZ-BPOS.
           START KREDPRUF KEY NOT < KZ-BKEY INVALID GO Z.
       C.  READ KREDPRUF NEXT IGNORE LOCK AT END GO Z.
           IF KZ-BESTNUM NOT = BP-NUM OR KZ-BPOS NOT = BP-POS GO Z.
           IF KZ-POS = 0 GO C.
           IF KZ-LIEF = KP-LIEF AND KZ-RENR = KP-RENR GO C.
           ADD KZ-ANZ TO WH-FREMD.
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Rechnung KP-KEY pruefen: je Position Mehrmenge gegen den
      *    Wareneingang (mit den anderen Rechnungen zur Position) und
      *    Mehrpreis gegen den Bestellpreis; ausserhalb der Toleranz
      *    oder ueber der Wertgrenze wird die Rechnung gesperrt.  Eine
      *    Freigabe bleibt bestehen, solange sich nichts aendert.
      ******************************************************************
       RP-PRUEFEN SECTION.
       A.  PERFORM RP-TOLLESEN.
           MOVE 0 TO WQ-ANZ WH-SUMW WH-ANZAUS.
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE 1 TO KZ-POS.
           START KREDPRUF KEY NOT < KZ-KEY INVALID GO E.
       C.  READ KREDPRUF NEXT IGNORE LOCK AT END GO E.
           IF KZ-LIEF NOT = KP-LIEF OR KZ-RENR NOT = KP-RENR GO E.
           IF WQ-ANZ < 99
               ADD 1 TO WQ-ANZ
               MOVE KZ-POS TO WQ-POS(WQ-ANZ).
           GO C.
       E.  MOVE 0 TO WM-OPBES.
           OPEN INPUT BESTPOS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPBES.
           PERFORM RP-POSPRUEF VARYING WX FROM 1 BY 1
               UNTIL WX > WQ-ANZ.
           IF WM-OPBES = 1 CLOSE BESTPOS MOVE 0 TO WM-OPBES.
      *-------------------------------------------> Kopfsatz <-
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE 0 TO KZ-POS.
           MOVE 0 TO WH-NEU WH-ALTSP.
           READ KREDPRUF INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1
               INITIALIZE KZ-SATZ
               MOVE KP-LIEF TO KZ-LIEF
               MOVE KP-RENR TO KZ-RENR
               MOVE 0 TO KZ-POS
           ELSE
               MOVE KZ-SPERRE TO WH-ALTSP
               MOVE KZ-WDIFF TO WH-ALTW
               MOVE KZ-AUSSER TO WH-ALTAUS.
           MOVE KP-BESTNUM TO KZ-BESTNUM.
           MOVE 0 TO KZ-BPOS.
           MOVE WH-SUMW TO KZ-WDIFF.
           MOVE WH-ANZAUS TO KZ-AUSSER.
           MOVE WH-DATUM TO KZ-PRUEFDAT.
           MOVE 0 TO KZ-SPERRE.
           IF WH-ANZAUS > 0 MOVE 1 TO KZ-SPERRE.
           IF WH-WTOL > 0 AND WH-SUMW > WH-WTOL MOVE 1 TO KZ-SPERRE.
           IF KZ-GESPERRT AND WH-ALTSP = 2
               AND WH-SUMW = WH-ALTW AND WH-ANZAUS = WH-ALTAUS
               MOVE 2 TO KZ-SPERRE.
           IF NOT KZ-FREIGEGEBEN
               MOVE 0 TO KZ-FREIDAT KZ-FREIBEN
               MOVE SPACE TO KZ-FREIGRD.
           IF WH-NEU = 1 WRITE KZ-SATZ
           ELSE REWRITE KZ-SATZ.
           IF WL-CA = 20 GO Z.
           MOVE WH-SUMW TO WD-BET.
           IF KZ-GESPERRT
               DISPLAY "Rechnung zur Zahlung gesperrt - Differenz:"
                   with highlight foreground-color 4 AT 2201
                   WD-BET with highlight foreground-color 4
           ELSE
               DISPLAY "Rechnungspruefung in Ordnung, Differenz:"
                   AT 2201 WD-BET.
       Z.  EXIT.
      ****** Pruefung fuer die im KP-SATZ uebergebene Rechnung ohne *
      ****** Bildschirm (Rechnungsuebernahme Intercompany)          *
       RP-AUTOMAT SECTION.
       A.  OPEN I-O KREDPRUF.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KREDPRUF
               CLOSE KREDPRUF
               OPEN I-O KREDPRUF.
           PERFORM RP-PRUEFEN.
           CLOSE KREDPRUF.
       Z.  EXIT.
      ****** Position WQ-POS(WX) der Rechnung pruefen *
       RP-POSPRUEF SECTION.
       A.  MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE WQ-POS(WX) TO KZ-POS.
           READ KREDPRUF INVALID GO Z.
           MOVE KZ-BESTNUM TO BP-NUM.
           MOVE KZ-BPOS TO BP-POS.
           MOVE KZ-ANZ TO WH-RANZ.
           MOVE KZ-PREIS TO WH-RPREIS.
           IF WM-OPBES = 0 GO C.
           READ BESTPOS IGNORE LOCK INVALID INITIALIZE BP-SATZ.
           PERFORM RP-FREMD.
      *--------> RP-FREMD hat den Satzbereich verstellt <-
           MOVE KP-LIEF TO KZ-LIEF.
           MOVE KP-RENR TO KZ-RENR.
           MOVE WQ-POS(WX) TO KZ-POS.
           READ KREDPRUF INVALID GO Z.
       C.  COMPUTE KZ-MDIFF = WH-RANZ + WH-FREMD - BP-GELIEF.
           IF KZ-MDIFF < 0 MOVE 0 TO KZ-MDIFF.
           IF KZ-MDIFF > WH-RANZ MOVE WH-RANZ TO KZ-MDIFF.
           COMPUTE KZ-PDIFF = WH-RPREIS - BP-PREIS.
           IF KZ-PDIFF < 0 MOVE 0 TO KZ-PDIFF.
           COMPUTE KZ-WDIFF = WH-RANZ * WH-RPREIS
               - (WH-RANZ - KZ-MDIFF) * BP-PREIS.
           MOVE 0 TO KZ-AUSSER.
           IF KZ-MDIFF > 0
               AND KZ-MDIFF * 100 > WH-MTOL * BP-GELIEF
               MOVE 1 TO KZ-AUSSER.
           IF KZ-PDIFF > 0
               AND KZ-PDIFF * 100 > WH-PTOL * BP-PREIS
               MOVE 1 TO KZ-AUSSER.
           REWRITE KZ-SATZ.
           ADD KZ-WDIFF TO WH-SUMW.
           ADD KZ-AUSSER TO WH-ANZAUS.
       Z.  EXIT.
      ******************************************************************
      *    Zahlungssperre einer Rechnung mit Begruendung freigeben
      ******************************************************************
       RP-FREIGABE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlungssperre freigeben " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lieferant:         Rechnungsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Kuerzel" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1202140105" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WT-TX TO WV-LIEF.
           IF WV-LIEF = SPACE GO C.
       E.  DISPLAY "<esc>= zurueck, <ret>= Rechnungsnummer" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1202390112" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WT-TX TO WV-RENR.
           IF WV-RENR = SPACE GO E.
           MOVE WV-LIEF TO KP-LIEF KZ-LIEF.
           MOVE WV-RENR TO KP-RENR KZ-RENR.
           READ KREDOPO IGNORE LOCK INVALID
               DISPLAY "Rechnung nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           MOVE 0 TO KZ-POS.
           READ KREDPRUF IGNORE LOCK INVALID
               DISPLAY "Rechnung ist nicht gesperrt." AT 2401
               PERFORM WEITER GO C.
           IF NOT KZ-GESPERRT
               DISPLAY "Rechnung ist nicht gesperrt." AT 2401
               PERFORM WEITER GO C.
      *--------------------------------> Differenzen anzeigen <-
           ADD 303 VDU-ECK GIVING VDU-LP.
           MOVE KP-BETRAG TO WD-BET.
           MOVE KZ-WDIFF TO WD-BETX.
           DISPLAY "Rechnungsbetrag:" AT VDU-LP WD-BET with highlight
               "   Differenz:" WD-BETX with highlight.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Pos   berechnet       Preis   Mehrmenge   Mehrpre"
               "is     Differenz" AT VDU-LP.
           MOVE 5 TO WQ-ANZ.
           MOVE 1 TO KZ-POS.
           START KREDPRUF KEY NOT < KZ-KEY INVALID GO G.
       F.  READ KREDPRUF NEXT IGNORE LOCK AT END GO G.
           IF KZ-LIEF NOT = KP-LIEF OR KZ-RENR NOT = KP-RENR GO G.
           IF KZ-MDIFF = 0 AND KZ-PDIFF = 0 GO F.
           IF WQ-ANZ > 13 GO G.
           ADD 1 TO WQ-ANZ.
           COMPUTE VDU-LP = WQ-ANZ * 100 + 3 + VDU-ECK.
           MOVE KZ-POS TO WD-POS.
           MOVE KZ-ANZ TO WD-ANZ.
           MOVE KZ-PREIS TO WD-PREIS.
           DISPLAY WD-POS AT VDU-LP "  " WD-ANZ " " WD-PREIS.
           ADD 36 TO VDU-LP.
           MOVE KZ-MDIFF TO WD-ANZ.
           MOVE KZ-PDIFF TO WD-PREIS.
           MOVE KZ-WDIFF TO WD-BET.
           IF KZ-AUSSER = 1
               DISPLAY WD-ANZ with highlight AT VDU-LP " " WD-PREIS
                   with highlight WD-BET with highlight
           ELSE
               DISPLAY WD-ANZ AT VDU-LP " " WD-PREIS WD-BET.
           GO F.
      *--------------------------------> Begruendung, Freigabe <-
       G.  ADD 1603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Begruendung:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Begruendung der Freigabe"
               AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1216160140" WH-CREG.
           IF ESC GO W.
           IF NOT RET GO G.
           IF WT-TX = SPACE GO G.
       I.  DISPLAY "<ret>= zur Zahlung freigeben, <esc>= Abbruch"
               AT 2301.
           CALL "CAUP" USING "0023461000" WH-CREG.
           IF ESC GO W.
           IF NOT RET GO I.
           MOVE 0 TO KZ-POS.
           READ KREDPRUF INVALID GO W.
           IF ZUGRIF PERFORM BESETZT GO I.
           MOVE 2 TO KZ-SPERRE.
           MOVE WT-TX TO KZ-FREIGRD.
           MOVE WH-DATUM TO KZ-FREIDAT.
           MOVE WB-NUM TO KZ-FREIBEN.
           REWRITE KZ-SATZ.
           DISPLAY "zur Zahlung freigegeben." with highlight AT 2401.
           PERFORM WEITER.
       W.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Liste der gesperrten offenen Rechnungen mit Differenzen
      ******************************************************************
       RP-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " gesperrte Rechnungen " with highlight AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO A.
           MOVE "KREDSPER.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WS-SUMME WH-DRUCKEN WQ-ANZ.
           MOVE LOW-VALUE TO KZ-KEY.
           START KREDPRUF KEY NOT < KZ-KEY INVALID GO W.
       D.  READ KREDPRUF NEXT IGNORE LOCK AT END GO W.
           IF KZ-POS NOT = 0 GO F.
      *--------> Kopfsatz: gesperrt und noch offen? <-
           MOVE 0 TO WH-DRUCKEN.
           IF NOT KZ-GESPERRT GO D.
           MOVE KZ-LIEF TO KP-LIEF.
           MOVE KZ-RENR TO KP-RENR.
           READ KREDOPO IGNORE LOCK INVALID GO D.
           IF KP-AUSGL NOT = 0 GO D.
           MOVE 1 TO WH-DRUCKEN.
           ADD 1 TO WQ-ANZ.
           ADD KZ-WDIFF TO WS-SUMME.
           IF WZ-ZEILEN > 58 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM RP-LKOPF.
           MOVE 2 TO WZ-SCHALT.
           MOVE KZ-LIEF TO DRA-SATZ(2:5).
           MOVE KZ-RENR TO DRA-SATZ(9:12).
           MOVE KP-REDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(23:8).
           MOVE KZ-BESTNUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(33:6).
           MOVE KP-BETRAG TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(41:14).
           MOVE KZ-WDIFF TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(57:14).
           MOVE KZ-PRUEFDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(73:8).
           PERFORM DRUCK.
           GO D.
      *--------> Positionen mit Abweichung der gesperrten Rechnung <-
       F.  IF WH-DRUCKEN = 0 GO D.
           IF KZ-MDIFF = 0 AND KZ-PDIFF = 0 GO D.
           IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN
               PERFORM RP-LKOPF.
           MOVE "Pos." TO DRA-SATZ(9:4).
           MOVE KZ-POS TO WD-POS.
           MOVE WD-POS TO DRA-SATZ(14:4).
           MOVE KZ-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(19:8).
           MOVE KZ-PREIS TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(28:11).
           MOVE "Mehrmenge" TO DRA-SATZ(41:9).
           MOVE KZ-MDIFF TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(51:8).
           MOVE "Mehrpreis" TO DRA-SATZ(61:9).
           MOVE KZ-PDIFF TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(71:11).
           MOVE KZ-WDIFF TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(84:14).
           IF KZ-AUSSER = 1 MOVE "*" TO DRA-SATZ(99:1).
           PERFORM DRUCK.
           GO D.
       W.  IF WZ-ZEILEN = 0
               DISPLAY "keine gesperrten Rechnungen," AT 2401
               PERFORM WEITER GO Y.
           MOVE ALL "-" TO DRA-SATZ(2:98).
           PERFORM DRUCK.
           MOVE WQ-ANZ TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE "Rechnungen gesperrt, Differenz:" TO DRA-SATZ(9:).
           MOVE WS-SUMME TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(57:14).
           PERFORM DRUCK.
           MOVE "* = ausserhalb der Toleranz" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM END-DRU.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       RP-LKOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "z u r   Z a h l u n g   g e s p e r r t" TO
               DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(60:5).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:98).
           PERFORM DRUCK.
           MOVE " Lief.  Rechnung      Re.Datum  Best.        Betrag
      -        "    Differenz  geprueft" TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:98).
           PERFORM DRUCK.
       Z.  EXIT.
      ****** Toleranzen der Rechnungspruefung pflegen *
       RP-TOLERANZ SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Toleranzen Rechnungspruefung " with highlight
               AT VDU-LP.
           PERFORM RP-TOLLESEN.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mehrmenge gegen Wareneingang %:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mehrpreis gegen Bestellung %:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Wertdifferenz je Rechnung:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Prozent" AT 2301.
           MOVE WH-MTOL TO WH-WERT.
           CALL "CAUP" USING "1003366204" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WH-WERT TO WH-MTOL.
       E.  MOVE WH-PTOL TO WH-WERT.
           CALL "CAUP" USING "1004366204" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WH-WERT TO WH-PTOL.
       G.  DISPLAY "<ret>= Betrag (0 = ohne Betragsgrenze)" AT 2301.
           MOVE WH-WTOL TO WH-WERT.
           CALL "CAUP" USING "1005366207" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE WH-WERT TO WH-WTOL.
           MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 185 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-RPSATZ.
           MOVE WH-MTOL TO KRP-MTOL.
           MOVE WH-PTOL TO KRP-PTOL.
           MOVE WH-WTOL TO KRP-WTOL.
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
