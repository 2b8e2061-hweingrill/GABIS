      *   druckt ein Protokoll; die Vorschau zeigt vorher, was der     *
      *   Lauf erzeugen wuerde.  Auftragsnummern wie an der            *
      *   Erfassung: KO-ABNUM * 10 + Stellenziffer (hier 1).           *
      *   Der Auftrag traegt Vertrag und Leistungszeitraum (AK-VTNUM,  *
      *   AK-LZVON/-LZBIS), die Zeilen den Zeitraum als Text.  Der     *
      *   Abgrenzungslauf ermittelt zu einem Stichtag je Rechnung und  *
      *   Erloeskategorie den Anteil nach dem Stichtag (tagegenau),    *
      *   druckt die Abgrenzungsliste und schreibt die Buchsaetze      *
      *   Erloes an passive Rechnungsabgrenzung (KONSTANT 183) nach    *
      *   BUCHFAKT; die Abgrenzung des vorigen Stichtags wird dabei    *
      *   mit dem Folgetag jenes Stichtags aufgeloest (GABISABG.DAT).  *
      *   Erzeugte Zeilen gehen in die Verkaufshistorie (GABAHI 20).   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           COPY GABSEABG.CPY.
           SELECT BUCHFAKT   ASSIGN TO "GABISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             LOCK MODE IS EXCLUSIVE
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABVERTR.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
       COPY GABABGRZ.CPY.
       COPY GABBUCH.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
      *--------------------------> Leistungszeitraum des Auftrags <-
           03  WH-LZTAG                PIC 99        COMP.
           03  WV-TAGNR                PIC 9(7)      COMP.
           03  WD-LZVON                PIC X(8).
           03  WH-LZTX                 PIC X(30).
      *--------------------------> Abgrenzung, KONSTANT 183 / 41 <-
           03  WM-OPABG                PIC 9         COMP  VALUE ZERO.
           03  WK-BFKEY                PIC 9(6)      COMP.
           03  WH-PRAPKTO              PIC 9(6)      COMP.
           03  WH-LSTICH               PIC 9(6)      COMP.
           03  WV-ABSTICH              PIC 9(6)      COMP.
           03  WV-INTST                PIC 9(7)      COMP.
           03  WV-INTVON               PIC 9(7)      COMP.
           03  WV-INTBIS               PIC 9(7)      COMP.
           03  WH-TAGE                 PIC 9(4)      COMP.
           03  WH-GESTAGE              PIC 9(4)      COMP.
           03  WH-KAT                  PIC 99        COMP.
           03  WH-FEHL                 PIC 9(4)      COMP.
           03  WH-FEHLR                PIC 9         COMP.
           03  WH-ERLK                 PIC 9(6)      COMP  OCCURS 17.
           03  WS-KNET                 PIC S9(7)V99  COMP-3 OCCURS 17.
           03  WS-RNET                 PIC S9(9)V99  COMP-3.
           03  WS-KBET                 PIC S9(7)V99  COMP-3.
           03  WS-ABET                 PIC S9(9)V99  COMP-3.
           03  WS-AGES                 PIC S9(9)V99  COMP-3.
           03  WS-AUFL                 PIC S9(9)V99  COMP-3.
      *--------------------------> Buchsatz fuer BF-SCHREIB <-
           03  WH-BFKTO                PIC 9(6)      COMP.
           03  WH-BFRF                 PIC 9(7)      COMP.
           03  WH-BFDAT                PIC 9(6)      COMP.
           03  WH-BFSH                 PIC 9         COMP.
           03  WH-BFKST                PIC 9(5)      COMP.
           03  WH-BFBET                PIC S9(9)V99  COMP-3.
           03  WH-BFTX                 PIC X(40).
           03  WD-REN6                 PIC 9(6).
           03  WD-VTR6                 PIC 9(6).
           03  WD-TAGE                 PIC ZZZ9.
       COPY GABOSSSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISVTR.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON VERTRPOS.
       A.  CALL "CADECL" USING "GABISVTP.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON ABGRENZ.
       A.  CALL "CADECL" USING "GABISABG.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "GABISFIB.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       VTR-MENU SECTION.
       A.  PERFORM VTR-OEFFNE.
       B.  CALL "CAUP" USING "0704201445000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wartungsvertraege " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "2 - Vorschau faellige Vertraege" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Abrechnungslauf" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Vorschau Abgrenzung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Abgrenzungslauf" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Abgrenzungskonto" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
               WHEN 1 PERFORM VTR-PFLEGE
               WHEN 2 MOVE 1 TO WH-LAUF PERFORM ABRECHNUNG
               WHEN 3 MOVE 2 TO WH-LAUF PERFORM ABRECHNUNG
               WHEN 4 MOVE 1 TO WH-LAUF PERFORM ABGRENZUNG
               WHEN 5 MOVE 2 TO WH-LAUF PERFORM ABGRENZUNG
               WHEN 6 PERFORM ABG-KONTO
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WH-LAUF = 2
               CLOSE AUFKOPF AUFTRAG
               CALL "GABAHI" USING "90AHIENDE" WH-CREG
               IF WM-OPKON = 1 CLOSE KONSTANT.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
           MOVE WB-NUM TO AK-ERFBEN.
           MOVE WH-DATUM TO AK-ERFDAT.
           MOVE 0 TO AK-STATUS AK-ART.
           MOVE VT-NUM TO AK-VTNUM.
           PERFORM LZ-BERECH.
      *--------> EU-Privatkunde: Steuer des Bestimmungslands (OSS) <-
           MOVE VT-KTONR TO WOS-KTONR.
           MOVE DE-UST TO WOS-UST.
           MOVE DE-UID TO WOS-UID.
           CALL "GABOSS" USING "20OSSAUF" WH-CREG.
           WRITE AK-SATZ INVALID REWRITE AK-SATZ.
           MOVE WH-AKNUM TO VT-LAUFNUM.
      *--------------------> Positionen als Auftragszeilen <-
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE VP-BEZ(1) TO AU-BEZ(1).
           MOVE VP-BEZ(2) TO AU-BEZ(2).
           IF VP-BEZ(2) = SPACE MOVE WH-LZTX TO AU-BEZ(2).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           CALL "GABAHI" USING "20AHIZEIL" WH-CREG.
           GO C.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ****** Leistungszeitraum: vom Abrechnungstermin bis zum Tag
      *      vor dem naechsten (VT-INTERV Monate im Voraus) *
       LZ-BERECH SECTION.
       A.  MOVE VT-NAECHST TO AK-LZVON WZ-DATUM.
           ADD VT-INTERV TO WZ-MONAT.
       B.  IF WZ-MONAT > 12
               SUBTRACT 12 FROM WZ-MONAT
               ADD 1 TO WZ-JAHR
               GO B.
           MOVE WZ-TAG TO WH-LZTAG.
           MOVE 1 TO WZ-TAG.
           COMPUTE WX-DATUM = WZ-DATUM + 20000000.
           COMPUTE WV-TAGNR = FUNCTION INTEGER-OF-DATE(WX-DATUM)
                            + WH-LZTAG - 2.
           COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WV-TAGNR).
           COMPUTE AK-LZBIS = WX-DATUM - 20000000.
      *--------------------> Text fuer die Auftragszeilen <-
           MOVE AK-LZVON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO WD-LZVON.
           MOVE AK-LZBIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE SPACE TO WH-LZTX.
           STRING "Leistung " WD-LZVON " - " VDU-DATUM
               DELIMITED BY SIZE INTO WH-LZTX.
       Z.  EXIT.
      ****** naechsten Abrechnungstermin weiterschieben *
       TERMIN-WEITER SECTION.
       A.  MOVE VT-NAECHST TO WZ-DATUM.
               MOVE WD-AUF TO DRA-SATZ(76:8).
           PERFORM DRUCK.
       Z.  EXIT.
      ******** Abgrenzungskonto und Erloeskonten aus KONSTANT *
       KAB-LESEN SECTION.
       A.  MOVE 183 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-ABSATZ
               MOVE 0 TO KAB-PRAPKTO KAB-LSTICH
               WRITE KO-SATZ GO B.
           MOVE KAB-PRAPKTO TO WH-PRAPKTO.
           MOVE KAB-LSTICH TO WH-LSTICH.
           MOVE 41 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-ESATZ.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE KO-KTONR(WX) TO WH-ERLK(WX).
       Z.  EXIT.
      ******** Konto der passiven Rechnungsabgrenzung pflegen *
       ABG-KONTO SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           IF WM-OPKON = 0
               DISPLAY "Konstantendatei fehlt!" AT 2401
               PERFORM WEITER GO Z.
           PERFORM KAB-LESEN.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abgrenzungskonto " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "passive RAP........:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "letzter Stichtag...:" AT VDU-LP.
           IF WH-LSTICH NOT = 0
               MOVE WH-LSTICH TO WC-DATUM
               PERFORM DATDREH
               ADD 324 VDU-ECK GIVING VDU-LP
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Kontonummer" AT 2301.
           MOVE WH-PRAPKTO TO WH-WERT.
           CALL "CAUP" USING "1002246006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE 183 TO WH-KEY.
           READ KONSTANT INVALID GO X.
           MOVE WH-NUM TO KAB-PRAPKTO.
           REWRITE KO-SATZ.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* Abgrenzung: Vorschau (WH-LAUF 1) oder Lauf (2) *
      *    der Lauf loest zuerst die offene Abgrenzung des letzten
      *    Stichtags auf und grenzt dann alle bis zum Stichtag fak-
      *    turierten Vertragsrechnungen ab, deren Leistungszeitraum
      *    ueber den Stichtag hinausreicht
       ABGRENZUNG SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           IF WM-OPKON = 0
               DISPLAY "Konstantendatei fehlt!" AT 2401
               PERFORM WEITER GO Z.
           PERFORM KAB-LESEN.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           IF WH-LAUF = 1
               DISPLAY " Vorschau Abgrenzung " with highlight
                   AT VDU-LP
               ELSE DISPLAY " Abgrenzungslauf " with highlight
                   AT VDU-LP.
           IF WH-LAUF = 2 AND WH-PRAPKTO = 0
               DISPLAY "Abgrenzungskonto fehlt (Menuepunkt 6)!"
                   AT 2401
               PERFORM WEITER GO X.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stichtag...:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Stichtag" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102176006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WV-ABSTICH WC-DATUM.
           PERFORM DATDREH.
           ADD 217 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           IF WH-LAUF = 2 AND WV-ABSTICH NOT > WH-LSTICH
               DISPLAY "Stichtag bereits abgegrenzt!" AT 2401
               PERFORM WEITER GO C.
           IF WH-LAUF = 2
               DISPLAY "<esc>= Abbruch, <ret>= Lauf starten" AT 2301
               CALL "CAUP" USING "0023371000" WH-CREG
               IF ESC GO X
               END-IF
               IF NOT RET GO C.
           COMPUTE WX-DATUM = WV-ABSTICH + 20000000.
           COMPUTE WV-INTST = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           OPEN INPUT AUFKOPF AUFTRAG.
           MOVE 0 TO WM-OPABG.
           IF WH-LAUF = 1
               OPEN INPUT ABGRENZ
               IF WF-STATUS = "00" MOVE 1 TO WM-OPABG
               END-IF
               ELSE PERFORM ABG-OEFFNE.
           IF WH-LAUF = 1 MOVE "VERTRRAV.LST" TO WH-DRUNAM
               ELSE MOVE "VERTRRAP.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-ERZ WH-FEHL WS-AGES WS-AUFL.
           IF WM-OPABG = 1 PERFORM ABG-AUFLOES.
      *--------------------> Vertragsrechnungen bis zum Stichtag <-
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY > AK-KEY INVALID GO W.
       D.  READ AUFKOPF NEXT IGNORE LOCK AT END GO W.
           IF AK-VTNUM = 0 OR AK-RENUM = 0 GO D.
           IF AK-GUTSCHRIFT GO D.
           IF AK-REDAT > WV-ABSTICH GO D.
           IF AK-LZBIS NOT > WV-ABSTICH GO D.
           PERFORM ABG-RECHNUNG.
           GO D.
       W.  IF WZ-ERZ = 0 AND WS-AUFL = 0
               DISPLAY "keine abzugrenzenden Rechnungen," AT 2401
               PERFORM WEITER
               ELSE PERFORM ABG-SUMME
               PERFORM END-DRU
               DISPLAY WZ-ERZ with highlight AT 2210
               " Rechnungen abgegrenzt." with highlight
               PERFORM WEITER.
           IF WH-FEHL > 0
               DISPLAY "Erloeskonto fehlt - Zeilen mit * nicht gebucht!"
                   AT 2401
               PERFORM WEITER.
           CLOSE AUFKOPF AUFTRAG.
           IF WM-OPABG = 1 CLOSE ABGRENZ.
           IF WH-LAUF = 1 GO X.
           CLOSE BUCHFAKT.
           MOVE 183 TO WH-KEY.
           READ KONSTANT INVALID GO X.
           MOVE WV-ABSTICH TO KAB-LSTICH.
           REWRITE KO-SATZ.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Abgrenzungsdatei und BUCHFAKT oeffnen, notfalls
      *        anlegen, letzten Buchsatz-Key suchen *
       ABG-OEFFNE SECTION.
       A.  OPEN I-O ABGRENZ.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ABGRENZ
               CLOSE ABGRENZ
               OPEN I-O ABGRENZ.
           MOVE 1 TO WM-OPABG.
           OPEN I-O BUCHFAKT.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BUCHFAKT
               CLOSE BUCHFAKT
               OPEN I-O BUCHFAKT.
           MOVE 999999 TO BF-KEY.
           MOVE 0 TO WK-BFKEY.
           START BUCHFAKT KEY < BF-KEY INVALID GO Z.
           READ BUCHFAKT PREVIOUS IGNORE LOCK AT END GO Z.
           MOVE BF-KEY TO WK-BFKEY.
       Z.  EXIT.
      ******** offene Abgrenzung frueherer Stichtage aufloesen:
      *        Buchsatz am Folgetag des alten Stichtags *
       ABG-AUFLOES SECTION.
       A.  MOVE 0 TO AG-STICH AG-RENUM AG-KAT.
           START ABGRENZ KEY NOT < AG-KEY INVALID GO Z.
       C.  READ ABGRENZ NEXT AT END GO Z.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF AG-STICH NOT < WV-ABSTICH GO Z.
           IF AG-AUFDAT NOT = 0 GO C.
           ADD AG-BET TO WS-AUFL.
           IF WH-LAUF = 1 GO C.
           COMPUTE WX-DATUM = AG-STICH + 20000000.
           COMPUTE WV-TAGNR = FUNCTION INTEGER-OF-DATE(WX-DATUM) + 1.
           COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WV-TAGNR).
           COMPUTE WH-BFDAT = WX-DATUM - 20000000.
           MOVE AG-ERLKTO TO WH-BFKTO.
           MOVE AG-RENUM TO WH-BFRF WD-REN6.
           MOVE AG-KST TO WH-BFKST.
           MOVE AG-BET TO WH-BFBET.
           MOVE 2 TO WH-BFSH.
           MOVE AG-VTNUM TO WD-VTR6.
           MOVE SPACE TO WH-BFTX.
           STRING "RAP " WD-REN6 " Aufloesung Vertrag " WD-VTR6
               DELIMITED BY SIZE INTO WH-BFTX.
           PERFORM BF-SCHREIB.
           MOVE WH-BFDAT TO AG-AUFDAT.
           REWRITE AG-SATZ.
           GO C.
       Z.  EXIT.
      ******** eine Vertragsrechnung abgrenzen: Nettobetrag je
      *        Erloeskategorie * Tage nach dem Stichtag / Tage des
      *        Leistungszeitraums *
       ABG-RECHNUNG SECTION.
       A.  IF AK-LZVON = 0 GO Z.
           COMPUTE WX-DATUM = AK-LZVON + 20000000.
           COMPUTE WV-INTVON = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WX-DATUM = AK-LZBIS + 20000000.
           COMPUTE WV-INTBIS = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WV-INTBIS < WV-INTVON GO Z.
           COMPUTE WH-GESTAGE = WV-INTBIS - WV-INTVON + 1.
           IF AK-LZVON > WV-ABSTICH MOVE WH-GESTAGE TO WH-TAGE
               ELSE COMPUTE WH-TAGE = WV-INTBIS - WV-INTST.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE 0 TO WS-KNET(WX).
           MOVE 0 TO WS-RNET WS-ABET WH-FEHLR.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           MOVE AU-KAGRP TO WH-KAT.
           IF WH-KAT = 0 OR WH-KAT > 17 MOVE 1 TO WH-KAT.
           ADD AU-BET TO WS-KNET(WH-KAT) WS-RNET.
           GO C.
       E.  IF WS-RNET = 0 GO Z.
           MOVE 0 TO WH-KAT.
       F.  ADD 1 TO WH-KAT.
           IF WH-KAT > 17 GO P.
           IF WS-KNET(WH-KAT) = 0 GO F.
           COMPUTE WS-KBET ROUNDED =
               WS-KNET(WH-KAT) * WH-TAGE / WH-GESTAGE.
           IF WS-KBET = 0 GO F.
           ADD WS-KBET TO WS-ABET.
           IF WH-ERLK(WH-KAT) = 0
               MOVE 1 TO WH-FEHLR
               GO F.
           IF WH-LAUF = 2 PERFORM ABG-SCHREIB.
           GO F.
       P.  ADD WH-FEHLR TO WH-FEHL.
           PERFORM ABG-ZEILE.
           ADD 1 TO WZ-ERZ.
           ADD WS-ABET TO WS-AGES.
       Z.  EXIT.
      ******** Abgrenzungssatz und Buchsatz Erloes an RAP *
       ABG-SCHREIB SECTION.
       A.  INITIALIZE AG-SATZ.
           MOVE WV-ABSTICH TO AG-STICH.
           MOVE AK-RENUM TO AG-RENUM.
           MOVE WH-KAT TO AG-KAT.
           MOVE AK-VTNUM TO AG-VTNUM.
           MOVE AK-KTONR TO AG-KTONR.
           MOVE AK-NUM TO AG-AKNUM.
           MOVE AK-REDAT TO AG-REDAT.
           MOVE AK-LZVON TO AG-VON.
           MOVE AK-LZBIS TO AG-BIS.
           MOVE WH-TAGE TO AG-TAGE.
           MOVE WH-GESTAGE TO AG-GESTAGE.
           MOVE WS-KNET(WH-KAT) TO AG-NETTO.
           MOVE WS-KBET TO AG-BET.
           MOVE WH-ERLK(WH-KAT) TO AG-ERLKTO.
           MOVE AK-KST TO AG-KST.
           MOVE 0 TO AG-AUFDAT.
           WRITE AG-SATZ INVALID REWRITE AG-SATZ.
           MOVE WH-ERLK(WH-KAT) TO WH-BFKTO.
           MOVE AK-RENUM TO WH-BFRF WD-REN6.
           MOVE AK-KST TO WH-BFKST.
           MOVE WS-KBET TO WH-BFBET.
           MOVE WV-ABSTICH TO WH-BFDAT.
           MOVE 1 TO WH-BFSH.
           MOVE AK-VTNUM TO WD-VTR6.
           MOVE SPACE TO WH-BFTX.
           STRING "RAP " WD-REN6 " Abgrenzung Vertrag " WD-VTR6
               DELIMITED BY SIZE INTO WH-BFTX.
           PERFORM BF-SCHREIB.
       Z.  EXIT.
      ******* ein Buchsatz auf WH-BFKTO gegen das RAP-Konto *
       BF-SCHREIB SECTION.
       A.  IF WH-BFBET = 0 GO Z.
           INITIALIZE BF-SATZ.
           MOVE SPACE TO BF-SA BF-FSYM.
           MOVE 0 TO BF-REN BF-KOND.
           MOVE WH-BFKTO TO BF-KTONR.
           MOVE WH-PRAPKTO TO BF-GK.
           MOVE WH-BFRF TO BF-RF.
           MOVE WH-BFDAT TO BF-DAT.
           MOVE WE-SRSYM TO BF-SY.
           MOVE 1 TO BF-VM BF-KURS.
           MOVE WH-BFSH TO BF-SH.
           MOVE WH-BFKST TO BF-KST.
           MOVE WH-BFTX TO BF-TX.
           MOVE WH-BFBET TO BF-BET BF-B1 BF-SUM(25).
       E.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO E.
       Z.  EXIT.
      ************** Kopf der Abgrenzungsliste *
       ABG-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WH-LAUF = 1
               MOVE "A b g r e n z u n g  Wartungsvertraege - Vorschau"
                   TO DRA-SATZ(2:)
               ELSE
               MOVE "A b g r e n z u n g  Wartungsvertraege - Buchung"
                   TO DRA-SATZ(2:).
           MOVE WV-ABSTICH TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stichtag:" TO DRA-SATZ(78:9).
           MOVE VDU-DATUM TO DRA-SATZ(88:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:96).
           PERFORM DRUCK.
           MOVE "Vertrag" TO DRA-SATZ(2:7).
           MOVE "Kunde" TO DRA-SATZ(12:5).
           MOVE "Rechng." TO DRA-SATZ(19:7).
           MOVE "Re-Datum" TO DRA-SATZ(27:8).
           MOVE "Leistung von" TO DRA-SATZ(37:12).
           MOVE "bis" TO DRA-SATZ(52:3).
           MOVE "Netto" TO DRA-SATZ(66:5).
           MOVE "Tage/ges." TO DRA-SATZ(73:9).
           MOVE "Abgrenzung" TO DRA-SATZ(87:10).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:96).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       Z.  EXIT.
      ************** Zeile der Abgrenzungsliste je Rechnung *
       ABG-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM ABG-KOPF.
           MOVE AK-VTNUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(3:6).
           MOVE AK-KTONR TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(11:6).
           MOVE AK-RENUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(19:6).
           MOVE AK-REDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(27:8).
           MOVE AK-LZVON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(37:8).
           MOVE AK-LZBIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(47:8).
           MOVE WS-RNET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(57:14).
           MOVE WH-TAGE TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(73:4).
           MOVE "/" TO DRA-SATZ(77:1).
           MOVE WH-GESTAGE TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(78:4).
           MOVE WS-ABET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(83:14).
           IF WH-FEHLR = 1 MOVE "*" TO DRA-SATZ(98:1).
           PERFORM DRUCK.
       Z.  EXIT.
      ************** Summen der Abgrenzungsliste *
       ABG-SUMME SECTION.
       A.  IF WZ-ZEILEN > 57 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM ABG-KOPF.
           MOVE ALL "-" TO DRA-SATZ(2:96).
           PERFORM DRUCK.
           MOVE "Abgrenzung zum Stichtag" TO DRA-SATZ(2:).
           MOVE WS-AGES TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(83:14).
           PERFORM DRUCK.
           IF WS-AUFL = 0 GO Z.
           MOVE WH-LSTICH TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Aufloesung der Abgrenzung vom" TO DRA-SATZ(2:).
           MOVE VDU-DATUM TO DRA-SATZ(32:8).
           MOVE WS-AUFL TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(83:14).
           PERFORM DRUCK.
       Z.  EXIT.
