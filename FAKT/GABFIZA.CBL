      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABFIZA.
      ******************************************************************
      *   Abgleich der in der FIBU gebuchten Kundenzahlungen mit den   *
      *   Offenen Posten.  Was die Buchhaltung direkt in der FIBU      *
      *   bucht (Scheck, Kassa, Aufrechnung ...), erfaehrt GABOPOS     *
      *   sonst nie - der Posten bleibt offen und GABMAHN mahnt.       *
      *                                                                *
      *   Gelesen wird das Buchungsjournal FIBUBUCH.DAT aus dem        *
      *   Verzeichnis der FIBU-Firma (KONSTANT 11, wie die             *
      *   Ueberleitung).  Zahlung ist jede Buchung, die ein            *
      *   Kundenkonto im Haben trifft (Konto = Kunde im Haben oder     *
      *   Gegenkonto = Kunde bei Soll), ausser Ausgangsrechnungen und  *
      *   Gutschriften - die kommen ohnehin aus GABIS.  Zugeordnet     *
      *   wird ueber den Rechnungsbezug der Buchung (OP-RENUM), das    *
      *   Kundenkonto und den Betrag (hoechstens der offene Rest).     *
      *   Gebucht wird mit dem FIBU-Buchungsdatum ins Zahlungs-        *
      *   journal (Herkunft 6); die Periodensperre gilt hier nicht,    *
      *   die Buchung steht in der FIBU ja schon.                      *
      *                                                                *
      *   Jede erledigte FIBU-Buchung (Nummer + Datum) steht danach    *
      *   in GABISFZU.DAT und wird nie ein zweites Mal gebucht; der    *
      *   Lauf kann beliebig wiederholt werden.  Liegt zur Rechnung    *
      *   im Zahlungsjournal schon eine Zahlung gleicher Hoehe aus     *
      *   GABIS, wird nur abgeglichen und nicht noch einmal gebucht.   *
      *   Nicht Zuordenbares steht im Protokoll FIZAHL.LST und kommt   *
      *   im naechsten Lauf wieder, bis es zugeordnet oder von Hand    *
      *   erledigt (Menuepunkt 2) ist.                                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSEFZU.CPY.
           COPY GABSEZJR.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT FIBUJRN    ASSIGN TO WN-FJRN
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY FJ-KEY
                             ALTERNATE KEY FJ-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABFIZU.CPY.
       COPY GABZAHLJ.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
       COPY GABFIJRN.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRF-SATZ.
           03  FILLER                  PIC X.
           03  DRF-BUKEY               PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRF-DATUM               PIC X(9).
           03  DRF-KTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRF-BEZ                 PIC X(30).
           03  FILLER                  PIC X.
           03  DRF-RENUM               PIC ZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRF-BET                 PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRF-TX                  PIC X(20).
           03  FILLER                  PIC X.
           03  DRF-ERG                 PIC X(34).
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
           03  WM-FEHL                 PIC 9         COMP.
           03  WM-DOPP                 PIC 9         COMP.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
      *--------------------------> Pfad des FIBU-Journals <--
           03  WN-FJRN                 PIC X(35).
      *--------------------------> Lauf <--
           03  WV-VON                  PIC 9(6)      COMP.
           03  WH-ZJLAUF               PIC 9(6)      COMP.
           03  WH-KTONR                PIC 9(6)      COMP.
           03  WH-RENUM                PIC 9(7)      COMP.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WH-ERGTX                PIC X(34).
           03  WZ-NEU                  PIC 9(5)      COMP.
           03  WZ-BEREITS              PIC 9(5)      COMP.
           03  WZ-GEBUCHT              PIC 9(5)      COMP.
           03  WZ-ERFASST              PIC 9(5)      COMP.
           03  WZ-OFFEN                PIC 9(5)      COMP.
           03  WZ-ZJANZ                PIC 999       COMP.
           03  WZ-FZANZ                PIC 999       COMP.
           03  WS-GEBUCHT              PIC S9(9)V99  COMP-3.
           03  WS-OFFEN                PIC S9(9)V99  COMP-3.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZZZ9.
       COPY GABZJRSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FIZAHL.
       A.  CALL "CADECL" USING "GABISFZU.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLJRN.
       A.  CALL "CADECL" USING "GABISZJR.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON FIBUJRN.
       A.  CALL "CADECL" USING "FIBUBUCH.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM FIZ-MENU GO W.
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
       FIZ-MENU SECTION.
       A.  OPEN I-O FIZAHL.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT FIZAHL
               CLOSE FIZAHL
               OPEN I-O FIZAHL.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zahlungen aus der FIBU " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Abgleich mit den Offenen Posten" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - FIBU-Buchung von Hand erledigen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM FIZ-LAUF
               WHEN 2 PERFORM FIZ-ERLEDIGT
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE FIZAHL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPDEB WM-OPKON.
       Z.  EXIT.
      ********* Pfad des FIBU-Journals aus dem FIBU-Pfad (KONSTANT 11) *
      *    gleiches Vorgehen wie GABVORL's KONDIT SECTION
       FIBU-PFAD SECTION.
       A.  MOVE 0 TO WM-FEHL.
           MOVE 11 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
               DISPLAY "Druckerparameter nicht angelegt!" AT 2401
               PERFORM WEITER MOVE 1 TO WM-FEHL GO Z.
           IF KOD-VERZ(2:1) not = ":"
               DISPLAY "FIBU-Pfad nicht eingerichtet!" AT 2401
               PERFORM WEITER MOVE 1 TO WM-FEHL GO Z.
           MOVE KOD-VERZ TO WN-FJRN.
           PERFORM VARYING WX FROM 30 BY -1 UNTIL WX = 0
               OR WN-FJRN(WX:1) = "\" CONTINUE.
           ADD 1 TO WX.
           MOVE "FIBUBUCH.DAT" TO WN-FJRN(WX:).
           OPEN INPUT FIBUJRN.
           IF WF-STATUS not = "00"
               DISPLAY "FIBU-Journal nicht erreichbar!" AT 2401
               PERFORM WEITER MOVE 1 TO WM-FEHL.
       Z.  EXIT.
      ************************* Abgleichlauf FIBU -> Offene Posten *
       FIZ-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abgleich FIBU-Zahlungen " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "liest FIBUBUCH.DAT der FIBU-Firma, Protokoll FIZA
      -        "HL.LST" AT VDU-LP.
      *--------> Vorschlag: ab Monatsersten des Vormonats <-
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-TAG.
           IF WZ-MONAT > 1 SUBTRACT 1 FROM WZ-MONAT
           ELSE MOVE 12 TO WZ-MONAT
               IF WZ-JAHR > 0 SUBTRACT 1 FROM WZ-JAHR
               ELSE MOVE 99 TO WZ-JAHR.
           MOVE WZ-DATUM TO WV-VON.
       C.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "FIBU-Buchungen ab:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Buchungsdatum ab" AT 2301.
           MOVE WV-VON TO WZ-DATUM.
           CALL "CAUP" USING "1105226006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET OR WZ-DATUM = 0 GO C.
           MOVE WZ-DATUM TO WV-VON.
       E.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           PERFORM FIBU-PFAD.
           IF WM-FEHL = 1 GO Y.
           DISPLAY "Lauf..." with highlight AT 2401.
           MOVE "FIZAHL.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-NEU WZ-BEREITS WZ-GEBUCHT WZ-ERFASST WZ-OFFEN.
           MOVE 0 TO WS-GEBUCHT WS-OFFEN WZ-ZEILEN.
           CALL "GABZJR" USING "30NEULAUF" WH-CREG.
           MOVE WZJ-LAUF TO WH-ZJLAUF.
           MOVE 0 TO FJ-KEY.
           START FIBUJRN KEY NOT < FJ-KEY INVALID GO V.
       G.  READ FIBUJRN NEXT IGNORE LOCK AT END GO V.
           IF FJ-SA NOT = SPACE GO G.
           IF FJ-DAT < WV-VON GO G.
      *--------> Rechnungen und Gutschriften stammen aus GABIS <-
           IF WE-ARSYM NOT = WE-GSSYM
               AND (FJ-SY = WE-ARSYM OR FJ-SY = WE-GSSYM) GO G.
           PERFORM KD-SEITE.
           IF WH-KTONR = 0 GO G.
           MOVE FJ-KEY TO FZ-BUKEY.
           MOVE FJ-DAT TO FZ-BUDAT.
           READ FIZAHL IGNORE LOCK INVALID GO I.
           ADD 1 TO WZ-BEREITS.
           GO G.
       I.  ADD 1 TO WZ-NEU.
           PERFORM ZUORDNEN.
           GO G.
       V.  CLOSE FIBUJRN.
           IF WZ-ZEILEN NOT = 0
               PERFORM LAUF-SUMME.
           PERFORM END-DRU.
           IF WZ-NEU = 0
               DISPLAY "keine neuen Zahlungsbuchungen in der FIBU."
                   with highlight AT 2401
               PERFORM WEITER GO Y.
           DISPLAY WZ-GEBUCHT with highlight AT 2120
               " gebucht," with highlight.
           DISPLAY WZ-ERFASST with highlight AT 2220
               " waren schon erfasst," with highlight.
           DISPLAY WZ-OFFEN with highlight AT 2320
               " nicht zugeordnet (s. FIZAHL.LST)." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Kundenkonto der Buchung, wenn es im Haben getroffen ist *
      *    WH-KTONR = 0: keine Zahlung eines Kunden
       KD-SEITE SECTION.
       A.  MOVE 0 TO WH-KTONR.
           IF FJ-SH NOT = 2 OR FJ-KTONR = 0 GO C.
           MOVE FJ-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO C.
           MOVE FJ-KTONR TO WH-KTONR.
           GO Z.
       C.  IF FJ-SH NOT = 1 OR FJ-GK = 0 GO Z.
           MOVE FJ-GK TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO Z.
           MOVE FJ-GK TO WH-KTONR.
       Z.  EXIT.
      ************ eine neue FIBU-Zahlung einem Posten zuordnen *
       ZUORDNEN SECTION.
       A.  MOVE SPACE TO WH-ERGTX.
           MOVE FJ-RF TO WH-RENUM.
           IF FJ-BET NOT > 0
               MOVE "Storno/negativ - von Hand pruefen" TO WH-ERGTX
               GO F.
           IF FJ-RF = 0
               MOVE "kein Rechnungsbezug" TO WH-ERGTX
               GO F.
           MOVE FJ-RF TO OP-RENUM.
       B.  READ OFFPOST INVALID
               MOVE "Rechnung nicht im OP-Bestand" TO WH-ERGTX
               GO F.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF OP-KTONR NOT = WH-KTONR
               MOVE "Rechnung gehoert anderem Kunden" TO WH-ERGTX
               GO F.
           IF OP-AUSGL NOT = 0
               MOVE "Rechnung schon ausgeglichen" TO WH-ERGTX
               GO F.
           IF OP-INKASSO
               MOVE "Posten liegt beim Inkassobuero" TO WH-ERGTX
               GO F.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF FJ-BET > WS-OPREST
               MOVE "Betrag hoeher als offener Rest" TO WH-ERGTX
               GO F.
      *--------> dieselbe Zahlung schon in GABIS erfasst? <-
           PERFORM DOPPEL-PRUEF.
           IF WM-DOPP = 1
               MOVE 2 TO FZ-STATUS
               PERFORM FZ-SCHREIB
               ADD 1 TO WZ-ERFASST
               MOVE "in GABIS schon erfasst - abgeglichen" TO WH-ERGTX
               PERFORM PROT-ZEILE
               GO Z.
      *--------> als Zahlung buchen <-
           ADD FJ-BET TO OP-BEZAHLT.
           MOVE FJ-DAT TO OP-LETZTZL.
           MOVE "Teilzahlung gebucht" TO WH-ERGTX.
           IF FJ-BET = WS-OPREST
               MOVE FJ-DAT TO OP-AUSGL
               MOVE "gebucht - ausgeglichen" TO WH-ERGTX.
           REWRITE OP-SATZ.
           MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE FJ-DAT TO WZJ-DATUM.
           MOVE FJ-BET TO WZJ-BETRAG.
           MOVE 0 TO WZJ-SKONTO.
           MOVE 6 TO WZJ-QUELLE.
           MOVE WH-ZJLAUF TO WZJ-LAUF.
           MOVE FJ-KEY TO WD-NUM.
           MOVE SPACE TO WZJ-TEXT.
           STRING "FIBU-Buchung " WD-NUM DELIMITED BY SIZE
               INTO WZJ-TEXT.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
           MOVE 1 TO FZ-STATUS.
           PERFORM FZ-SCHREIB.
           ADD 1 TO WZ-GEBUCHT.
           ADD FJ-BET TO WS-GEBUCHT.
           PERFORM PROT-ZEILE.
           GO Z.
       F.  ADD 1 TO WZ-OFFEN.
           ADD FJ-BET TO WS-OFFEN.
           PERFORM PROT-ZEILE.
       Z.  EXIT.
      ***** Gibt es zur Rechnung eine GABIS-Zahlung gleicher Hoehe, *
      *    die noch keiner FIBU-Buchung gegenuebersteht?
       DOPPEL-PRUEF SECTION.
       A.  MOVE 0 TO WM-DOPP WZ-ZJANZ WZ-FZANZ.
           OPEN INPUT ZAHLJRN.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WH-RENUM TO ZJ-RENUM.
           START ZAHLJRN KEY NOT < ZJ-RENUM INVALID GO E.
       C.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO E.
           IF ZJ-RENUM NOT = WH-RENUM GO E.
           IF NOT ZJ-FIBU AND ZJ-BETRAG = FJ-BET
               ADD 1 TO WZ-ZJANZ.
           GO C.
       E.  CLOSE ZAHLJRN.
           IF WZ-ZJANZ = 0 GO Z.
      *--------> wie viele davon sind schon abgeglichen? <-
           MOVE WH-RENUM TO FZ-RENUM.
           START FIZAHL KEY NOT < FZ-RENUM INVALID GO H.
       G.  READ FIZAHL NEXT IGNORE LOCK AT END GO H.
           IF FZ-RENUM NOT = WH-RENUM GO H.
           IF FZ-ERFASST AND FZ-BETRAG = FJ-BET ADD 1 TO WZ-FZANZ.
           GO G.
       H.  IF WZ-ZJANZ > WZ-FZANZ MOVE 1 TO WM-DOPP.
       Z.  EXIT.
      ************* FIBU-Buchung als erledigt festhalten (FZ-STATUS) *
       FZ-SCHREIB SECTION.
       A.  MOVE FJ-KEY TO FZ-BUKEY.
           MOVE FJ-DAT TO FZ-BUDAT.
           MOVE WH-RENUM TO FZ-RENUM.
           MOVE WH-KTONR TO FZ-KTONR.
           MOVE FJ-BET TO FZ-BETRAG.
           MOVE WH-ZJLAUF TO FZ-LAUF.
           MOVE WH-DATUM TO FZ-UEBDAT.
           MOVE WB-NAME TO FZ-BEN.
           WRITE FZ-SATZ INVALID REWRITE FZ-SATZ.
       Z.  EXIT.
      ******************************** Protokollzeile des Abgleichs *
       PROT-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO W.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Zahlungen aus der FIBU - Abgleich vom" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(40:8).
           MOVE "Lauf:" TO DRA-SATZ(52:5).
           MOVE WH-ZJLAUF TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(58:6).
           MOVE "Buchungen ab:" TO DRA-SATZ(70:13).
           MOVE WV-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(84:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:131).
           PERFORM DRUCK.
           MOVE "Bu-Nr. Datum     Konto Name" TO DRA-SATZ(2:).
           MOVE "Re-Nr.          Betrag FIBU-Text" TO DRA-SATZ(57:).
           MOVE "Ergebnis" TO DRA-SATZ(99:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:131).
           PERFORM DRUCK.
       W.  MOVE SPACE TO DRF-SATZ.
           MOVE FJ-KEY TO DRF-BUKEY.
           MOVE FJ-DAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRF-DATUM.
           MOVE WH-KTONR TO DRF-KTO.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:30) TO DRF-BEZ.
           MOVE WH-RENUM TO DRF-RENUM.
           MOVE FJ-BET TO DRF-BET.
           MOVE FJ-TX TO DRF-TX.
           MOVE WH-ERGTX TO DRF-ERG.
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       LAUF-SUMME SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(2:131).
           PERFORM DRUCK.
           MOVE "gebucht:" TO DRA-SATZ(2:).
           MOVE WZ-GEBUCHT TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(24:5).
           MOVE WS-GEBUCHT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(64:14).
           PERFORM DRUCK.
           MOVE "schon erfasst:" TO DRA-SATZ(2:).
           MOVE WZ-ERFASST TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(24:5).
           PERFORM DRUCK.
           MOVE "nicht zugeordnet:" TO DRA-SATZ(2:).
           MOVE WZ-OFFEN TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(24:5).
           MOVE WS-OFFEN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(64:14).
           PERFORM DRUCK.
           MOVE "frueher erledigt:" TO DRA-SATZ(2:).
           MOVE WZ-BEREITS TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(24:5).
           PERFORM DRUCK.
       Z.  EXIT.
      ******** nicht zuordenbare FIBU-Buchung von Hand erledigen *
      *    (z.B. schon anders geklaert) - sie erscheint dann nicht
      *    mehr im Protokoll und wird nie gebucht
       FIZ-ERLEDIGT SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " FIBU-Buchung erledigen " with highlight AT VDU-LP.
           PERFORM FIBU-PFAD.
           IF WM-FEHL = 1 GO Y.
       C.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "FIBU-Buchungsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Buchungsnummer lt. Protokoll"
               AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002246006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO FJ-KEY.
           READ FIBUJRN IGNORE LOCK INVALID
               DISPLAY "Buchung nicht im FIBU-Journal!" AT 2401
               PERFORM WEITER GO C.
           PERFORM KD-SEITE.
           MOVE FJ-RF TO WH-RENUM.
           ADD 303 VDU-ECK GIVING VDU-LP.
           MOVE FJ-DAT TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 314 VDU-ECK GIVING VDU-LP.
           MOVE WH-KTONR TO WD-NUM.
           DISPLAY "Kunde:" AT VDU-LP WD-NUM with highlight.
           ADD 330 VDU-ECK GIVING VDU-LP.
           MOVE FJ-BET TO WD-BET.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY FJ-TX with highlight AT VDU-LP.
           IF WH-KTONR = 0
               DISPLAY "keine Zahlung eines Kunden!" AT 2401
               PERFORM WEITER GO C.
           MOVE FJ-KEY TO FZ-BUKEY.
           MOVE FJ-DAT TO FZ-BUDAT.
           READ FIZAHL IGNORE LOCK INVALID GO E.
           EVALUATE TRUE
               WHEN FZ-GEBUCHT
                   DISPLAY "als Zahlung gebucht im Lauf" AT 2401
               WHEN FZ-ERFASST
                   DISPLAY "abgeglichen im Lauf" AT 2401
               WHEN OTHER
                   DISPLAY "von Hand erledigt im Lauf" AT 2401.
           MOVE FZ-LAUF TO WD-NUM.
           DISPLAY WD-NUM with highlight AT 2431.
           PERFORM WEITER.
           GO C.
       E.  DISPLAY "<esc>= Abbruch, <ret>= als erledigt kennzeichnen"
               AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE 0 TO WH-ZJLAUF.
           MOVE 3 TO FZ-STATUS.
           PERFORM FZ-SCHREIB.
           DISPLAY "erledigt." with highlight AT 2401.
           PERFORM WEITER.
           GO C.
       X.  CLOSE FIBUJRN.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
