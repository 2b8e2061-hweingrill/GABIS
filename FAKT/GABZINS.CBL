      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABZINS.
      ******************************************************************
      *   Verzugszinsen ueber die Offenen Posten: je Posten werden     *
      *   die Tage ab Faelligkeit (OP-REDAT + Nettotage aus OP-KOND)   *
      *   bis zum Ausgleich bzw. Stichtag mit dem Zinssatz aus         *
      *   KONSTANT 55 verzinst.  Je Kunde entsteht ein normaler        *
      *   Auftrag mit dem Zinsartikel (eigene Erloesgruppe), der wie   *
      *   jeder andere fakturiert und uebergeleitet wird.  Der         *
      *   Zinsstand je Posten steht in GABISZIH.DAT - ein Zeitraum     *
      *   wird nie zweimal verzinst, Zinsauftraege selbst sind         *
      *   zinsfrei.  Die Vorschau zeigt den Lauf ohne zu buchen.       *
      *   Verzinst wird fruehestens ab dem Zinsbeginn aus KONSTANT     *
      *   55; ausgebuchte Betraege (Zahlungsjournal Herkunft 4,        *
      *   GABAUSF) gehoeren nicht zur Zinsbasis, insolvente Kunden     *
      *   (DEBZUS) bleiben wie Inkassoposten ausser Betracht.          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSEZIH.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEZJR.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABZINSH.CPY.
       COPY GABANBOT.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABZAHLJ.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRZ-SATZ.
           03  FILLER                  PIC XX.
           03  DRZ-KTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRZ-RENUM               PIC ZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRZ-VON                 PIC X(9).
           03  DRZ-BIS                 PIC X(9).
           03  DRZ-TAGE                PIC ZZZ9.
           03  FILLER                  PIC X.
           03  DRZ-BASIS               PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRZ-ZINS                PIC ZZZ.ZZ9,99-.
           03  FILLER                  PIC XX.
           03  DRZ-AUF                 PIC ZZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRZ-TX                  PIC X(20).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDBZ                PIC 9         COMP  VALUE ZERO.
           03  WM-OPZJR                PIC 9         COMP  VALUE ZERO.
           03  WH-INSOLV               PIC 9         COMP.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-LAUF                 PIC 9         COMP.
           03  WZ-ERZ                  PIC 9(4)      COMP.
           03  WZ-UNTER                PIC 9(4)      COMP.
      *--------------------------> Netto-Tage aus der Kondition <--
           03  WK-SKONT                PIC 9(13).
           03  WR-SKONT REDEFINES WK-SKONT.
               05  WK-SK1              PIC 9V9.
               05  WK-TG1              PIC 999.
               05  WK-SK2              PIC 9V9.
               05  WK-TG2              PIC 999.
               05  WK-TGN              PIC 999.
           03  WH-MNETTO               PIC 999       COMP.
           03  WA-STICH                PIC 9(8)      COMP.
           03  WA-FAELL                PIC 9(8)      COMP.
           03  WA-VON                  PIC 9(8)      COMP.
           03  WA-BIS                  PIC 9(8)      COMP.
           03  WA-HILF                 PIC 9(8)      COMP.
           03  WA-ZTAGE                PIC S9(8)     COMP.
           03  WV-STICH                PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WV-DAT8                 PIC 9(8)      COMP.
      *--------------------------> Zinsparameter KONSTANT 55 <--
           03  WH-ZPROZ                PIC 99V99     COMP-3.
           03  WH-ZARNUM               PIC 9(6)      COMP.
           03  WH-ZMIN                 PIC S9(5)V99  COMP-3.
           03  WH-KARENZ               PIC 999       COMP.
           03  WH-ZABDAT               PIC 9(6)      COMP.
           03  WA-ZAB                  PIC 9(8)      COMP.
           03  WS-AUSGEB               PIC S9(9)V99  COMP-3.
           03  WS-BASIS                PIC S9(9)V99  COMP-3.
           03  WS-ZINS                 PIC S9(9)V99  COMP-3.
      *--------------------------> Zinsposten je Kunde <--
           03  WM-ANZ                  PIC 999       COMP  VALUE ZERO.
           03  WM-UEB                  PIC 999       COMP  VALUE ZERO.
           03  WM-TAB                                       OCCURS 200.
               05  WM-RENUM            PIC 9(7)      COMP.
               05  WM-VON              PIC 9(6)      COMP.
               05  WM-BIS              PIC 9(6)      COMP.
               05  WM-TAGE             PIC 9(4)      COMP.
               05  WM-BASIS            PIC S9(9)V99  COMP-3.
               05  WM-ZINS             PIC S9(9)V99  COMP-3.
           03  WM-KTONR                PIC 9(6)      COMP.
           03  WM-I                    PIC 999       COMP.
           03  WS-ZSUM                 PIC S9(9)V99  COMP-3.
           03  WS-ZGES                 PIC S9(9)V99  COMP-3.
           03  WH-AKNUM                PIC 9(8)      COMP.
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-ZTX                  PIC X(20).
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-RENUM                PIC ZZZZZZ9.
           03  WD-TAGE                 PIC ZZZ9.
           03  WD-PROZ                 PIC Z9,99.
           03  WD-GEB                  PIC ZZ.ZZ9,99.
           03  WD-TG                   PIC ZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLJRN.
       A.  CALL "CADECL" USING "GABISZJR.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ZINSHIST.
       A.  CALL "CADECL" USING "GABISZIH.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    OFFPOST wird vom Rufer (GABOPOS) geoeffnet uebergeben;
      *    DEBITOR und KONSTANT sind wie ueblich seit GABVORL offen.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM ZINS-MENU GO W.
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
      ******** Zinsstand-Datei oeffnen, notfalls anlegen *
       ZIH-OEFFNE SECTION.
       A.  OPEN I-O ZINSHIST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ZINSHIST
               CLOSE ZINSHIST
               OPEN I-O ZINSHIST.
       Z.  EXIT.
      ************************** Zinsparameter lesen, notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 55 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-ZISATZ
               WRITE KO-SATZ.
           MOVE KZI-PROZ TO WH-ZPROZ.
           MOVE KZI-ARNUM TO WH-ZARNUM.
           MOVE KZI-MINBET TO WH-ZMIN.
           MOVE KZI-KARENZ TO WH-KARENZ.
           MOVE KZI-ABDAT TO WH-ZABDAT.
           IF WH-ZABDAT > 991231 MOVE 0 TO WH-ZABDAT.
      *--------> Nettotage wie im Mahnlauf (KONSTANT 42) <-
           MOVE 42 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE 0 TO KM-NETTO.
           MOVE KM-NETTO TO WH-MNETTO.
           IF WH-MNETTO = 0 MOVE 30 TO WH-MNETTO.
       Z.  EXIT.
      ******************************************************************
       ZINS-MENU SECTION.
       A.  PERFORM ZIH-OEFFNE.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verzugszinsen " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Vorschau Zinslauf" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Zinslauf" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Zinsparameter" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 MOVE 1 TO WH-LAUF PERFORM ZINSLAUF
               WHEN 2 MOVE 2 TO WH-LAUF PERFORM ZINSLAUF
               WHEN 3 PERFORM ZINSPAR
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE ZINSHIST.
       Z.  EXIT.
      ******* Vorschau (WH-LAUF 1) oder Zinslauf (2) *
       ZINSLAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           IF WH-LAUF = 1
               DISPLAY " Vorschau Zinslauf " with highlight AT VDU-LP
               ELSE DISPLAY " Zinslauf " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           IF WH-ZPROZ = 0 OR WH-ZARNUM = 0
               DISPLAY "Zinssatz/Zinsartikel fehlt - s. Zinsparameter!"
                   with highlight foreground-color 4 AT 2401
               PERFORM WEITER GO Y.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zinsen bis:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Stichtag" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102166006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WV-STICH WC-DATUM.
           PERFORM DATDREH.
           ADD 216 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           IF WH-LAUF = 2
               DISPLAY "<esc>= Abbruch, <ret>= Lauf starten" AT 2301
               CALL "CAUP" USING "0023371000" WH-CREG
               IF ESC GO Y
               END-IF
               IF NOT RET GO C.
      *--------> Zinsauftraege unterliegen der Periodensperre <-
           IF WH-LAUF = 2
               MOVE WH-DATUM TO WH-NUM
               CALL "GABPER" USING "40PERDIA" WH-CREG
               IF WH-WERT NOT = 0 GO Y.
           COMPUTE WX-DATUM = WV-STICH + 20000000.
           COMPUTE WA-STICH = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           MOVE 0 TO WA-ZAB.
           IF WH-ZABDAT NOT = 0
               COMPUTE WX-DATUM = WH-ZABDAT + 20000000
               COMPUTE WA-ZAB = FUNCTION INTEGER-OF-DATE(WX-DATUM).
      *--------> DEBZUS/ZAHLJRN: schon vom Rufer geoeffnet (41)
      *          mitlesen, aber nicht schliessen <-
           MOVE 0 TO WM-OPDBZ WM-OPZJR.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDBZ.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDBZ.
           OPEN INPUT ZAHLJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPZJR.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPZJR.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           MOVE WH-ZARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Zinsartikel nicht vorhanden!"
                   with highlight foreground-color 4 AT 2401
               PERFORM WEITER GO V.
           IF WH-LAUF = 2
               OPEN I-O AUFKOPF AUFTRAG
               MOVE 0 TO WM-OPKON
               OPEN I-O KONSTANT
               IF WF-STATUS = "00" MOVE 1 TO WM-OPKON
               END-IF
               IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           IF WH-LAUF = 1 MOVE "ZINSVOR.LST" TO WH-DRUNAM
               ELSE MOVE "ZINSLAUF.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-ERZ WZ-UNTER WM-ANZ WM-UEB WM-KTONR
               WS-ZSUM WS-ZGES.
           MOVE 0 TO OP-KTONR.
           START OFFPOST KEY > OP-KTONR INVALID GO W.
       D.  READ OFFPOST NEXT IGNORE LOCK AT END GO W.
           IF OP-KTONR NOT = WM-KTONR
               PERFORM KD-WECHSEL
               MOVE OP-KTONR TO WM-KTONR
               PERFORM INSOLV-LESEN.
           IF OP-GUTSCHRIFT GO D.
      *--------> Zinsen ab Uebergabe macht das Inkassobuero geltend <-
           IF OP-INKASSO GO D.
      *--------> insolvente Kunden (GABAUSF): keine Zinsen <-
           IF WH-INSOLV = 1 GO D.
           PERFORM POSTEN-ZINS.
           IF WS-ZINS NOT > 0 GO D.
      *--------> Posten ueber die Tabelle hinaus bleiben fuer den
      *          naechsten Lauf stehen (Zinsstand unveraendert) <-
           IF WM-ANZ NOT < 200 ADD 1 TO WM-UEB GO D.
           ADD 1 TO WM-ANZ.
           MOVE OP-RENUM TO WM-RENUM(WM-ANZ).
           COMPUTE WV-DAT8 = FUNCTION DATE-OF-INTEGER(WA-VON).
           COMPUTE WM-VON(WM-ANZ) = WV-DAT8 - 20000000.
           MOVE WV-BIS TO WM-BIS(WM-ANZ).
           MOVE WA-ZTAGE TO WM-TAGE(WM-ANZ).
           MOVE WS-BASIS TO WM-BASIS(WM-ANZ).
           MOVE WS-ZINS TO WM-ZINS(WM-ANZ).
           ADD WS-ZINS TO WS-ZSUM.
           GO D.
       W.  PERFORM KD-WECHSEL.
           IF WZ-ZEILEN = 0
               DISPLAY "keine zu verzinsenden Posten," AT 2401
               PERFORM WEITER GO V.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Summe Zinsen:" TO DRA-SATZ(10:).
           MOVE WS-ZGES TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           PERFORM DRUCK.
           PERFORM END-DRU.
           IF WH-LAUF = 2
               DISPLAY WZ-ERZ with highlight AT 2210
                   " Zinsauftraege erzeugt." with highlight
               ELSE DISPLAY WZ-ERZ with highlight AT 2210
                   " Zinsauftraege wuerden erzeugt." with highlight.
           IF WM-UEB NOT = 0
               DISPLAY "Posten ueber Tabellengrenze - naechster Lauf!"
                   with highlight AT 2401.
           PERFORM WEITER.
       V.  IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPDBZ = 1 CLOSE DEBZUS.
           IF WM-OPZJR = 1 CLOSE ZAHLJRN.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WH-LAUF = 2
               CLOSE AUFKOPF AUFTRAG
               IF WM-OPKON = 1 CLOSE KONSTANT.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Zinsen eines Postens: Zeitraum ab Faelligkeit bzw. ab dem
      *     bereits verzinsten Tag bis Ausgleich oder Stichtag *
       POSTEN-ZINS SECTION.
       A.  MOVE 0 TO WS-ZINS WS-BASIS.
      *--------> Posten eines Zinsauftrags: keine Zinseszinsen <-
           MOVE 2 TO ZH-ART.
           MOVE OP-AUFNUM TO ZH-NUM.
           READ ZINSHIST IGNORE LOCK NOT INVALID GO Z.
      *--------> Zinsbasis: offener Rest bzw. der spaet bezahlte
      *          Betrag bei inzwischen ausgeglichenen Posten, ohne
      *          den ausgebuchten Teil (GABAUSF) <-
           IF OP-AUSGL = 0
               COMPUTE WS-BASIS = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO
           ELSE
               PERFORM AUSF-SUMME
               COMPUTE WS-BASIS = OP-BEZAHLT - WS-AUSGEB.
           IF WS-BASIS NOT > 0 GO Z.
           MOVE OP-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
           COMPUTE WX-DATUM = OP-REDAT + 20000000.
           COMPUTE WA-FAELL = FUNCTION INTEGER-OF-DATE(WX-DATUM)
               + WK-TGN.
      *--------> Ende: Ausgleichstag, hoechstens Stichtag <-
           IF OP-AUSGL NOT = 0 AND OP-AUSGL < WV-STICH
               MOVE OP-AUSGL TO WV-BIS
               ELSE MOVE WV-STICH TO WV-BIS.
           COMPUTE WX-DATUM = WV-BIS + 20000000.
           COMPUTE WA-BIS = FUNCTION INTEGER-OF-DATE(WX-DATUM).
      *--------> innerhalb der Karenz: keine Zinsen <-
           IF WA-BIS NOT > WA-FAELL + WH-KARENZ GO Z.
           MOVE WA-FAELL TO WA-VON.
           MOVE 1 TO ZH-ART.
           MOVE OP-RENUM TO ZH-NUM.
           READ ZINSHIST IGNORE LOCK INVALID GO C.
           COMPUTE WX-DATUM = ZH-BISDAT + 20000000.
           COMPUTE WA-HILF = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-HILF > WA-VON MOVE WA-HILF TO WA-VON.
      *--------> nicht vor dem Zinsbeginn (KONSTANT 55) <-
       C.  IF WA-ZAB > WA-VON MOVE WA-ZAB TO WA-VON.
           COMPUTE WA-ZTAGE = WA-BIS - WA-VON.
           IF WA-ZTAGE NOT > 0 GO Z.
           COMPUTE WS-ZINS ROUNDED =
               WS-BASIS * WH-ZPROZ * WA-ZTAGE / 36500.
       Z.  EXIT.
      ***** noch ausgebuchter Betrag eines Postens (Herkunft 4) *
       AUSF-SUMME SECTION.
       A.  MOVE 0 TO WS-AUSGEB.
           IF WM-OPZJR = 0 GO Z.
           MOVE OP-RENUM TO ZJ-RENUM.
           START ZAHLJRN KEY NOT < ZJ-RENUM INVALID GO Z.
       C.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO Z.
           IF ZJ-RENUM NOT = OP-RENUM GO Z.
           IF ZJ-AUSFALL ADD ZJ-BETRAG TO WS-AUSGEB.
           GO C.
       Z.  EXIT.
      ***** Kunde insolvent (DEBZUS, GABAUSF)? WH-INSOLV = 1 *
       INSOLV-LESEN SECTION.
       A.  MOVE 0 TO WH-INSOLV.
           IF WM-OPDBZ = 0 GO Z.
           MOVE OP-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO Z.
           IF DZ-INSOLVENT MOVE 1 TO WH-INSOLV.
       Z.  EXIT.
      ******* Kundenwechsel: Mindestbetrag pruefen, Auftrag erzeugen *
       KD-WECHSEL SECTION.
       A.  IF WM-ANZ = 0 GO Y.
           MOVE SPACE TO WH-ZTX.
           MOVE 0 TO WH-AKNUM.
           IF WS-ZSUM < WH-ZMIN
               MOVE "unter Mindestbetrag" TO WH-ZTX
               ADD 1 TO WZ-UNTER
               GO C.
           ADD 1 TO WZ-ERZ.
           ADD WS-ZSUM TO WS-ZGES.
           IF WH-LAUF = 2 PERFORM AUF-ERZEUG.
       C.  PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > WM-ANZ
               PERFORM PROT-ZEILE.
       Y.  MOVE 0 TO WM-ANZ WS-ZSUM.
       Z.  EXIT.
      ******** Zinsauftrag je Kunde erzeugen, Zinsstand fortschreiben *
       AUF-ERZEUG SECTION.
       A.  MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-ABNUM.
           REWRITE KO-SATZ.
           COMPUTE WH-AKNUM = KO-ABNUM * 10 + 1.
           MOVE WM-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ.
           INITIALIZE AK-SATZ.
           MOVE WH-AKNUM TO AK-NUM.
           MOVE DE-BEZ TO AK-BEZ.
           MOVE WH-DATUM TO AK-DATUM AK-ERFDAT.
           MOVE WM-KTONR TO AK-KTONR.
           MOVE DE-REKTO TO AK-REKTO.
           MOVE DE-ANREDE TO AK-ANR.
           MOVE DE-KOND TO AK-KOND.
           MOVE DE-UST TO AK-UST.
           MOVE WB-NUM TO AK-ERFBEN.
           MOVE 0 TO AK-STATUS AK-ART.
           WRITE AK-SATZ INVALID REWRITE AK-SATZ.
      *--------> Zinsauftrag vormerken: sein Posten bleibt zinsfrei <-
           INITIALIZE ZH-SATZ.
           MOVE 2 TO ZH-ART.
           MOVE WH-AKNUM TO ZH-NUM ZH-AKNUM.
           MOVE WM-KTONR TO ZH-KTONR.
           MOVE WV-STICH TO ZH-BISDAT.
           MOVE WS-ZSUM TO ZH-ZINSEN.
           MOVE WH-DATUM TO ZH-LAUFDAT.
           MOVE WB-NUM TO ZH-BEN.
           WRITE ZH-SATZ INVALID REWRITE ZH-SATZ.
      *--------------------> je Posten eine Auftragszeile <-
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > WM-ANZ
               PERFORM AU-ZEILE
               PERFORM ZIH-FORTSCHR.
       Z.  EXIT.
      ******************************************************************
       AU-ZEILE SECTION.
       A.  INITIALIZE AU-SATZ.
           MOVE WH-AKNUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-TZ.
           MOVE WM-I TO AU-POS.
           MOVE WH-ZARNUM TO AU-ARNUM.
           MOVE AR-MEH TO AU-MEH.
           PERFORM AU-FAKTOR.
           MOVE WH-AUFAK TO AU-ANZ.
           MOVE WM-ZINS(WM-I) TO AU-PREIS AU-BET.
           MOVE 0 TO AU-EKP.
           MOVE AR-UST TO AU-UST.
           MOVE AR-RAGRP TO AU-RAGRP.
           MOVE AR-MOGRP TO AU-MOGRP.
           MOVE AR-KAGRP TO AU-KAGRP.
           MOVE AR-GRP TO AU-GRP.
           MOVE AR-FOLGE TO AU-FOLGE.
           COMPUTE AU-DATUM = WH-DATUM + 20000000.
           MOVE WM-RENUM(WM-I) TO WD-RENUM.
           MOVE SPACE TO AU-BEZ(1) AU-BEZ(2).
           STRING "Verzugszinsen Re. " WD-RENUM
               DELIMITED BY SIZE INTO AU-BEZ(1).
           MOVE WM-VON(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO AU-BEZ(2)(1:8).
           MOVE "-" TO AU-BEZ(2)(9:1).
           MOVE WM-BIS(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO AU-BEZ(2)(10:8).
           MOVE WM-TAGE(WM-I) TO WD-TAGE.
           MOVE WD-TAGE TO AU-BEZ(2)(18:4).
           MOVE " Tg" TO AU-BEZ(2)(22:3).
           MOVE WH-ZPROZ TO WD-PROZ.
           MOVE WD-PROZ TO AU-BEZ(2)(25:5).
           MOVE "%" TO AU-BEZ(2)(30:1).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       AU-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ***** Zinsstand des Postens auf das Periodenende setzen *
       ZIH-FORTSCHR SECTION.
       A.  MOVE 1 TO ZH-ART.
           MOVE WM-RENUM(WM-I) TO ZH-NUM.
           READ ZINSHIST INVALID
               INITIALIZE ZH-SATZ
               MOVE 1 TO ZH-ART
               MOVE WM-RENUM(WM-I) TO ZH-NUM
               MOVE WM-KTONR TO ZH-KTONR
               WRITE ZH-SATZ.
           IF ZUGRIF PERFORM BESETZT GO A.
           MOVE WM-BIS(WM-I) TO ZH-BISDAT.
           ADD WM-ZINS(WM-I) TO ZH-ZINSEN.
           MOVE WH-AKNUM TO ZH-AKNUM.
           MOVE WH-DATUM TO ZH-LAUFDAT.
           MOVE WB-NUM TO ZH-BEN.
           REWRITE ZH-SATZ.
       Z.  EXIT.
      ************** Protokoll-/Vorschauzeile drucken *
       PROT-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WH-LAUF = 1
               MOVE "V e r z u g s z i n s e n - Vorschau"
                   TO DRA-SATZ(2:)
               ELSE
               MOVE "V e r z u g s z i n s e n - Protokoll"
                   TO DRA-SATZ(2:).
           MOVE WV-STICH TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "bis:" TO DRA-SATZ(50:5).
           MOVE VDU-DATUM TO DRA-SATZ(55:8).
           MOVE WH-ZPROZ TO WD-PROZ.
           MOVE WD-PROZ TO DRA-SATZ(66:5).
           MOVE "% p.a." TO DRA-SATZ(72:6).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE "  Kd-Nr.  Re-Nr. von      bis      Tage        Basis
      -        "     Zinsen   Auftrag" TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE SPACE TO DRZ-SATZ.
           MOVE WM-KTONR TO DRZ-KTO.
           MOVE WM-RENUM(WM-I) TO DRZ-RENUM.
           MOVE WM-VON(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRZ-VON.
           MOVE WM-BIS(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRZ-BIS.
           MOVE WM-TAGE(WM-I) TO DRZ-TAGE.
           MOVE WM-BASIS(WM-I) TO DRZ-BASIS.
           MOVE WM-ZINS(WM-I) TO DRZ-ZINS.
           IF WH-AKNUM NOT = 0 MOVE WH-AKNUM TO DRZ-AUF.
           MOVE WH-ZTX TO DRZ-TX.
           MOVE DRZ-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
       Z.  EXIT.
      ************************** Pflege der Zinsparameter *
       ZINSPAR SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zinsparameter " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zinssatz p.a. %...:" AT VDU-LP.
           MOVE WH-ZPROZ TO WD-PROZ.
           ADD 224 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PROZ with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zinsartikel.......:" AT VDU-LP.
           MOVE WH-ZARNUM TO WD-NUM.
           ADD 324 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mindestbetrag.....:" AT VDU-LP.
           MOVE WH-ZMIN TO WD-GEB.
           ADD 424 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-GEB with highlight AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Karenztage........:" AT VDU-LP.
           MOVE WH-KARENZ TO WD-TG.
           ADD 524 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-TG with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zinsen ab.........:" AT VDU-LP.
           ADD 624 VDU-ECK GIVING VDU-LP.
           IF WH-ZABDAT = 0
               DISPLAY "ohne" with highlight AT VDU-LP
           ELSE MOVE WH-ZABDAT TO WC-DATUM
               PERFORM DATDREH
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= Ende, <ret>= Zinssatz" AT 2301.
           MOVE WH-ZPROZ TO WH-WERT.
           CALL "CAUP" USING "1002242205" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-WERT TO WH-ZPROZ WD-PROZ.
           ADD 224 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PROZ with highlight AT VDU-LP.
       E.  DISPLAY "<ret>= Artikelnummer des Zinsartikels" AT 2301.
           MOVE WH-ZARNUM TO WH-WERT.
           CALL "CAUP" USING "1003246006" WH-CREG.
           IF ESC GO X.
           IF WOLI GO C.
           IF NOT RET GO E.
           IF WH-NUM NOT = 0
               MOVE 0 TO WM-OPART
               OPEN INPUT ARTIKEL
               IF WF-STATUS = "00" MOVE 1 TO WM-OPART
               END-IF
               IF WF-STATUS = "41" MOVE 2 TO WM-OPART
               END-IF
               MOVE WH-NUM TO AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID
                   DISPLAY "Artikel nicht vorhanden!" AT 2401
                   IF WM-OPART = 1 CLOSE ARTIKEL
                   END-IF
                   GO E
               END-READ
               IF WM-OPART = 1 CLOSE ARTIKEL.
           MOVE WH-NUM TO WH-ZARNUM WD-NUM.
           ADD 324 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
       F.  DISPLAY "<ret>= Mindestbetrag je Zinsauftrag" AT 2301.
           MOVE WH-ZMIN TO WH-WERT.
           CALL "CAUP" USING "1004245207" WH-CREG.
           IF ESC GO X.
           IF WOLI GO E.
           IF NOT RET GO F.
           MOVE WH-WERT TO WH-ZMIN WD-GEB.
           ADD 424 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-GEB with highlight AT VDU-LP.
       G.  DISPLAY "<ret>= Karenztage nach Faelligkeit" AT 2301.
           MOVE WH-KARENZ TO WH-WERT.
           CALL "CAUP" USING "1005246003" WH-CREG.
           IF ESC GO X.
           IF WOLI GO F.
           IF NOT RET GO G.
           MOVE WH-WERT TO WH-KARENZ WD-TG.
           ADD 524 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-TG with highlight AT VDU-LP.
       H.  DISPLAY "<ret>= Zinsbeginn, <ret-leer>= ohne Grenze" AT 2301.
           MOVE WH-ZABDAT TO WZ-DATUM.
           CALL "CAUP" USING "1106246006" WH-CREG.
           IF ESC GO X.
           IF WOLI GO G.
           IF NOT RET GO H.
           MOVE WZ-DATUM TO WH-ZABDAT.
           ADD 624 VDU-ECK GIVING VDU-LP.
           IF WH-ZABDAT = 0
               DISPLAY "ohne    " with highlight AT VDU-LP
           ELSE MOVE WH-ZABDAT TO WC-DATUM
               PERFORM DATDREH
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
       X.  MOVE 55 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-ZPROZ TO KZI-PROZ.
           MOVE WH-ZARNUM TO KZI-ARNUM.
           MOVE WH-ZMIN TO KZI-MINBET.
           MOVE WH-KARENZ TO KZI-KARENZ.
           MOVE WH-ZABDAT TO KZI-ABDAT.
           REWRITE KO-SATZ.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
