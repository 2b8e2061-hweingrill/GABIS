      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABINK.
      ******************************************************************
      *   Inkasso: Uebergabe ausgemahnter Posten an das Inkassobuero   *
      *   und Einlesen seiner Rueckmeldungen.                          *
      *                                                                *
      *   Uebergeben wird, was auf Mahnstufe 3 steht und dessen        *
      *   letzte Mahnfrist (KONSTANT 42) zum Stichtag verstrichen      *
      *   ist.  Die Posten gehen auf OP-MAHNST 4 (GABMAHN, GABSEPA     *
      *   und GABZINS lassen sie liegen), je Posten entsteht ein       *
      *   Satz in GABISINK.DAT.  Uebergabedatei INKASSO.TXT,           *
      *   Strichpunkt-getrennt:                                        *
      *     K;Kunde;Anschrift 1-5;Forderung;Mahngebuehren;Zinsen;      *
      *     R;Kunde;Rechnung;Re-Datum;Brutto;offen;letzte Mahnung;     *
      *       Zinsen;                                                  *
      *                                                                *
      *   Rueckmeldungen INKASSO.IMP, Strichpunkt-getrennt:            *
      *     Rechnung;Datum;Art;Betrag;Provision;Text                   *
      *   Art Z = Zahlung (Betrag beim Schuldner eingezogen, davon     *
      *   Provision einbehalten), S = Statusmeldung, E = Verfahren     *
      *   erledigt, R = Rueckgabe an uns.  Zahlungen gleichen den      *
      *   Posten aus (Zahlungsjournal Herkunft 5), die Provision       *
      *   geht als Aufwand gegen das Kundenkonto in die FIBU-          *
      *   Ueberleitung (Konto lt. KONSTANT 58).                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSEINK.CPY.
           COPY GABSEZIH.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT BUCHFAKT   ASSIGN TO "GABISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             LOCK MODE IS EXCLUSIVE
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT UEBDAT   ASSIGN TO "INKASSO.TXT"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           SELECT IMPDAT   ASSIGN TO "INKASSO.IMP"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABINKAS.CPY.
       COPY GABZINSH.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
       COPY GABBUCH.CPY.
      ******************************************************************
       FD  UEBDAT                      LABEL RECORD STANDARD.
       01  UE-ZEILE                    PIC X(250).
      ******************************************************************
       FD  IMPDAT                      LABEL RECORD STANDARD.
       01  IM-ZEILE                    PIC X(200).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRI-SATZ.
           03  FILLER                  PIC X.
           03  DRI-KTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRI-BEZ                 PIC X(30).
           03  FILLER                  PIC X.
           03  DRI-RENUM               PIC ZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRI-DATUM               PIC X(9).
           03  DRI-BET1                PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRI-BET2                PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRI-BET3                PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRI-TX                  PIC X(30).
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
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-KUNDEN               PIC 9(5)      COMP  VALUE ZERO.
           03  WZ-POSTEN               PIC 9(5)      COMP  VALUE ZERO.
           03  WZ-FEHLER               PIC 9(5)      COMP  VALUE ZERO.
           03  WK-BFKEY                PIC 9(6)      COMP.
      *--------------------------> Parameter <--
           03  WH-PROVKTO              PIC 9(6)      COMP.
           03  WH-BUERO                PIC X(30).
           03  WH-MGEB                 PIC S9(5)V99  COMP-3 OCCURS 3.
           03  WH-MFRIST3              PIC 99        COMP.
           03  WH-MNETTO               PIC 999       COMP.
           03  WH-ZPROZ                PIC 99V99     COMP-3.
           03  WH-KARENZ               PIC 999       COMP.
      *--------------------------> Faelligkeit und Zinsen <--
           03  WK-SKONT                PIC 9(13).
           03  WR-SKONT REDEFINES WK-SKONT.
               05  WK-SK1              PIC 9V9.
               05  WK-TG1              PIC 999.
               05  WK-SK2              PIC 9V9.
               05  WK-TG2              PIC 999.
               05  WK-TGN              PIC 999.
           03  WV-STICH                PIC 9(6)      COMP.
           03  WA-STICH                PIC 9(8)      COMP.
           03  WA-MAHND                PIC 9(8)      COMP.
           03  WA-VON                  PIC 9(8)      COMP.
           03  WA-HILF                 PIC 9(8)      COMP.
           03  WA-ZTAGE                PIC S9(8)     COMP.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-ZINS                 PIC S9(7)V99  COMP-3.
      *--------------------------> Posten eines Kunden <--
           03  WM-KTONR                PIC 9(6)      COMP.
           03  WH-NEUKTO               PIC 9(6)      COMP.
           03  WI-ANZ                  PIC 999       COMP  VALUE ZERO.
           03  WI-UEB                  PIC 9(5)      COMP  VALUE ZERO.
           03  WI-TAB                                       OCCURS 200.
               05  WI-RENUM            PIC 9(7)      COMP.
               05  WI-REDAT            PIC 9(6)      COMP.
               05  WI-BRUTTO           PIC S9(9)V99  COMP-3.
               05  WI-REST             PIC S9(9)V99  COMP-3.
               05  WI-MAHND            PIC 9(6)      COMP.
               05  WI-ZINS             PIC S9(7)V99  COMP-3.
           03  WM-I                    PIC 999       COMP.
           03  WS-KFORD                PIC S9(9)V99  COMP-3.
           03  WS-KZINS                PIC S9(9)V99  COMP-3.
           03  WS-KGEB                 PIC S9(7)V99  COMP-3.
           03  WS-GFORD                PIC S9(9)V99  COMP-3.
           03  WS-GZINS                PIC S9(9)V99  COMP-3.
           03  WS-GGEB                 PIC S9(9)V99  COMP-3.
           03  WS-GEING                PIC S9(9)V99  COMP-3.
           03  WS-GPROV                PIC S9(9)V99  COMP-3.
      *--------------------------> Uebergabezeile <--
           03  WH-ZEILE                PIC X(250).
           03  WH-PTR                  PIC 999       COMP.
           03  WH-FELD                 PIC X(40).
           03  WH-LEAD                 PIC 99        COMP.
           03  WD-CSVB                 PIC -(9)9,99.
           03  WD-CSVN                 PIC Z(8)9.
      *--------------------------> zerlegte Rueckmeldung <--
           03  WI-RENTX                PIC X(15).
           03  WB-DATUM                PIC X(10).
           03  WI-ART                  PIC X(10).
           03  WI-BETTX                PIC X(15).
           03  WI-PROVTX               PIC X(15).
           03  WB-TEXT                 PIC X(80).
           03  WB-REST                 PIC X(40).
           03  WB-ZLDAT                PIC 9(6)      COMP.
           03  WH-ZJLAUF               PIC 9(6)      COMP.
           03  WB-BETRAG               PIC X(15).
           03  WD-DIG                  PIC X.
           03  WD-DIGN REDEFINES WD-DIG PIC 9.
           03  WH-BETRAG               PIC S9(9)V99  COMP-3.
           03  WH-VORK                 PIC S9(9)     COMP-3.
           03  WH-NACHK                PIC 99        COMP.
           03  WH-NKANZ                PIC 9         COMP.
           03  WB-NEG                  PIC 9         COMP.
           03  WH-KOMMA                PIC 9         COMP.
           03  WH-RENVAL               PIC 9(8)      COMP.
           03  WH-PROV                 PIC S9(9)V99  COMP-3.
           03  WH-ANRECH               PIC S9(9)V99  COMP-3.
           03  WH-MEHR                 PIC S9(9)V99  COMP-3.
           03  WH-ERGTX                PIC X(30).
           03  WH-BFTX                 PIC X(40).
           03  WD-NUM                  PIC ZZZZZZ9.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       COPY GABZJRSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-I SECTION.         USE AFTER ERROR PROCEDURE ON INKASSO.
       A.  CALL "CADECL" USING "GABISINK.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ZINSHIST.
       A.  CALL "CADECL" USING "GABISZIH.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "GABISFIB.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON UEBDAT.
       A.  CALL "CADECL" USING "INKASSO.TXT" WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON IMPDAT.
       A.  CALL "CADECL" USING "INKASSO.IMP" WH-CREG.
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
           IF WL-CA = 10 PERFORM INK-MENU GO W.
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
      *************** Parameter lesen, Inkasso-Satz notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 58 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-IKSATZ
               MOVE 0 TO KIK-PROVKTO
               MOVE SPACE TO KIK-BUERO
               WRITE KO-SATZ GO B.
           MOVE KIK-PROVKTO TO WH-PROVKTO.
           MOVE KIK-BUERO TO WH-BUERO.
      *--------> Gebuehren, letzte Mahnfrist, Nettotage (Mahnwesen) <-
           MOVE 42 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-MAHSATZ.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > 3
               MOVE KM-GEB(WM-I) TO WH-MGEB(WM-I).
           MOVE KM-FRIST(3) TO WH-MFRIST3.
           MOVE KM-NETTO TO WH-MNETTO.
           IF WH-MNETTO = 0 MOVE 30 TO WH-MNETTO.
      *--------> Zinssatz und Karenz wie im Zinslauf (KONSTANT 55) <-
           MOVE 55 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-ZISATZ.
           MOVE KZI-PROZ TO WH-ZPROZ.
           MOVE KZI-KARENZ TO WH-KARENZ.
       Z.  EXIT.
      ******************************************************************
       INK-MENU SECTION.
       A.  OPEN I-O INKASSO.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT INKASSO
               CLOSE INKASSO
               OPEN I-O INKASSO.
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
           DISPLAY " Inkasso " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Uebergabe an das Inkassobuero" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Rueckmeldungen einlesen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Inkasso-Liste" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Inkasso-Parameter" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM UEBERGABE
               WHEN 2 PERFORM RUECKMELD
               WHEN 3 PERFORM INK-LISTE
               WHEN 4 PERFORM INK-PAR
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE INKASSO.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ************************* Uebergabelauf an das Inkassobuero *
       UEBERGABE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Uebergabe an Inkasso " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stichtag:" AT VDU-LP.
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           ADD 314 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stufe 3, letzte Frist verstrichen -> INKASSO.TXT"
               AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Stichtag" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103146006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE WZ-DATUM TO WV-STICH WC-DATUM.
           PERFORM DATDREH.
           ADD 314 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Posten uebergeben" AT 2301.
           CALL "CAUP" USING "0023411000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO G.
           COMPUTE WX-DATUM = WV-STICH + 20000000.
           COMPUTE WA-STICH = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           OPEN OUTPUT UEBDAT.
           IF WF-STATUS NOT = "00"
               DISPLAY "INKASSO.TXT kann nicht angelegt werden!" AT 2401
               PERFORM WEITER GO Y.
           OPEN I-O ZINSHIST.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ZINSHIST
               CLOSE ZINSHIST
               OPEN I-O ZINSHIST.
           MOVE "INKASSO.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-KUNDEN WZ-POSTEN WI-ANZ WI-UEB WM-KTONR
               WS-GFORD WS-GZINS WS-GGEB.
           MOVE 0 TO OP-KTONR.
           START OFFPOST KEY > OP-KTONR INVALID GO V.
       D.  READ OFFPOST NEXT IGNORE LOCK AT END GO V.
      *--------> Kundenwechsel: vorigen Kunden uebergeben und danach
      *          dessen ersten Satz nochmals lesen <-
           IF OP-KTONR NOT = WM-KTONR
               MOVE OP-KTONR TO WH-NEUKTO
               PERFORM KD-WECHSEL
               MOVE WH-NEUKTO TO WM-KTONR OP-KTONR
               START OFFPOST KEY NOT < OP-KTONR INVALID GO V
               GO D.
           IF OP-AUSGL NOT = 0 GO D.
           IF OP-GUTSCHRIFT GO D.
           IF OP-MAHNST NOT = 3 GO D.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF WS-OPREST NOT > 0 GO D.
      *-------------------------> letzte Mahnfrist verstrichen? <-
           COMPUTE WX-DATUM = OP-MAHND + 20000000.
           COMPUTE WA-MAHND = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-STICH - WA-MAHND NOT > WH-MFRIST3 GO D.
      *--------> Posten ueber die Tabelle hinaus bleiben fuer den
      *          naechsten Lauf auf Stufe 3 stehen <-
           IF WI-ANZ NOT < 200 ADD 1 TO WI-UEB GO D.
           PERFORM POSTEN-ZINS.
           ADD 1 TO WI-ANZ.
           MOVE OP-RENUM TO WI-RENUM(WI-ANZ).
           MOVE OP-REDAT TO WI-REDAT(WI-ANZ).
           MOVE OP-BRUTTO TO WI-BRUTTO(WI-ANZ).
           MOVE WS-OPREST TO WI-REST(WI-ANZ).
           MOVE OP-MAHND TO WI-MAHND(WI-ANZ).
           MOVE WS-ZINS TO WI-ZINS(WI-ANZ).
           GO D.
       V.  PERFORM KD-WECHSEL.
           CLOSE UEBDAT ZINSHIST.
           IF WZ-POSTEN = 0 GO W.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
           MOVE SPACE TO DRI-SATZ.
           MOVE "Gesamt (Gebuehren in Spalte offen)" TO DRI-BEZ.
           MOVE WS-GFORD TO DRI-BET1.
           MOVE WS-GGEB TO DRI-BET2.
           MOVE WS-GZINS TO DRI-BET3.
           PERFORM DRUCK.
           IF WI-UEB NOT = 0
               MOVE WI-UEB TO WD-NUM
               MOVE WD-NUM TO DRA-SATZ(2:7)
               MOVE "Posten ueber Tabellengrenze - naechster Lauf"
                   TO DRA-SATZ(11:)
               PERFORM DRUCK.
           PERFORM END-DRU.
       W.  DISPLAY WZ-POSTEN with highlight AT 2120
               " Posten uebergeben," with highlight.
           DISPLAY WZ-KUNDEN with highlight AT 2220
               " Kunden in INKASSO.TXT." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Zinsen des Postens bis zum Stichtag (wie GABZINS) *
      *     ab Faelligkeit bzw. ab dem bereits verzinsten Tag
       POSTEN-ZINS SECTION.
       A.  MOVE 0 TO WS-ZINS.
           IF WH-ZPROZ = 0 GO Z.
           MOVE OP-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
           COMPUTE WX-DATUM = OP-REDAT + 20000000.
           COMPUTE WA-VON = FUNCTION INTEGER-OF-DATE(WX-DATUM)
               + WK-TGN.
           IF WA-STICH NOT > WA-VON + WH-KARENZ GO Z.
           MOVE 1 TO ZH-ART.
           MOVE OP-RENUM TO ZH-NUM.
           READ ZINSHIST IGNORE LOCK INVALID GO C.
           COMPUTE WX-DATUM = ZH-BISDAT + 20000000.
           COMPUTE WA-HILF = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-HILF > WA-VON MOVE WA-HILF TO WA-VON.
       C.  COMPUTE WA-ZTAGE = WA-STICH - WA-VON.
           IF WA-ZTAGE NOT > 0 GO Z.
           COMPUTE WS-ZINS ROUNDED =
               WS-OPREST * WH-ZPROZ * WA-ZTAGE / 36500.
       Z.  EXIT.
      ******* Kundenwechsel: Posten des Kunden uebergeben *
       KD-WECHSEL SECTION.
       A.  IF WI-ANZ = 0 GO Y.
           MOVE 0 TO WS-KFORD WS-KZINS.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > WI-ANZ
               ADD WI-REST(WM-I) TO WS-KFORD
               ADD WI-ZINS(WM-I) TO WS-KZINS.
           COMPUTE WS-KGEB = WH-MGEB(1) + WH-MGEB(2) + WH-MGEB(3).
      *-----------------------------------------> Anschrift <-
           MOVE WM-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
      *-----------------------------------------> Kundensatz <-
           MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-PTR.
           MOVE "K" TO WH-FELD.
           PERFORM FELD-ANF.
           MOVE WM-KTONR TO WD-CSVN.
           PERFORM NUM-ANF.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > 5
               MOVE WR-ADR(WM-I) TO WH-FELD
               PERFORM FELD-ANF.
           MOVE WS-KFORD TO WD-CSVB.
           PERFORM BET-ANF.
           MOVE WS-KGEB TO WD-CSVB.
           PERFORM BET-ANF.
           MOVE WS-KZINS TO WD-CSVB.
           PERFORM BET-ANF.
           MOVE WH-ZEILE TO UE-ZEILE.
           WRITE UE-ZEILE.
           ADD 1 TO WZ-KUNDEN.
           ADD WS-KFORD TO WS-GFORD.
           ADD WS-KZINS TO WS-GZINS.
           ADD WS-KGEB TO WS-GGEB.
           MOVE 1 TO WM-I.
       C.  PERFORM POSTEN-UEBERGEBEN.
           IF WM-I < WI-ANZ ADD 1 TO WM-I GO C.
           MOVE SPACE TO DRI-SATZ.
           MOVE "Mahngebuehren" TO DRI-BEZ.
           MOVE WS-KGEB TO DRI-BET2.
           PERFORM DRUCK.
       Y.  MOVE 0 TO WI-ANZ.
       Z.  EXIT.
      ***** ein Posten: Uebergabesatz, OP-MAHNST 4, Inkasso-Satz *
       POSTEN-UEBERGEBEN SECTION.
       A.  MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-PTR.
           MOVE "R" TO WH-FELD.
           PERFORM FELD-ANF.
           MOVE WM-KTONR TO WD-CSVN.
           PERFORM NUM-ANF.
           MOVE WI-RENUM(WM-I) TO WD-CSVN.
           PERFORM NUM-ANF.
           MOVE WI-REDAT(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO WH-FELD.
           PERFORM FELD-ANF.
           MOVE WI-BRUTTO(WM-I) TO WD-CSVB.
           PERFORM BET-ANF.
           MOVE WI-REST(WM-I) TO WD-CSVB.
           PERFORM BET-ANF.
           MOVE WI-MAHND(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO WH-FELD.
           PERFORM FELD-ANF.
           MOVE WI-ZINS(WM-I) TO WD-CSVB.
           PERFORM BET-ANF.
           MOVE WH-ZEILE TO UE-ZEILE.
           WRITE UE-ZEILE.
      *--------------------------------------> Posten umstellen <-
           MOVE WI-RENUM(WM-I) TO OP-RENUM.
       B.  READ OFFPOST INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO B.
           MOVE 4 TO OP-MAHNST.
           MOVE WV-STICH TO OP-MAHND.
           REWRITE OP-SATZ.
           ADD 1 TO WZ-POSTEN.
      *--------------------------------------> Inkasso-Satz <-
           INITIALIZE IK-SATZ.
           MOVE WI-RENUM(WM-I) TO IK-RENUM.
           MOVE WM-KTONR TO IK-KTONR.
           MOVE WV-STICH TO IK-UEBDAT.
           MOVE 1 TO IK-STATUS.
           MOVE WI-REST(WM-I) TO IK-FORD.
           MOVE WI-ZINS(WM-I) TO IK-ZINS.
           IF WM-I = 1 MOVE WS-KGEB TO IK-GEB.
           MOVE WV-STICH TO IK-MELDDAT.
           MOVE "an Inkassobuero uebergeben" TO IK-MELDTX.
           WRITE IK-SATZ INVALID REWRITE IK-SATZ.
      *--------> Zinsen bis zur Uebergabe gehen mit - der Zinslauf
      *          rechnet fuer diesen Zeitraum nicht mehr <-
           IF WI-ZINS(WM-I) NOT = 0 PERFORM ZIH-FORTSCHR.
           PERFORM LISTE-ZEILE.
       Z.  EXIT.
      ******************************************************************
       ZIH-FORTSCHR SECTION.
       A.  MOVE 1 TO ZH-ART.
           MOVE WI-RENUM(WM-I) TO ZH-NUM.
           READ ZINSHIST INVALID
               INITIALIZE ZH-SATZ
               MOVE 1 TO ZH-ART
               MOVE WI-RENUM(WM-I) TO ZH-NUM
               MOVE WM-KTONR TO ZH-KTONR
               WRITE ZH-SATZ.
           IF ZUGRIF PERFORM BESETZT GO A.
           MOVE WV-STICH TO ZH-BISDAT.
           ADD WI-ZINS(WM-I) TO ZH-ZINSEN.
           MOVE WH-DATUM TO ZH-LAUFDAT.
           MOVE WB-NUM TO ZH-BEN.
           REWRITE ZH-SATZ.
       Z.  EXIT.
      ************************************ Protokoll der Uebergabe *
       LISTE-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO W.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Uebergabe an Inkasso" TO DRA-SATZ(2:).
           MOVE WH-BUERO TO DRA-SATZ(23:30).
           MOVE WV-STICH TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per" TO DRA-SATZ(55:3).
           MOVE VDU-DATUM TO DRA-SATZ(59:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
           PERFORM SPALTEN-KOPF.
           MOVE "Re-Datum" TO DRA-SATZ(48:8).
           MOVE "offen" TO DRA-SATZ(81:5).
           MOVE "Zinsen" TO DRA-SATZ(95:6).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
       W.  MOVE SPACE TO DRI-SATZ.
           MOVE WM-KTONR TO DRI-KTO.
           MOVE WR-ADR(1) TO DRI-BEZ.
           MOVE WI-RENUM(WM-I) TO DRI-RENUM.
           MOVE WI-REDAT(WM-I) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRI-DATUM.
           MOVE WI-REST(WM-I) TO DRI-BET2.
           MOVE WI-ZINS(WM-I) TO DRI-BET3.
           PERFORM DRUCK.
       Z.  EXIT.
      ****************** gemeinsame Spalten der Listenkoepfe *
       SPALTEN-KOPF SECTION.
       A.  MOVE "Kunde" TO DRA-SATZ(2:5).
           MOVE "Name" TO DRA-SATZ(9:4).
           MOVE "Rechnung" TO DRA-SATZ(39:8).
       Z.  EXIT.
      ******************** Feld an die Uebergabezeile anhaengen *
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
      ************************ Rueckmeldungen des Inkassobueros *
       RUECKMELD SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Inkasso-Rueckmeldungen " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "liest INKASSO.IMP: Zahlungen, Status, Rueckgaben"
               AT VDU-LP.
           PERFORM PAR-LESEN.
           IF WH-PROVKTO = 0
               DISPLAY "Provisionskonto fehlt (Menue 4)!" AT 2401
               PERFORM WEITER GO Y.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE WH-DATUM TO WH-NUM.
           CALL "GABPER" USING "40PERDIA" WH-CREG.
           IF WH-WERT NOT = 0 GO Y.
           OPEN INPUT IMPDAT.
           IF WF-STATUS NOT = "00"
               DISPLAY "INKASSO.IMP nicht gefunden!" AT 2401
               PERFORM WEITER GO Y.
           MOVE "INKIMP.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-POSTEN WZ-FEHLER WS-GEING WS-GPROV.
           CALL "GABZJR" USING "30NEULAUF" WH-CREG.
           MOVE WZJ-LAUF TO WH-ZJLAUF.
           PERFORM BF-AUF.
       C.  READ IMPDAT AT END GO V.
           IF IM-ZEILE = SPACE GO C.
           MOVE SPACE TO WI-RENTX WB-DATUM WI-ART WI-BETTX WI-PROVTX
               WB-TEXT WB-REST.
           UNSTRING IM-ZEILE DELIMITED BY ";" INTO WI-RENTX WB-DATUM
               WI-ART WI-BETTX WI-PROVTX WB-TEXT WB-REST.
           MOVE WI-RENTX TO WB-BETRAG.
           PERFORM BETRAG-WANDLE.
           MOVE WH-VORK TO WH-RENVAL.
           MOVE WI-PROVTX TO WB-BETRAG.
           PERFORM BETRAG-WANDLE.
           MOVE WH-BETRAG TO WH-PROV.
           MOVE WI-BETTX TO WB-BETRAG.
           PERFORM BETRAG-WANDLE.
           PERFORM DATUM-WANDLE.
           MOVE SPACE TO WH-ERGTX.
           MOVE WH-RENVAL TO IK-RENUM.
       D.  READ INKASSO INVALID
               MOVE "nicht an Inkasso uebergeben" TO WH-ERGTX
               GO F.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF NOT IK-BEIM-BUERO
               MOVE "nicht mehr beim Inkassobuero" TO WH-ERGTX
               GO F.
           MOVE WH-RENVAL TO OP-RENUM.
       E.  READ OFFPOST INVALID
               MOVE "Posten nicht im OP-Bestand" TO WH-ERGTX
               GO F.
           IF ZUGRIF PERFORM BESETZT GO E.
           EVALUATE WI-ART(1:1)
               WHEN "Z" PERFORM IMP-ZAHLUNG
               WHEN "S" MOVE "Statusmeldung" TO WH-ERGTX
               WHEN "E" MOVE 2 TO IK-STATUS
                        MOVE WB-ZLDAT TO IK-ENDDAT
                        MOVE "erledigt - Rest ggf. ausbuchen"
                            TO WH-ERGTX
               WHEN "R" MOVE 3 TO IK-STATUS
                        MOVE WB-ZLDAT TO IK-ENDDAT
                        MOVE 3 TO OP-MAHNST
                        MOVE WB-ZLDAT TO OP-MAHND
                        REWRITE OP-SATZ
                        MOVE "zurueck - wieder im Mahnwesen"
                            TO WH-ERGTX
               WHEN OTHER MOVE "Art unbekannt" TO WH-ERGTX
                        GO F.
           MOVE WB-ZLDAT TO IK-MELDDAT.
           MOVE WB-TEXT TO IK-MELDTX.
           REWRITE IK-SATZ.
           ADD 1 TO WZ-POSTEN.
           PERFORM IMP-ZEILE.
           GO C.
       F.  ADD 1 TO WZ-FEHLER.
           PERFORM IMP-ZEILE.
           GO C.
       V.  CLOSE IMPDAT BUCHFAKT.
           IF WZ-ZEILEN NOT = 0
               MOVE ALL "-" TO DRA-SATZ(2:115)
               PERFORM DRUCK
               MOVE SPACE TO DRI-SATZ
               MOVE "Summe Eingaenge / Provision" TO DRI-BEZ
               MOVE WS-GEING TO DRI-BET1
               MOVE WS-GPROV TO DRI-BET2
               PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-POSTEN with highlight AT 2120
               " Rueckmeldungen verarbeitet," with highlight.
           DISPLAY WZ-FEHLER with highlight AT 2220
               " manuell zu klaeren (s. Liste)." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Zahlung ueber das Inkassobuero: Posten ausgleichen,
      *     einbehaltene Provision als Aufwand buchen
       IMP-ZAHLUNG SECTION.
       A.  COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           MOVE WH-BETRAG TO WH-ANRECH.
           IF WH-ANRECH > WS-OPREST MOVE WS-OPREST TO WH-ANRECH.
           COMPUTE WH-MEHR = WH-BETRAG - WH-ANRECH.
           ADD WH-ANRECH TO OP-BEZAHLT.
           MOVE WB-ZLDAT TO OP-LETZTZL.
           MOVE "Teilzahlung" TO WH-ERGTX.
           IF WH-ANRECH NOT < WS-OPREST
               MOVE WB-ZLDAT TO OP-AUSGL
               MOVE 2 TO IK-STATUS
               MOVE WB-ZLDAT TO IK-ENDDAT
               MOVE "ausgeglichen" TO WH-ERGTX.
           IF WH-MEHR > 0
               MOVE "Mehrbetrag (Zinsen/Kosten) klaeren" TO WH-ERGTX.
           REWRITE OP-SATZ.
           ADD WH-BETRAG TO IK-EINGANG WS-GEING.
           ADD WH-PROV TO IK-PROV WS-GPROV.
           IF WH-ANRECH NOT = 0
               MOVE OP-RENUM TO WZJ-RENUM
               MOVE OP-KTONR TO WZJ-KTONR
               MOVE WB-ZLDAT TO WZJ-DATUM
               MOVE WH-ANRECH TO WZJ-BETRAG
               MOVE 0 TO WZJ-SKONTO
               MOVE 5 TO WZJ-QUELLE
               MOVE WH-ZJLAUF TO WZJ-LAUF
               MOVE WB-TEXT TO WZJ-TEXT
               CALL "GABZJR" USING "20ZJEIN" WH-CREG.
           IF WH-PROV = 0 GO Z.
           MOVE OP-RENUM TO WD-NUM.
           MOVE SPACE TO WH-BFTX.
           STRING "Inkasso-Provision Re." WD-NUM DELIMITED BY SIZE
               INTO WH-BFTX.
           PERFORM BF-SCHREIB.
       Z.  EXIT.
      ******************************** Protokollzeile des Imports *
       IMP-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO W.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Inkasso - Rueckmeldungen" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(30:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
           PERFORM SPALTEN-KOPF.
           MOVE "Meldung" TO DRA-SATZ(9:7).
           MOVE "Datum" TO DRA-SATZ(48:5).
           MOVE "Betrag" TO DRA-SATZ(65:6).
           MOVE "Provision" TO DRA-SATZ(77:9).
           MOVE "Ergebnis" TO DRA-SATZ(103:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
       W.  MOVE SPACE TO DRI-SATZ.
           MOVE IK-KTONR TO DRI-KTO.
           IF WH-ERGTX(1:5) = "nicht" MOVE 0 TO DRI-KTO.
           MOVE WI-ART(1:1) TO DRI-BEZ(1:1).
           MOVE WB-TEXT TO DRI-BEZ(3:28).
           MOVE WH-RENVAL TO DRI-RENUM.
           MOVE WB-ZLDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRI-DATUM.
           MOVE WH-BETRAG TO DRI-BET1.
           MOVE WH-PROV TO DRI-BET2.
           MOVE WH-ERGTX TO DRA-SATZ(103:30).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************* Betragstext in Zahl wandeln (1.234,56-) *
       BETRAG-WANDLE SECTION.
       A.  MOVE 0 TO WH-VORK WH-NACHK WH-NKANZ WB-NEG WH-KOMMA.
           MOVE 1 TO WX.
       B.  IF WX > 15 GO Y.
           MOVE WB-BETRAG(WX:1) TO WD-DIG.
           IF WD-DIG = "-" MOVE 1 TO WB-NEG GO D.
           IF WD-DIG = "," MOVE 1 TO WH-KOMMA GO D.
           IF WD-DIG NOT NUMERIC GO D.
           IF WH-KOMMA = 0
               COMPUTE WH-VORK = WH-VORK * 10 + WD-DIGN
           ELSE IF WH-NKANZ < 2
               COMPUTE WH-NACHK = WH-NACHK * 10 + WD-DIGN
               ADD 1 TO WH-NKANZ.
       D.  ADD 1 TO WX GO B.
       Y.  IF WH-NKANZ = 1 MULTIPLY 10 BY WH-NACHK.
           COMPUTE WH-BETRAG = WH-VORK + WH-NACHK / 100.
           IF WB-NEG = 1 MULTIPLY -1 BY WH-BETRAG.
       Z.  EXIT.
      ************* Meldedatum TT.MM.JJJJ bzw. TT.MM.JJ der Zeile *
       DATUM-WANDLE SECTION.
       A.  MOVE WH-DATUM TO WB-ZLDAT.
           IF WB-DATUM(3:1) NOT = "." OR WB-DATUM(6:1) NOT = "."
               GO Z.
           IF WB-DATUM(1:2) NOT NUMERIC OR WB-DATUM(4:2) NOT NUMERIC
               GO Z.
           IF WB-DATUM(7:4) NUMERIC MOVE WB-DATUM(9:2) TO WZ-JAHR
           ELSE IF WB-DATUM(7:2) NUMERIC MOVE WB-DATUM(7:2) TO WZ-JAHR
           ELSE GO Z.
           MOVE WB-DATUM(4:2) TO WZ-MONAT.
           MOVE WB-DATUM(1:2) TO WZ-TAG.
           IF WZ-MONAT < 1 OR WZ-MONAT > 12 GO Z.
           IF WZ-TAG < 1 OR WZ-TAG > 31 GO Z.
           MOVE WZ-DATUM TO WB-ZLDAT.
       Z.  EXIT.
      ********************* BUCHFAKT oeffnen, letzten Key suchen *
       BF-AUF SECTION.
       A.  OPEN I-O BUCHFAKT.
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
      ******* Provision: Aufwand im Soll gegen das Kundenkonto *
       BF-SCHREIB SECTION.
       A.  INITIALIZE BF-SATZ.
           MOVE SPACE TO BF-SA BF-FSYM.
           MOVE 0 TO BF-REN BF-KOND.
           MOVE WH-PROVKTO TO BF-KTONR.
           MOVE OP-KTONR TO BF-GK.
           MOVE OP-RENUM TO BF-RF.
           MOVE WH-DATUM TO BF-DAT.
           MOVE WE-SRSYM TO BF-SY.
           MOVE 1 TO BF-VM BF-KURS.
           MOVE 1 TO BF-SH.
           MOVE WH-BFTX TO BF-TX.
           MOVE WH-PROV TO BF-BET BF-B1 BF-SUM(25).
       E.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO E.
       Z.  EXIT.
      ************************************* Liste der Inkassofaelle *
       INK-LISTE SECTION.
       A.  MOVE "INKASSO.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-POSTEN WS-GFORD WS-GEING WS-GPROV.
           MOVE 0 TO IK-RENUM.
           START INKASSO KEY NOT < IK-KEY INVALID GO X.
       C.  READ INKASSO NEXT IGNORE LOCK AT END GO X.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM LISTE-KOPF.
           MOVE SPACE TO DRI-SATZ.
           MOVE IK-KTONR TO DRI-KTO.
           MOVE IK-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ TO DRI-BEZ.
           MOVE IK-RENUM TO DRI-RENUM.
           MOVE IK-UEBDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRI-DATUM.
           MOVE IK-FORD TO DRI-BET1.
           MOVE IK-EINGANG TO DRI-BET2.
           MOVE IK-PROV TO DRI-BET3.
           EVALUATE TRUE
               WHEN IK-BEIM-BUERO MOVE "beim Buero" TO DRI-TX
               WHEN IK-ERLEDIGT MOVE "erledigt" TO DRI-TX
               WHEN OTHER MOVE "zurueck" TO DRI-TX.
           PERFORM DRUCK.
           IF IK-MELDTX NOT = SPACE
               MOVE IK-MELDDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(48:8)
               MOVE IK-MELDTX TO DRA-SATZ(57:40)
               PERFORM DRUCK.
           ADD 1 TO WZ-POSTEN.
           ADD IK-FORD TO WS-GFORD.
           ADD IK-EINGANG TO WS-GEING.
           ADD IK-PROV TO WS-GPROV.
           GO C.
       X.  IF WZ-POSTEN = 0
               DISPLAY "keine Inkassofaelle vorhanden." AT 2401
               PERFORM WEITER GO Z.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
           MOVE SPACE TO DRI-SATZ.
           MOVE "Gesamt" TO DRI-BEZ.
           MOVE WS-GFORD TO DRI-BET1.
           MOVE WS-GEING TO DRI-BET2.
           MOVE WS-GPROV TO DRI-BET3.
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-POSTEN with highlight AT 2220
               " Inkassofaelle gedruckt." with highlight.
           PERFORM WEITER.
       Z.  EXIT.
      ******************************************************************
       LISTE-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Inkasso-Liste" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(30:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
           PERFORM SPALTEN-KOPF.
           MOVE "Uebergabe" TO DRA-SATZ(48:9).
           MOVE "Forderung" TO DRA-SATZ(62:9).
           MOVE "Eingang" TO DRA-SATZ(79:7).
           MOVE "Provision" TO DRA-SATZ(92:9).
           MOVE "Status" TO DRA-SATZ(103:6).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:115).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************* Inkasso-Parameter *
       INK-PAR SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Inkasso-Parameter " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Provisionskonto (Aufwand):" AT VDU-LP.
           MOVE WH-PROVKTO TO WD-KTO.
           ADD 231 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KTO with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Inkassobuero.............:" AT VDU-LP.
           ADD 331 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-BUERO with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= Ende, <ret>= Provisionskonto" AT 2301.
           MOVE WH-PROVKTO TO WH-NUM.
           CALL "CAUP" USING "1002316006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-NUM TO WH-PROVKTO WD-KTO.
           ADD 231 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KTO with highlight AT VDU-LP.
       E.  DISPLAY "<ret>= Name des Inkassobueros" AT 2301.
           ADD 331 VDU-ECK GIVING VDU-LP.
           MOVE WH-BUERO TO WT-TX.
           CALL "CAUP" USING "1200000130" WH-CREG.
           IF ESC GO X.
           IF WOLI GO C.
           IF NOT RET GO E.
           MOVE WT-TX TO WH-BUERO.
           DISPLAY WH-BUERO with highlight AT VDU-LP.
       X.  MOVE 58 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-PROVKTO TO KIK-PROVKTO.
           MOVE WH-BUERO TO KIK-BUERO.
           REWRITE KO-SATZ.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
