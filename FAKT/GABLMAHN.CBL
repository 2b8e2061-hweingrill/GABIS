      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABLMAHN.
      ******************************************************************
      *   Liefermahnung: Bestellpositionen mit offener Menge (BP-      *
      *   GELIEF unter BP-ANZ), deren erwarteter Liefertermin          *
      *   BK-LIEFDAT vorbei ist.  Die Tagesliste zeigt je Position     *
      *   Lieferant, Tage im Verzug, Mahnstufe und die Kundenauf-      *
      *   traege, die auf den Artikel warten (LMAHNL.LST).  Der        *
      *   Mahnlauf schreibt je Lieferant einen Brief mit allen         *
      *   faelligen Bestellungen (LMAHN.LST); erst nach der Druck-     *
      *   bestaetigung werden Stufe und Datum an der Bestellung        *
      *   gesetzt (BK-MAHNST/BK-MAHNDAT) und je Bestellung ein         *
      *   Vermerk in BESTNOTI (GABISBNO.DAT) geschrieben.  Dort        *
      *   werden auch die Antworten des Lieferanten erfasst, ein       *
      *   genannter neuer Termin ersetzt BK-LIEFDAT.                   *
      *   Faellig ist die erste Stufe KLM-KARENZ Tage nach dem         *
      *   Termin, jede weitere KLM-ABST Tage nach der letzten          *
      *   Mahnung, bis KLM-MAXST (KONSTANT 184).                       *
      *                                                                *
      *   10 = Menue (aus GABBEST).                                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEBES.CPY.
           COPY GABSEBNO.CPY.
           COPY GABSEART.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABBESTE.CPY.
       COPY GABBESNO.CPY.
       COPY GABARTIK.CPY.
       COPY GABLIEFS.CPY.
       COPY GABANBOT.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
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
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WM-OPBNO                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAUF                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WH-KARENZ               PIC 99        COMP.
           03  WH-ABST                 PIC 99        COMP.
           03  WH-MAXST                PIC 9         COMP.
           03  WH-VGLDAT               PIC 9(6)      COMP.
           03  WH-ALTER                PIC S9(5)     COMP.
           03  WH-MALTER               PIC S9(5)     COMP.
           03  WH-NEUST                PIC 9         COMP.
           03  WH-OFFEN                PIC S9(7)     COMP-3.
           03  WH-LFD                  PIC 9(4)      COMP.
           03  WH-AB                   PIC 9(4)      COMP.
           03  WH-ZEILE                PIC 99        COMP.
           03  WH-LAUFLIEF             PIC X(5).
           03  WH-LAUFNUM              PIC 9(8)      COMP.
           03  WH-AUFOK                PIC 9         COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WZ-KOUNT                PIC 9(5)      COMP.
           03  WZ-BRIEFE               PIC 9(5)      COMP.
           03  WZ-UEB                  PIC 9(5)      COMP.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-AUFNR                PIC ZZZZZZZ9.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-TAGE                 PIC ZZZZ9-.
           03  WD-KZ                   PIC 9.
           03  WD-KTO                  PIC ZZZZZ9.
      *--------> ueberfaellige Positionen (Tagesliste) bzw. faellige
      *          Bestellungen (Mahnlauf) <-
       01  WP-TAB.
           03  WP-ANZ                  PIC 9(4)      COMP.
           03  WP-ZL                                  OCCURS 500.
               05 WP-BKNUM             PIC 9(6)      COMP.
               05 WP-POS               PIC 9(4)      COMP.
               05 WP-LIEF              PIC X(5).
               05 WP-ARNUM             PIC 9(6)      COMP.
               05 WP-ANZB              PIC S9(7)     COMP-3.
               05 WP-OFFEN             PIC S9(7)     COMP-3.
               05 WP-TERMIN            PIC 9(6)      COMP.
               05 WP-TAGE              PIC S9(5)     COMP.
               05 WP-STUFE             PIC 9         COMP.
               05 WP-ERL               PIC 9         COMP.
      *--------> Kundenauftraege, die auf die Artikel warten <-
       01  WW-TAB.
           03  WW-ANZ                  PIC 9(4)      COMP.
           03  WW-ZL                                  OCCURS 999.
               05 WW-ARNUM             PIC 9(6)      COMP.
               05 WW-AUFNUM            PIC 9(8)      COMP.
               05 WW-KTONR             PIC 9(6)      COMP.
               05 WW-OFFEN             PIC S9(7)     COMP-3.
      *-------------------------------------> Zeile der Tagesliste <-
       01  DRL-SATZ.
           03  FILLER                  PIC X.
           03  DRL-BKNUM               PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRL-LIEF                PIC X(5).
           03  FILLER                  PIC X.
           03  DRL-LSBEZ               PIC X(20).
           03  FILLER                  PIC X.
           03  DRL-ARNUM               PIC Z9.9999.
           03  FILLER                  PIC X.
           03  DRL-BEZ                 PIC X(25).
           03  DRL-ANZ                 PIC ZZZ.ZZ9-.
           03  DRL-OFFEN               PIC ZZZ.ZZ9-.
           03  FILLER                  PIC X.
           03  DRL-TERMIN              PIC X(8).
           03  DRL-TAGE                PIC ZZZZ9-.
           03  FILLER                  PIC XX.
           03  DRL-STUFE               PIC 9.
           03  FILLER                  PIC X.
           03  DRL-MAHNDAT             PIC X(8).
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BESTKOPF.
       A.  CALL "CADECL" USING "GABISBEK.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON BESTPOS.
       A.  CALL "CADECL" USING "GABISBEP.DAT" WH-CREG.
       DECL-N SECTION.         USE AFTER ERROR PROCEDURE ON BESTNOTI.
       A.  CALL "CADECL" USING "GABISBNO.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM LM-MENU GO W.
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
      ************** Parameter aus KONSTANT 184, notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 184 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-LMSATZ
               MOVE 7 TO KLM-KARENZ KLM-ABST
               MOVE 3 TO KLM-MAXST
               WRITE KO-SATZ GO B.
           MOVE KLM-KARENZ TO WH-KARENZ.
           MOVE KLM-ABST TO WH-ABST.
           MOVE KLM-MAXST TO WH-MAXST.
           IF WH-ABST = 0 MOVE 7 TO WH-ABST.
           IF WH-MAXST = 0 MOVE 3 TO WH-MAXST.
       Z.  EXIT.
      ******* Vermerkdatei oeffnen, notfalls anlegen *
       BNO-OEFFNE SECTION.
       A.  OPEN I-O BESTNOTI.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BESTNOTI
               CLOSE BESTNOTI
               OPEN I-O BESTNOTI.
       Z.  EXIT.
      ******************************************************************
       LM-MENU SECTION.
       A.  COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           MOVE 0 TO WM-OPKON WM-OPART WM-OPLIS.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           PERFORM PAR-LESEN.
           OPEN I-O BESTKOPF.
           OPEN INPUT BESTPOS.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
           PERFORM BNO-OEFFNE.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Liefermahnung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - ueberfaellige Positionen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Mahnlauf Lieferanten" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Vermerke einer Bestellung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Parameter" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM LM-LISTE
               WHEN 2 PERFORM LM-LAUF
               WHEN 3 PERFORM LM-VERMERK
               WHEN 4 PERFORM LM-PARAM
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE BESTKOPF BESTPOS BESTNOTI.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************** Tage seit WH-VGLDAT (JJMMTT) -> WH-ALTER *
       TAGE-SEIT SECTION.
       A.  MOVE 0 TO WH-ALTER.
           IF WH-VGLDAT = 0 GO Z.
           COMPUTE WX-DATUM = WH-VGLDAT + 20000000.
           COMPUTE WA-TAGE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WH-ALTER = WA-HEUTE - WA-TAGE.
       Z.  EXIT.
      ************ offene Positionen der Bestellung BK-NUM in die
      *    Tabelle; WH-NEUST = 0: alle, sonst mit dieser Stufe
       POS-SAMMELN SECTION.
       A.  MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO Z.
       C.  READ BESTPOS NEXT IGNORE LOCK AT END GO Z.
           IF BP-NUM NOT = BK-NUM GO Z.
           IF BP-GELIEF NOT < BP-ANZ GO C.
           IF WP-ANZ NOT < 500 ADD 1 TO WZ-UEB GO C.
           ADD 1 TO WP-ANZ.
           MOVE BK-NUM TO WP-BKNUM(WP-ANZ).
           MOVE BP-POS TO WP-POS(WP-ANZ).
           MOVE BK-LIEF TO WP-LIEF(WP-ANZ).
           MOVE BP-ARNUM TO WP-ARNUM(WP-ANZ).
           MOVE BP-ANZ TO WP-ANZB(WP-ANZ).
           COMPUTE WP-OFFEN(WP-ANZ) = BP-ANZ - BP-GELIEF.
           MOVE BK-LIEFDAT TO WP-TERMIN(WP-ANZ).
           MOVE WH-ALTER TO WP-TAGE(WP-ANZ).
           MOVE BK-MAHNST TO WP-STUFE(WP-ANZ).
           IF WH-NEUST NOT = 0 MOVE WH-NEUST TO WP-STUFE(WP-ANZ).
           MOVE 0 TO WP-ERL(WP-ANZ).
           GO C.
       Z.  EXIT.
      ******************************************************************
      *    Tagesliste: alle offenen Positionen ueberfaelliger
      *    Bestellungen mit den wartenden Kundenauftraegen
      ******************************************************************
       LM-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " ueberfaellige Bestellpositionen " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liste -> LMAHNL.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Liste drucken" AT 2301.
           CALL "CAUP" USING "0023371000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE 0 TO WP-ANZ WW-ANZ WZ-UEB WH-NEUST BK-NUM.
           START BESTKOPF KEY > BK-KEY INVALID GO E.
       D.  READ BESTKOPF NEXT IGNORE LOCK AT END GO E.
           IF BK-ERLEDIGT OR BK-LIEFDAT = 0 GO D.
           MOVE BK-LIEFDAT TO WH-VGLDAT.
           PERFORM TAGE-SEIT.
           IF WH-ALTER NOT > 0 GO D.
           PERFORM POS-SAMMELN.
           GO D.
       E.  IF WP-ANZ = 0
               DISPLAY "keine ueberfaelligen Bestellpositionen," AT 2401
               PERFORM WEITER GO Y.
           PERFORM WARTE-SAMMELN.
           MOVE "LMAHNL.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM LI-KOPF.
           PERFORM LI-ZEILE VARYING WX FROM 1 BY 1 UNTIL WX > WP-ANZ.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
           MOVE WP-ANZ TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           MOVE "Positionen ueberfaellig" TO DRA-SATZ(9:).
           IF WZ-UEB NOT = 0
               MOVE WZ-UEB TO WD-NUM
               MOVE WD-NUM TO DRA-SATZ(40:6)
               MOVE "weitere ueber Tabellengrenze" TO DRA-SATZ(47:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WP-ANZ with highlight AT 2201
               " Positionen ueberfaellig -> LMAHNL.LST" with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********* wartende Kundenauftraege zu den Artikeln der Tabelle *
      *    offene Zeilen nicht fakturierter Verkaufsauftraege
       WARTE-SAMMELN SECTION.
       A.  MOVE 0 TO WM-OPAUF WH-LAUFNUM WH-AUFOK.
           OPEN INPUT AUFKOPF.
           IF WF-STATUS NOT = "00" GO Z.
           OPEN INPUT AUFTRAG.
           IF WF-STATUS NOT = "00" CLOSE AUFKOPF GO Z.
           MOVE 1 TO WM-OPAUF.
           MOVE LOW-VALUES TO AU-KEY.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO X.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO X.
           IF AU-ARNUM = 0 OR AU-GELIEF NOT < AU-ANZ GO C.
           MOVE 1 TO WY.
       D.  IF WY > WP-ANZ GO C.
           IF WP-ARNUM(WY) NOT = AU-ARNUM ADD 1 TO WY GO D.
      *--------> Kopf nur beim Auftragswechsel lesen <-
           IF AU-NUM NOT = WH-LAUFNUM
               MOVE AU-NUM TO WH-LAUFNUM AK-NUM
               MOVE 0 TO WH-AUFOK
               READ AUFKOPF IGNORE LOCK INVALID GO C
               END-READ
               IF AK-VERKAUF AND AK-RENUM = 0 MOVE 1 TO WH-AUFOK.
           IF WH-AUFOK = 0 GO C.
           IF WW-ANZ NOT < 999 GO X.
           ADD 1 TO WW-ANZ.
           MOVE AU-ARNUM TO WW-ARNUM(WW-ANZ).
           MOVE AU-NUM TO WW-AUFNUM(WW-ANZ).
           MOVE AK-KTONR TO WW-KTONR(WW-ANZ).
           COMPUTE WW-OFFEN(WW-ANZ) = AU-ANZ - AU-GELIEF.
           GO C.
       X.  CLOSE AUFKOPF AUFTRAG.
       Z.  EXIT.
      ******************************************************************
       LI-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "ueberfaellige Bestellpositionen" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(60:6).
           MOVE VDU-DATUM TO DRA-SATZ(67:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Best. Lief. Name                 Artikel Bezeichnung"
               TO DRA-SATZ(2:).
           MOVE "            bestellt   offen Termin    Tage St. gemah"
               TO DRA-SATZ(56:).
           MOVE "nt" TO DRA-SATZ(109:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:120).
           PERFORM DRUCK.
       Z.  EXIT.
      ******** Zeile WX der Tagesliste mit wartenden Auftraegen *
       LI-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 58 PERFORM LI-KOPF.
           MOVE SPACE TO DRL-SATZ.
           MOVE WP-BKNUM(WX) TO DRL-BKNUM BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID INITIALIZE BK-SATZ.
           MOVE WP-LIEF(WX) TO DRL-LIEF LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ.
           MOVE LS-BEZ TO DRL-LSBEZ.
           MOVE WP-ARNUM(WX) TO DRL-ARNUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO DRL-BEZ.
           MOVE WP-ANZB(WX) TO DRL-ANZ.
           MOVE WP-OFFEN(WX) TO DRL-OFFEN.
           MOVE WP-TERMIN(WX) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRL-TERMIN.
           MOVE WP-TAGE(WX) TO DRL-TAGE.
           MOVE WP-STUFE(WX) TO DRL-STUFE.
           IF BK-MAHNDAT NOT = 0
               MOVE BK-MAHNDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRL-MAHNDAT.
           MOVE DRL-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > WW-ANZ
               IF WW-ARNUM(WY) = WP-ARNUM(WX) PERFORM LI-WARTE.
       Z.  EXIT.
      ******************************************************************
       LI-WARTE SECTION.
       A.  IF WZ-ZEILEN > 60 PERFORM LI-KOPF.
           MOVE "wartet: Auftrag" TO DRA-SATZ(35:).
           MOVE WW-AUFNUM(WY) TO WD-AUFNR.
           MOVE WD-AUFNR TO DRA-SATZ(51:8).
           MOVE WW-KTONR(WY) TO WD-KTO DE-KTONR.
           MOVE WD-KTO TO DRA-SATZ(60:6).
           IF WM-OPAUF = 1 PERFORM LI-KUNDE.
           MOVE WW-OFFEN(WY) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(90:8).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       LI-KUNDE SECTION.
       A.  MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:22) TO DRA-SATZ(67:22).
           IF WM-OPDEB = 1 CLOSE DEBITOR.
       Z.  EXIT.
      ******************************************************************
      *    Mahnlauf: faellige Bestellungen sammeln, je Lieferant ein
      *    Brief, nach der Druckbestaetigung Stufe setzen
      ******************************************************************
       LM-LAUF SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Mahnlauf Lieferanten " with highlight AT VDU-LP.
           MOVE 0 TO WP-ANZ WZ-UEB BK-NUM.
           START BESTKOPF KEY > BK-KEY INVALID GO E.
       D.  READ BESTKOPF NEXT IGNORE LOCK AT END GO E.
           PERFORM MAHN-FAELLIG.
           IF WH-NEUST = 0 GO D.
           PERFORM POS-SAMMELN.
           GO D.
       E.  IF WP-ANZ = 0
               DISPLAY "keine Liefermahnung faellig," AT 2401
               PERFORM WEITER GO Y.
           MOVE 0 TO WZ-BRIEFE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WP-ANZ
               IF WP-ERL(WX) = 0 ADD 1 TO WZ-BRIEFE
                   MOVE WP-LIEF(WX) TO WH-LAUFLIEF
                   PERFORM VARYING WY FROM WX BY 1 UNTIL WY > WP-ANZ
                       IF WP-LIEF(WY) = WH-LAUFLIEF
                           MOVE 1 TO WP-ERL(WY).
           ADD 303 VDU-ECK GIVING VDU-LP.
           MOVE WZ-BRIEFE TO WD-NUM.
           DISPLAY WD-NUM with highlight AT VDU-LP
               " Briefe an Lieferanten, Positionen:".
           MOVE WP-ANZ TO WD-NUM.
           ADD 343 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Briefe -> LMAHN.LST" AT VDU-LP.
       F.  DISPLAY "<esc>= Abbruch, <ret>= Mahnungen drucken" AT 2301.
           CALL "CAUP" USING "0023411000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO F.
           MOVE "LMAHN.LST" TO WH-DRUNAM.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WP-ANZ
               MOVE 0 TO WP-ERL(WX).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WP-ANZ
               IF WP-ERL(WX) = 0 PERFORM LM-BRIEF.
           PERFORM END-DRU.
      *--------> erst nach Bestaetigung Stufe und Vermerk setzen <-
       G.  DISPLAY "Druck in Ordnung? <ret>= Mahnstufen setzen, <esc>= "
               "verwerfen" AT 2301.
           CALL "CAUP" USING "0023701000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF ESC
               DISPLAY "verworfen - keine Stufe gesetzt." AT 2401
               PERFORM WEITER GO Y.
           IF NOT RET GO G.
           MOVE 0 TO WH-LAUFNUM WZ-KOUNT.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WP-ANZ
               IF WP-BKNUM(WX) NOT = WH-LAUFNUM
                   MOVE WP-BKNUM(WX) TO WH-LAUFNUM
                   PERFORM MAHN-SETZEN.
           DISPLAY WZ-KOUNT with highlight AT 2201
               " Bestellungen gemahnt." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* ist fuer BK-SATZ eine Mahnung faellig? WH-NEUST = Stufe *
       MAHN-FAELLIG SECTION.
       A.  MOVE 0 TO WH-NEUST.
           IF BK-ERLEDIGT OR BK-LIEFDAT = 0 GO Z.
           IF BK-MAHNST NOT < WH-MAXST GO Z.
           MOVE BK-LIEFDAT TO WH-VGLDAT.
           PERFORM TAGE-SEIT.
      *--------> jede Stufe erst, wenn der (ggf. neu genannte)
      *          Termin um die Karenz ueberschritten ist <-
           IF WH-ALTER NOT > 0 OR WH-ALTER < WH-KARENZ GO Z.
           IF BK-MAHNST > 0
               MOVE WH-ALTER TO WH-MALTER
               MOVE BK-MAHNDAT TO WH-VGLDAT
               PERFORM TAGE-SEIT
               IF WH-ALTER < WH-ABST GO Z
               END-IF
               MOVE WH-MALTER TO WH-ALTER.
           COMPUTE WH-NEUST = BK-MAHNST + 1.
       Z.  EXIT.
      ************* Brief an den Lieferanten von Zeile WX *
       LM-BRIEF SECTION.
       A.  MOVE WP-LIEF(WX) TO WH-LAUFLIEF LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID INITIALIZE LS-SATZ.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
      *-----------------------------------> Briefkopf lt. KONSTANT <-
           PERFORM VARYING WH-KEY FROM 2 BY 1 UNTIL WH-KEY > 5
               READ KONSTANT IGNORE LOCK
                   INVALID MOVE SPACE TO KO-KOPF
               END-READ
               MOVE KO-KOPF TO DRA-SATZ(8:102)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE LS-BEZ TO DRA-SATZ(12:30).
           PERFORM DRUCK.
           MOVE LS-STR TO DRA-SATZ(12:25).
           PERFORM DRUCK.
           MOVE LS-PLZL TO DRA-SATZ(12:8).
           MOVE LS-ORT TO DRA-SATZ(21:20).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *--------> Betreff nach der hoechsten Stufe des Briefs <-
           MOVE 0 TO WH-NEUST.
           PERFORM VARYING WY FROM WX BY 1 UNTIL WY > WP-ANZ
               IF WP-LIEF(WY) = WH-LAUFLIEF
                   AND WP-STUFE(WY) > WH-NEUST
                   MOVE WP-STUFE(WY) TO WH-NEUST.
           IF WH-NEUST = 1
               MOVE "L i e f e r e r i n n e r u n g" TO DRA-SATZ(8:)
           ELSE
               MOVE WH-NEUST TO WD-KZ
               STRING WD-KZ ". L i e f e r m a h n u n g"
                   DELIMITED BY SIZE INTO DRA-SATZ(8:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Datum:" TO DRA-SATZ(62:6).
           MOVE VDU-DATUM TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           IF LS-UKDNR NOT = SPACE
               MOVE "unsere Kundennummer:" TO DRA-SATZ(8:21)
               MOVE LS-UKDNR TO DRA-SATZ(30:10)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           IF WH-NEUST = 1
               MOVE "zu folgenden Bestellungen ist der vereinbarte Lie"
                   TO DRA-SATZ(8:)
               MOVE "fertermin" TO DRA-SATZ(57:)
               PERFORM DRUCK
               MOVE "ueberschritten. Bitte liefern Sie umgehend bzw. n"
                   TO DRA-SATZ(8:)
               MOVE "ennen Sie uns" TO DRA-SATZ(57:)
               PERFORM DRUCK
               MOVE "einen verbindlichen neuen Termin."
                   TO DRA-SATZ(8:)
               PERFORM DRUCK
           ELSE
               MOVE "trotz unserer Erinnerung sind folgende Positionen"
                   TO DRA-SATZ(8:)
               MOVE " noch immer" TO DRA-SATZ(57:)
               PERFORM DRUCK
               MOVE "offen. Wir erwarten die Lieferung bzw. Ihre Ante"
                   TO DRA-SATZ(8:)
               MOVE "wort bis" TO DRA-SATZ(56:)
               PERFORM DRUCK
               MOVE "spaetestens 7 Tage nach diesem Schreiben."
                   TO DRA-SATZ(8:)
               PERFORM DRUCK.
           IF WH-NEUST NOT < WH-MAXST
               MOVE "Andernfalls behalten wir uns vor, von der Bestel"
                   TO DRA-SATZ(8:)
               MOVE "lung zurueck-" TO DRA-SATZ(56:)
               PERFORM DRUCK
               MOVE "zutreten." TO DRA-SATZ(8:)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Bestellung vom      Termin   Artikel Ur-Nr.     Bezei"
               TO DRA-SATZ(8:).
           MOVE "chnung                         offen" TO DRA-SATZ(61:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:90).
           PERFORM DRUCK.
           PERFORM VARYING WY FROM WX BY 1 UNTIL WY > WP-ANZ
               IF WP-LIEF(WY) = WH-LAUFLIEF PERFORM LM-BRZEILE.
           MOVE 70 TO WZ-ZEILEN.
       Z.  EXIT.
      ******************************************************************
       LM-BRZEILE SECTION.
       A.  MOVE 1 TO WP-ERL(WY).
           MOVE WP-BKNUM(WY) TO WD-NUM BK-NUM.
           READ BESTKOPF IGNORE LOCK INVALID INITIALIZE BK-SATZ.
           MOVE WD-NUM TO DRA-SATZ(8:6).
           MOVE BK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(15:8).
           MOVE WP-TERMIN(WY) TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(24:8).
           MOVE WP-ARNUM(WY) TO WD-ARNUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               MOVE SPACE TO AR-BEZA AR-URNR.
           MOVE WD-ARNUM TO DRA-SATZ(33:7).
           MOVE AR-URNR TO DRA-SATZ(41:10).
           MOVE AR-BEZA TO DRA-SATZ(52:30).
           MOVE WP-OFFEN(WY) TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(83:8).
           PERFORM DRUCK.
       Z.  EXIT.
      ******** Stufe an Bestellung WH-LAUFNUM setzen, Vermerk *
       MAHN-SETZEN SECTION.
       A.  MOVE WH-LAUFNUM TO BK-NUM.
           READ BESTKOPF INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO A.
           MOVE WP-STUFE(WX) TO BK-MAHNST.
           MOVE WH-DATUM TO BK-MAHNDAT.
           REWRITE BK-SATZ.
           ADD 1 TO WZ-KOUNT.
           MOVE SPACE TO BN-TEXT.
           MOVE BK-MAHNST TO WD-KZ.
           STRING WD-KZ ". Liefermahnung versandt"
               DELIMITED BY SIZE INTO BN-TEXT.
           MOVE 1 TO BN-ART.
           MOVE BK-MAHNST TO BN-STUFE.
           MOVE 0 TO BN-NEUDAT.
           PERFORM BN-SCHREIB.
       Z.  EXIT.
      ****** Vermerk an Bestellung BK-NUM anhaengen (BN-ART, -STUFE,
      *      -NEUDAT und -TEXT sind versorgt)
       BN-SCHREIB SECTION.
       A.  PERFORM BN-LETZTE.
           MOVE BK-NUM TO BN-NUM.
           COMPUTE BN-LFD = WH-LFD + 1.
           MOVE WH-DATUM TO BN-DATUM.
           MOVE WB-NUM TO BN-BEN.
           WRITE BN-SATZ INVALID ADD 1 TO WH-LFD GO A.
       Z.  EXIT.
      ************ letzte laufende Nummer der Bestellung -> WH-LFD *
       BN-LETZTE SECTION.
       A.  MOVE 0 TO WH-LFD.
           MOVE BK-NUM TO BN-NUM.
           MOVE 9999 TO BN-LFD.
           START BESTNOTI KEY NOT > BN-KEY INVALID GO Z.
           READ BESTNOTI PREVIOUS IGNORE LOCK AT END GO Z.
           IF BN-NUM = BK-NUM MOVE BN-LFD TO WH-LFD.
       Z.  EXIT.
      ******************************************************************
      *    Vermerke einer Bestellung anzeigen, Antwort des Lieferanten
      *    mit neuem Termin erfassen
      ******************************************************************
       LM-VERMERK SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Vermerke zur Bestellung " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bestellnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bestellnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002196006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET OR WH-NUM = 0 GO C.
           MOVE WH-NUM TO BK-NUM.
           READ BESTKOPF INVALID
               DISPLAY "Bestellung nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO C.
       E.  PERFORM VM-ANZEIGE.
           IF BK-ERLEDIGT
               DISPLAY "Bestellung ist erledigt." AT 2401
               PERFORM WEITER GO X.
       F.  DISPLAY "<esc>= zurueck, <ret>= Antwort des Lieferanten erf"
               "assen" AT 2301.
           CALL "CAUP" USING "0023591000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO F.
           ADD 1703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Antwort:" AT VDU-LP.
       G.  DISPLAY "<esc>= zurueck, <ret>= Text der Antwort" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1217120160" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WT-TX = SPACE GO G.
           MOVE WT-TX TO BN-TEXT.
           ADD 1803 VDU-ECK GIVING VDU-LP.
           DISPLAY "neuer Liefertermin:" AT VDU-LP.
       H.  DISPLAY "<esc>= zurueck, <ret>= Termin (0 = kein neuer Termi"
               "n)" AT 2301.
           MOVE 0 TO WZ-DATUM.
           CALL "CAUP" USING "1118236006" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           MOVE WZ-DATUM TO BN-NEUDAT.
           MOVE 2 TO BN-ART.
           MOVE BK-MAHNST TO BN-STUFE.
           PERFORM BN-SCHREIB.
           IF BN-NEUDAT NOT = 0
               MOVE BN-NEUDAT TO BK-LIEFDAT
               REWRITE BK-SATZ.
           GO E.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************** Kopf und die letzten 12 Vermerke anzeigen *
       VM-ANZEIGE SECTION.
       A.  MOVE BK-LIEF TO LS-LIEF.
           READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY BK-LIEF with highlight AT VDU-LP " " LS-BEZ.
           ADD 342 VDU-ECK GIVING VDU-LP.
           DISPLAY "Termin:" AT VDU-LP.
           MOVE BK-LIEFDAT TO WC-DATUM.
           PERFORM DATDREH.
           ADD 350 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 360 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mahnstufe:" AT VDU-LP.
           MOVE BK-MAHNST TO WD-KZ.
           ADD 371 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KZ with highlight AT VDU-LP.
           PERFORM VARYING WH-ZEILE FROM 5 BY 1 UNTIL WH-ZEILE > 18
               COMPUTE VDU-LP = WH-ZEILE * 100 + 3 + VDU-ECK
               DISPLAY SPACE AT VDU-LP SIZE 76.
           PERFORM BN-LETZTE.
           IF WH-LFD = 0
               ADD 503 VDU-ECK GIVING VDU-LP
               DISPLAY "noch keine Vermerke" AT VDU-LP
               GO Z.
           MOVE 0 TO WH-AB.
           IF WH-LFD > 12 COMPUTE WH-AB = WH-LFD - 12.
           MOVE BK-NUM TO BN-NUM.
           MOVE WH-AB TO BN-LFD.
           MOVE 4 TO WH-ZEILE.
           START BESTNOTI KEY > BN-KEY INVALID GO Z.
       C.  READ BESTNOTI NEXT IGNORE LOCK AT END GO Z.
           IF BN-NUM NOT = BK-NUM GO Z.
           ADD 1 TO WH-ZEILE.
           COMPUTE VDU-LP = WH-ZEILE * 100 + 3 + VDU-ECK.
           MOVE BN-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM AT VDU-LP.
           ADD 10 TO VDU-LP.
           IF BN-MAHNUNG DISPLAY "Mahnung" AT VDU-LP
               ELSE IF BN-ANTWORT DISPLAY "Antwort" AT VDU-LP
               ELSE IF BN-AUFBEST DISPLAY "Bestaet." AT VDU-LP
               ELSE DISPLAY "Vermerk" AT VDU-LP.
           ADD 9 TO VDU-LP.
           DISPLAY BN-TEXT(1:45) with highlight AT VDU-LP.
           IF BN-NEUDAT NOT = 0
               MOVE BN-NEUDAT TO WC-DATUM
               PERFORM DATDREH
               ADD 46 TO VDU-LP
               DISPLAY VDU-DATUM AT VDU-LP.
           IF WH-ZEILE < 16 GO C.
       Z.  EXIT.
      ************************************ Parameter KONSTANT 184 *
       LM-PARAM SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Parameter Liefermahnung " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tage nach Termin bis 1. Mahnung:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tage zwischen den Stufen:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "hoechste Mahnstufe (1-9):" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Tage" AT 2301.
           MOVE WH-KARENZ TO WH-NUM.
           CALL "CAUP" USING "1003376002" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WH-NUM TO WH-KARENZ.
       E.  MOVE WH-ABST TO WH-NUM.
           CALL "CAUP" USING "1004376002" WH-CREG.
           IF ESC GO C.
           IF NOT RET OR WH-NUM = 0 GO E.
           MOVE WH-NUM TO WH-ABST.
       G.  MOVE WH-MAXST TO WH-NUM.
           CALL "CAUP" USING "1005376001" WH-CREG.
           IF ESC GO E.
           IF NOT RET OR WH-NUM = 0 GO G.
           MOVE WH-NUM TO WH-MAXST.
           MOVE 184 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-KARENZ TO KLM-KARENZ.
           MOVE WH-ABST TO KLM-ABST.
           MOVE WH-MAXST TO KLM-MAXST.
           REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
