      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABEPL.
      ******************************************************************
      *   Einsatzplanung der Arbeiter (Artikel der Rabattgruppe 97):   *
      *   geplante Einsaetze je Arbeiter, Tag und Auftrag mit Stunden  *
      *   und Fahrzeit, Abwesenheiten (Urlaub, krank, sonstige) in     *
      *   GABISEPL.DAT.  Tageskapazitaet aus KONSTANT 190 (Vorgabe     *
      *   und abweichend je Arbeiter, Sa/So und abwesend = 0); beim    *
      *   Planen und in Tages- und Wochenansicht wird eine Ueber-      *
      *   buchung (Stunden + Fahrzeit > Kapazitaet) angezeigt.         *
      *   Der erste geplante Einsatz setzt Techniker und Einsatztag    *
      *   im Auftrag (GABMOB), sofern dort noch keiner steht.          *
      *   Plan/Ist je Auftrag: geplante Stunden gegen die erfassten    *
      *   Stunden (GABISSTD.DAT) je Arbeiter, Liste PLANIST.LST.       *
      *   Aufruf 20: naechster Einsatz zum Auftrag (GABEPLSC.CPY) fuer *
      *   Auftragscockpit und Auftragsbestaetigung.                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEAUF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEKON.CPY.
           COPY GABSESTD.CPY.
           COPY GABSEEPL.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABANBOT.CPY.
       COPY GABARTIK.CPY.
       COPY GABKONST.CPY.
       COPY GABSTDFD.CPY.
       COPY GABEPLFD.CPY.
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
           03  WM-OPAUF                PIC 9         COMP  VALUE ZERO.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPSTD                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-ARB                  PIC 999       COMP.
           03  WH-AX                   PIC 99        COMP.
           03  WH-KX                   PIC 99        COMP.
           03  WH-TX                   PIC 99        COMP.
           03  WH-TDAT                 PIC 9(6)      COMP.
           03  WH-VONDAT               PIC 9(6)      COMP.
           03  WH-WTAG                 PIC 9         COMP.
           03  WH-TABW                 PIC 9         COMP.
           03  WH-ABART                PIC 9         COMP.
           03  WH-LFD                  PIC 99        COMP.
           03  WH-TAUF                 PIC 9(8)      COMP OCCURS 3.
           03  WH-STD                  PIC S99V99    COMP-3.
           03  WH-FAHRT                PIC S99V99    COMP-3.
           03  WH-TEXT                 PIC X(30).
           03  WS-TPLAN                PIC S999V99   COMP-3.
           03  WS-TFAHRT               PIC S999V99   COMP-3.
           03  WH-TKAP                 PIC S999V99   COMP-3.
           03  WH-FREI                 PIC S999V99   COMP-3.
           03  WH-IST                  PIC S9(5)V99  COMP-3.
           03  WS-PPLAN                PIC S9(5)V99  COMP-3.
           03  WS-PFAHRT               PIC S9(5)V99  COMP-3.
           03  WS-PIST                 PIC S9(5)V99  COMP-3.
           03  WS-GPLAN                PIC S9(7)V99  COMP-3.
           03  WS-GFAHRT               PIC S9(7)V99  COMP-3.
           03  WS-GIST                 PIC S9(7)V99  COMP-3.
           03  WA-INT                  PIC 9(8)      COMP.
           03  WA-BIS                  PIC 9(8)      COMP.
           03  WA-MONTAG               PIC 9(8)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WV-AUF                  PIC 9(8)      COMP.
           03  WH-AKTAUF               PIC 9(8)      COMP.
           03  WZ-TANZ                 PIC 99        COMP.
           03  WZ-ZEIL                 PIC 99        COMP.
           03  WZ-PZ                   PIC 99        COMP.
           03  WZ-UEBER                PIC 9(4)      COMP.
           03  WZ-ANZ                  PIC 9(4)      COMP.
           03  WZ-AUFTR                PIC 9(4)      COMP.
           03  WH-WDAT                 PIC 9(6)      COMP OCCURS 7.
           03  WD-NR                   PIC ZZ9.
           03  WD-LFD                  PIC Z9.
           03  WD-STD                  PIC ZZ9,99.
           03  WD-FREI                 PIC ZZ9,99-.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-ANZ                  PIC ZZ.ZZ9.
           03  WD-SUM                  PIC ZZ.ZZ9,99.
           03  WD-DIFF                 PIC ZZ.ZZ9,99-.
       01  WH-WTXT                     PIC X(14) VALUE "MoDiMiDoFrSaSo".
       01  WH-WTXTR   REDEFINES WH-WTXT.
           03  WH-WTG                  PIC XX               OCCURS 7.
       01  WH-ABWTXT                   PIC X(24)
                                 VALUE "Urlaub  krank   abwesend".
       01  WH-ABWTXTR REDEFINES WH-ABWTXT.
           03  WH-ABWT                 PIC X(8)             OCCURS 3.
      *--------> Arbeiter (Rabattgruppe 97) mit Tageskapazitaet und
      *          Summen je Auftrag fuer Plan/Ist <-
       01  WA-TAB.
           03  WA-ANZ                  PIC 99        COMP.
           03  WA-ARB                                OCCURS 50.
               05  WA-NUM              PIC 999       COMP.
               05  WA-NAME             PIC X(20).
               05  WA-KAP              PIC S99V99    COMP-3.
               05  WA-PSTD             PIC S9(5)V99  COMP-3.
               05  WA-PFAHRT           PIC S9(5)V99  COMP-3.
      *--------> Arbeitskopie KONSTANT 190 (wie KO-EPSATZ) <-
       01  WK-EPSATZ.
           03  FILLER                  PIC XX.
           03  WK-STDVOR               PIC 99V99     COMP-3.
           03  WK-TAB                                OCCURS 24.
               05  WK-ARB              PIC 999       COMP.
               05  WK-STD              PIC 99V99     COMP-3.
       COPY GABEPLSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON STUNDEN.
       A.  CALL "CADECL" USING "GABISSTD.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON EINSPLAN.
       A.  CALL "CADECL" USING "GABISEPL.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM EPL-MENU GO W.
           IF WL-CA = 20 PERFORM EPL-AUFTRAG GO X.
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
       EPL-MENU SECTION.
       A.  PERFORM DAT-OEFF.
           IF WM-OPART = 0
               DISPLAY "Artikeldatei nicht vorhanden," AT 2401
               PERFORM WEITER GO Y.
           PERFORM ARB-LADEN.
           CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Einsatzplanung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Einsatz planen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Abwesenheit erfassen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Tagesansicht" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Wochenansicht" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Tagesplan Arbeiter/loeschen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Plan/Ist je Auftrag" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "7 - Kapazitaeten" AT VDU-LP.
           ADD 1021 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1010392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM EPL-ERFASSEN
               WHEN 2 PERFORM EPL-ABWES
               WHEN 3 PERFORM EPL-TAGANS
               WHEN 4 PERFORM EPL-WOCHE
               WHEN 5 PERFORM EPL-TAG
               WHEN 6 PERFORM EPL-PLANIST
               WHEN 7 PERFORM EPL-KAPAZ
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Y.  PERFORM DAT-SCHL.
       Z.  EXIT.
      ******************************************************************
      *    Einsatzplan zum Schreiben (wird beim ersten Aufruf an-
      *    gelegt), Auftraege und KONSTANT zum Schreiben, Artikel
      *    und Stunden lesend
      ******************************************************************
       DAT-OEFF SECTION.
       A.  MOVE 0 TO WM-OPAUF WM-OPART WM-OPKON WM-OPSTD.
           OPEN I-O EINSPLAN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT EINSPLAN
               CLOSE EINSPLAN
               OPEN I-O EINSPLAN.
           OPEN I-O AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAUF.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN INPUT STUNDEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSTD.
       Z.  EXIT.
      ******************************************************************
       DAT-SCHL SECTION.
       A.  CLOSE EINSPLAN.
           IF WM-OPAUF = 1 CLOSE AUFKOPF.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPSTD = 1 CLOSE STUNDEN.
       Z.  EXIT.
      ******************* Kapazitaeten aus KONSTANT 190 (Vorgaben) *
       KAP-LESEN SECTION.
       A.  INITIALIZE WK-EPSATZ.
           IF WM-OPKON = 0 GO Z.
           MOVE 190 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE KO-EPSATZ TO WK-EPSATZ.
       Z.  EXIT.
      ****** Arbeitertabelle: alle Artikel der Rabattgruppe 97 mit *
      *      Nummer bis 999 und ihrer Tageskapazitaet
       ARB-LADEN SECTION.
       A.  MOVE 0 TO WA-ANZ.
           PERFORM KAP-LESEN.
           MOVE 1 TO AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO Z.
       C.  READ ARTIKEL NEXT IGNORE LOCK AT END GO Z.
           IF AR-NUM > 999 GO Z.
           IF AR-RAGRP NOT = 97 GO C.
           IF WA-ANZ > 49 GO Z.
           ADD 1 TO WA-ANZ.
           MOVE AR-NUM TO WA-NUM(WA-ANZ).
           MOVE AR-BEZA TO WA-NAME(WA-ANZ).
           MOVE WA-ANZ TO WH-AX.
           PERFORM ARB-KAP.
           GO C.
       Z.  EXIT.
      ****** Tageskapazitaet des Arbeiters WH-AX: abweichender Wert *
      *      aus KONSTANT 190, sonst Vorgabe (ohne Vorgabe 8 Std.)
       ARB-KAP SECTION.
       A.  MOVE WK-STDVOR TO WA-KAP(WH-AX).
           IF WK-STDVOR = 0 MOVE 8 TO WA-KAP(WH-AX).
           MOVE 0 TO WH-KX.
       C.  ADD 1 TO WH-KX.
           IF WH-KX > 24 GO Z.
           IF WK-ARB(WH-KX) NOT = WA-NUM(WH-AX) GO C.
           MOVE WK-STD(WH-KX) TO WA-KAP(WH-AX).
       Z.  EXIT.
      ****** Arbeiter WH-ARB in der Tabelle suchen, WH-AX 0 = fehlt *
       ARB-SUCHEN SECTION.
       A.  MOVE 0 TO WH-AX.
       C.  ADD 1 TO WH-AX.
           IF WH-AX > WA-ANZ MOVE 0 TO WH-AX GO Z.
           IF WA-NUM(WH-AX) NOT = WH-ARB GO C.
       Z.  EXIT.
      ****** Arbeiter abfragen (Zeile 2), WH-ARB 0 = Abbruch *
       ARB-FRAGE SECTION.
       A.  MOVE 0 TO WH-ARB.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Arbeiter (Pers-Nr.):" AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Personalnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002253003" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-ARB.
           PERFORM ARB-SUCHEN.
           IF WH-AX = 0
               MOVE 0 TO WH-ARB
               DISPLAY "kein Arbeiter (Rabattgruppe 97 fehlt)!"
                   AT 2401
               PERFORM WEITER GO C.
           ADD 230 VDU-ECK GIVING VDU-LP.
           DISPLAY WA-NAME(WH-AX) with highlight AT VDU-LP.
       Z.  EXIT.
      ****** Wochentag zu WH-TDAT: WA-INT Tageszahl, WH-WTAG 1 = Mo *
      *      bis 7 = So (Tag 1 der Tageszahl war ein Montag)
       WTAG-BER SECTION.
       A.  COMPUTE WX-DATUM = WH-TDAT + 20000000.
           COMPUTE WA-INT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-TAGE = WA-INT - 1.
           DIVIDE WA-TAGE BY 7 GIVING WA-TAGE REMAINDER WH-WTAG.
           ADD 1 TO WH-WTAG.
       Z.  EXIT.
      ****** Tagesbelastung Arbeiter WH-ARB am WH-TDAT: Stunden,   *
      *      Fahrzeit, Anzahl Einsaetze (die ersten 3 Auftraege)
      *      und Abwesenheit WH-TABW
       TAG-SUMME SECTION.
       A.  MOVE 0 TO WS-TPLAN WS-TFAHRT WH-TABW WZ-TANZ.
           MOVE 0 TO WH-TAUF(1) WH-TAUF(2) WH-TAUF(3).
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE 0 TO EP-LFD.
           START EINSPLAN KEY NOT < EP-KEY INVALID GO Z.
       C.  READ EINSPLAN NEXT IGNORE LOCK AT END GO Z.
           IF EP-NUM NOT = WH-ARB OR EP-DATUM NOT = WH-TDAT GO Z.
           IF EP-AUF = 0 MOVE EP-ART TO WH-TABW GO C.
           ADD EP-STD TO WS-TPLAN.
           ADD EP-FAHRT TO WS-TFAHRT.
           ADD 1 TO WZ-TANZ.
           IF WZ-TANZ < 4 MOVE EP-AUF TO WH-TAUF(WZ-TANZ).
           GO C.
       Z.  EXIT.
      ****** Kapazitaet des Arbeiters WH-AX am WH-TDAT (nach *
      *      TAG-SUMME) und freie Stunden WH-FREI
       TAG-KAP SECTION.
       A.  PERFORM WTAG-BER.
           MOVE WA-KAP(WH-AX) TO WH-TKAP.
           IF WH-WTAG > 5 OR WH-TABW NOT = 0 MOVE 0 TO WH-TKAP.
           COMPUTE WH-FREI = WH-TKAP - WS-TPLAN - WS-TFAHRT.
       Z.  EXIT.
      ******************************************************************
      *    Einsatz planen: Arbeiter, Tag, Auftrag, Stunden, Fahrzeit;
      *    Warnung bei Abwesenheit oder Ueberbuchung
      ******************************************************************
       EPL-ERFASSEN SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Einsatz planen " with highlight AT VDU-LP.
       C.  PERFORM ARB-FRAGE.
           IF WH-ARB = 0 GO X.
      *-----------------------------------------> Tag <-
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Einsatztag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103256006" WH-CREG.
           IF ESC CALL "CAUP" USING "16LOEFENST" WH-CREG GO B.
           IF NOT RET GO E.
           IF WZ-DATUM = 0 GO E.
           MOVE WZ-DATUM TO WH-TDAT.
           PERFORM TAG-SUMME.
           PERFORM TAG-KAP.
           ADD 336 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-WTG(WH-WTAG) AT VDU-LP.
           ADD 3 TO VDU-LP.
           COMPUTE WD-STD = WS-TPLAN + WS-TFAHRT.
           DISPLAY "belegt" AT VDU-LP.
           ADD 7 TO VDU-LP.
           DISPLAY WD-STD with highlight AT VDU-LP.
           ADD 7 TO VDU-LP.
           MOVE WH-TKAP TO WD-STD.
           DISPLAY "von" AT VDU-LP.
           ADD 4 TO VDU-LP.
           DISPLAY WD-STD with highlight AT VDU-LP.
           ADD 7 TO VDU-LP.
           IF WH-TABW NOT = 0
               DISPLAY WH-ABWT(WH-TABW) with highlight
                   foreground-color 4 AT VDU-LP.
      *-----------------------------------------> Auftrag <-
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftragsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1004256008" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO G.
           MOVE WH-NUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO G.
           IF AK-RENUM NOT = 0
               DISPLAY "Auftrag ist bereits fakturiert!" AT 2401
               PERFORM WEITER GO G.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 436 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:40) with highlight AT VDU-LP.
      *-----------------------------------------> Stunden <-
       I.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Stunden:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Stunden (xx,xx)" AT 2301.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1005253205" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-WERT = 0 GO I.
           IF WH-WERT > 24
               DISPLAY "hoechstens 24 Stunden je Tag!" AT 2401
               PERFORM WEITER GO I.
           MOVE WH-WERT TO WH-STD.
      *-----------------------------------------> Fahrzeit <-
       K.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Fahrzeit (Std.):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Fahrzeit (xx,xx)" AT 2301.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1006253205" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-WERT > 24
               DISPLAY "hoechstens 24 Stunden je Tag!" AT 2401
               PERFORM WEITER GO K.
           MOVE WH-WERT TO WH-FAHRT.
      *-----------------------------------------> Text <-
       M.  ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Text:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Text (frei)" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1207250130" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO M.
           MOVE WT-TX TO WH-TEXT.
      *-----------------------------------------> Warnungen <-
           IF WH-TABW = 0 GO O.
           DISPLAY "Abwesenheit - planen?"
               with highlight foreground-color 4 AT 2401.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET GO M.
           GO Q.
       O.  IF WS-TPLAN + WS-TFAHRT + WH-STD + WH-FAHRT
               NOT > WH-TKAP GO Q.
           COMPUTE WD-STD = WS-TPLAN + WS-TFAHRT + WH-STD + WH-FAHRT.
           DISPLAY "ueberbucht:" with highlight
               foreground-color 4 AT 2401.
           DISPLAY WD-STD with highlight foreground-color 4 AT 2413.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET GO M.
      *-----------------------------------------> speichern <-
       Q.  DISPLAY "<esc>= zurueck, <ret>= speichern" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO M.
           INITIALIZE EP-SATZ.
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE 1 TO EP-LFD.
           MOVE AK-NUM TO EP-AUF.
           MOVE 0 TO EP-ART.
           MOVE WH-STD TO EP-STD.
           MOVE WH-FAHRT TO EP-FAHRT.
           MOVE WH-TEXT TO EP-TEXT.
           MOVE WB-NUM TO EP-ERFBEN.
           PERFORM EP-SCHREIBEN.
      *--------> erster Einsatz: Techniker und Tag in den Auftrag <-
           IF AK-TECHNIK NOT = 0 OR AK-MOB-ERLEDIGT GO S.
       R.  READ AUFKOPF INVALID GO S.
           IF ZUGRIF PERFORM BESETZT GO R.
           IF AK-TECHNIK = 0
               MOVE WH-ARB TO AK-TECHNIK
               MOVE WH-TDAT TO AK-EINSDAT
               MOVE WB-NUM TO AK-AENDBEN
               MOVE WH-DATUM TO AK-AENDDAT
               REWRITE AK-SATZ
           ELSE UNLOCK AUFKOPF.
       S.  DISPLAY "Einsatz geplant." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Planungssatz mit der naechsten freien laufenden Nummer *
       EP-SCHREIBEN SECTION.
       A.  WRITE EP-SATZ INVALID GO C.
           GO Z.
       C.  IF EP-LFD < 99 ADD 1 TO EP-LFD GO A.
       Z.  EXIT.
      ******************************************************************
      *    Abwesenheit von-bis (nur Mo-Fr): Art 1 Urlaub, 2 krank,
      *    3 sonstige; Art 0 loescht die Abwesenheit im Zeitraum
      ******************************************************************
       EPL-ABWES SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abwesenheit " with highlight AT VDU-LP.
       C.  PERFORM ARB-FRAGE.
           IF WH-ARB = 0 GO X.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "von:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103256006" WH-CREG.
           IF ESC CALL "CAUP" USING "16LOEFENST" WH-CREG GO B.
           IF NOT RET GO E.
           IF WZ-DATUM = 0 GO E.
           MOVE WZ-DATUM TO WH-VONDAT.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "bis:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-VONDAT TO WZ-DATUM.
           CALL "CAUP" USING "1104256006" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WZ-DATUM = 0 GO G.
           MOVE WZ-DATUM TO WH-TDAT.
           PERFORM WTAG-BER.
           MOVE WA-INT TO WA-BIS.
           MOVE WH-VONDAT TO WH-TDAT.
           PERFORM WTAG-BER.
           IF WA-BIS < WA-INT
               DISPLAY "bis-Datum liegt vor von-Datum!" AT 2401
               PERFORM WEITER GO G.
       I.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Art:" AT VDU-LP.
           ADD 530 VDU-ECK GIVING VDU-LP.
           DISPLAY "1=Urlaub 2=krank 3=sonstige 0=loeschen" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Art" AT 2301.
           MOVE 1 TO WH-WERT.
           CALL "CAUP" USING "1005251001" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM > 3 GO I.
           MOVE WH-NUM TO WH-ABART.
           MOVE SPACE TO WH-TEXT.
           IF WH-ABART = 0 GO M.
       K.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Text:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Text (frei)" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1206250130" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           MOVE WT-TX TO WH-TEXT.
       M.  DISPLAY "<esc>= zurueck, <ret>= speichern" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO I.
           MOVE 0 TO WZ-ANZ.
       N.  IF WA-INT > WA-BIS GO P.
           PERFORM ABW-TAG.
           ADD 1 TO WA-INT.
           GO N.
       P.  MOVE WZ-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401.
           DISPLAY "Arbeitstage gespeichert." AT 2408.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Abwesenheit fuer Tageszahl WA-INT setzen/loeschen; *
      *      ein vorhandener Abwesenheitssatz wird geaendert
       ABW-TAG SECTION.
       A.  COMPUTE WX-DATUM = FUNCTION DATE-OF-INTEGER(WA-INT).
           COMPUTE WH-TDAT = WX-DATUM - 20000000.
           COMPUTE WA-TAGE = WA-INT - 1.
           DIVIDE WA-TAGE BY 7 GIVING WA-TAGE REMAINDER WH-WTAG.
           IF WH-WTAG > 4 GO Z.
           MOVE 0 TO WH-LFD.
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE 0 TO EP-LFD.
           START EINSPLAN KEY NOT < EP-KEY INVALID GO E.
       C.  READ EINSPLAN NEXT IGNORE LOCK AT END GO E.
           IF EP-NUM NOT = WH-ARB OR EP-DATUM NOT = WH-TDAT GO E.
           IF EP-AUF NOT = 0 GO C.
           MOVE EP-LFD TO WH-LFD.
       E.  IF WH-LFD = 0 GO K.
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE WH-LFD TO EP-LFD.
       F.  READ EINSPLAN INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO F.
           ADD 1 TO WZ-ANZ.
           IF WH-ABART = 0 DELETE EINSPLAN GO Z.
           MOVE WH-ABART TO EP-ART.
           MOVE WH-TEXT TO EP-TEXT.
           MOVE WB-NUM TO EP-ERFBEN.
           REWRITE EP-SATZ.
           GO Z.
       K.  IF WH-ABART = 0 GO Z.
           INITIALIZE EP-SATZ.
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE 1 TO EP-LFD.
           MOVE 0 TO EP-AUF EP-STD EP-FAHRT.
           MOVE WH-ABART TO EP-ART.
           MOVE WH-TEXT TO EP-TEXT.
           MOVE WB-NUM TO EP-ERFBEN.
           PERFORM EP-SCHREIBEN.
           ADD 1 TO WZ-ANZ.
       Z.  EXIT.
      ******************************************************************
      *    Tagesansicht: je Arbeiter Kapazitaet, geplant, Fahrzeit,
      *    frei (rot = ueberbucht) und die Auftraege des Tages
      ******************************************************************
       EPL-TAGANS SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Tagesansicht Einsatzplanung " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102096006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WZ-DATUM = 0 GO C.
           MOVE WZ-DATUM TO WH-TDAT.
           PERFORM WTAG-BER.
           ADD 218 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-WTG(WH-WTAG) with highlight AT VDU-LP.
           MOVE 0 TO WH-AX WZ-UEBER.
       D.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY " Nr Arbeiter            " with reverse-video
               AT VDU-LP.
           ADD 327 VDU-ECK GIVING VDU-LP.
           DISPLAY "   Kap.   Plan  Fahrt    frei  Auftraege       "
               with reverse-video AT VDU-LP.
           MOVE 0 TO WZ-ZEIL.
       E.  ADD 1 TO WH-AX.
           IF WH-AX > WA-ANZ GO V.
           MOVE WA-NUM(WH-AX) TO WH-ARB.
           PERFORM TAG-SUMME.
           PERFORM TAG-KAP.
           ADD 1 TO WZ-ZEIL.
           COMPUTE VDU-LP = WZ-ZEIL * 100 + 303 + VDU-ECK.
           MOVE WH-ARB TO WD-NR.
           DISPLAY WD-NR AT VDU-LP.
           ADD 4 TO VDU-LP.
           DISPLAY WA-NAME(WH-AX) AT VDU-LP.
           ADD 21 TO VDU-LP.
           MOVE WH-TKAP TO WD-STD.
           DISPLAY WD-STD AT VDU-LP.
           ADD 7 TO VDU-LP.
           MOVE WS-TPLAN TO WD-STD.
           DISPLAY WD-STD AT VDU-LP.
           ADD 7 TO VDU-LP.
           MOVE WS-TFAHRT TO WD-STD.
           DISPLAY WD-STD AT VDU-LP.
           ADD 7 TO VDU-LP.
           MOVE WH-FREI TO WD-FREI.
           IF WH-FREI < 0
               ADD 1 TO WZ-UEBER
               DISPLAY WD-FREI with highlight foreground-color 4
                   AT VDU-LP
           ELSE DISPLAY WD-FREI AT VDU-LP.
           PERFORM TAG-AUFTR.
           IF WZ-ZEIL < 13 GO E.
           DISPLAY "<ret>= weiter, <esc>= Ende" AT 2301.
           CALL "CAUP" USING "0023281000" WH-CREG.
           IF ESC GO W.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO D.
       V.  MOVE WZ-UEBER TO WD-ANZ.
           IF WZ-UEBER = 0
               DISPLAY "keine Ueberbuchung," AT 2401
           ELSE DISPLAY WD-ANZ with highlight foreground-color 4
                    AT 2401
                DISPLAY "Arbeiter ueberbucht," AT 2408.
           PERFORM WEITER.
       W.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Abwesenheit und Auftraege einer Zeile der Tagesansicht *
      *      (ab Spalte 58, "+" = weitere Einsaetze)
       TAG-AUFTR SECTION.
       A.  COMPUTE VDU-LP = WZ-ZEIL * 100 + 358 + VDU-ECK.
           MOVE 1 TO WH-TX.
           IF WH-TABW = 0 GO C.
           DISPLAY WH-ABWT(WH-TABW) with highlight AT VDU-LP.
           ADD 9 TO VDU-LP.
           MOVE 2 TO WH-TX.
       C.  IF WZ-TANZ = 0 GO Z.
           MOVE WH-TAUF(1) TO WD-AUF.
           DISPLAY WD-AUF AT VDU-LP.
           ADD 9 TO VDU-LP.
           IF WZ-TANZ > 1 AND WH-TX = 1
               MOVE WH-TAUF(2) TO WD-AUF
               DISPLAY WD-AUF AT VDU-LP
               ADD 9 TO VDU-LP.
           IF WZ-TANZ > 3 - WH-TX
               DISPLAY "+" AT VDU-LP.
       Z.  EXIT.
      ******************************************************************
      *    Wochenansicht Mo-So: je Arbeiter und Tag Stunden + Fahrzeit
      *    (! = ueberbucht) bzw. die Abwesenheit
      ******************************************************************
       EPL-WOCHE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Wochenansicht Einsatzplanung " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Woche mit Tag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102196006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WZ-DATUM = 0 GO C.
           MOVE WZ-DATUM TO WH-TDAT.
           PERFORM WTAG-BER.
           COMPUTE WA-MONTAG = WA-INT - WH-WTAG + 1.
           MOVE 0 TO WH-TX.
       D.  ADD 1 TO WH-TX.
           IF WH-TX > 7 GO E.
           COMPUTE WX-DATUM =
               FUNCTION DATE-OF-INTEGER(WA-MONTAG + WH-TX - 1).
           COMPUTE WH-WDAT(WH-TX) = WX-DATUM - 20000000.
           GO D.
       E.  MOVE 0 TO WH-AX WZ-UEBER.
       F.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY " Nr Arbeiter     " with reverse-video AT VDU-LP.
           MOVE 0 TO WH-TX.
       G.  ADD 1 TO WH-TX.
           IF WH-TX > 7 GO H.
           COMPUTE VDU-LP = 312 + WH-TX * 8 + VDU-ECK.
           MOVE WH-WDAT(WH-TX) TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY WH-WTG(WH-TX) with reverse-video AT VDU-LP.
           ADD 2 TO VDU-LP.
           DISPLAY " " with reverse-video AT VDU-LP.
           ADD 1 TO VDU-LP.
           DISPLAY VDU-DATUM(1:5) with reverse-video AT VDU-LP.
           GO G.
       H.  MOVE 0 TO WZ-ZEIL.
       I.  ADD 1 TO WH-AX.
           IF WH-AX > WA-ANZ GO V.
           MOVE WA-NUM(WH-AX) TO WH-ARB.
           ADD 1 TO WZ-ZEIL.
           COMPUTE VDU-LP = WZ-ZEIL * 100 + 303 + VDU-ECK.
           MOVE WH-ARB TO WD-NR.
           DISPLAY WD-NR AT VDU-LP.
           ADD 4 TO VDU-LP.
           DISPLAY WA-NAME(WH-AX)(1:12) AT VDU-LP.
           MOVE 0 TO WH-TX.
       K.  ADD 1 TO WH-TX.
           IF WH-TX > 7 GO M.
           PERFORM WO-ZELLE.
           GO K.
       M.  IF WZ-ZEIL < 13 GO I.
           DISPLAY "<ret>= weiter, <esc>= Ende" AT 2301.
           CALL "CAUP" USING "0023281000" WH-CREG.
           IF ESC GO W.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO F.
       V.  MOVE WZ-UEBER TO WD-ANZ.
           IF WZ-UEBER = 0
               DISPLAY "keine Ueberbuchung," AT 2401
           ELSE DISPLAY WD-ANZ with highlight foreground-color 4
                    AT 2401
                DISPLAY "Tage ueberbucht," AT 2408.
           PERFORM WEITER.
       W.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** eine Zelle der Wochenansicht: Arbeiter WH-AX, Tag WH-TX *
       WO-ZELLE SECTION.
       A.  MOVE WH-WDAT(WH-TX) TO WH-TDAT.
           PERFORM TAG-SUMME.
           PERFORM TAG-KAP.
           COMPUTE VDU-LP = WZ-ZEIL * 100 + 312 + WH-TX * 8 + VDU-ECK.
           IF WH-TABW = 0 GO C.
           IF WZ-TANZ > 0
               ADD 1 TO WZ-UEBER
               DISPLAY WH-ABWT(WH-TABW)(1:6) with highlight
                   foreground-color 4 AT VDU-LP
               ADD 6 TO VDU-LP
               DISPLAY "!" with highlight foreground-color 4
                   AT VDU-LP
           ELSE DISPLAY WH-ABWT(WH-TABW)(1:6) AT VDU-LP.
           GO Z.
       C.  IF WZ-TANZ = 0
               ADD 5 TO VDU-LP
               DISPLAY "-" AT VDU-LP
               GO Z.
           COMPUTE WD-STD = WS-TPLAN + WS-TFAHRT.
           IF WH-FREI NOT < 0 DISPLAY WD-STD AT VDU-LP GO Z.
           ADD 1 TO WZ-UEBER.
           DISPLAY WD-STD with highlight foreground-color 4 AT VDU-LP.
           ADD 6 TO VDU-LP.
           DISPLAY "!" with highlight foreground-color 4 AT VDU-LP.
       Z.  EXIT.
      ******************************************************************
      *    Tagesplan eines Arbeiters anzeigen, Eintrag loeschen
      ******************************************************************
       EPL-TAG SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Tagesplan Arbeiter " with highlight AT VDU-LP.
       C.  PERFORM ARB-FRAGE.
           IF WH-ARB = 0 GO X.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tag:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103256006" WH-CREG.
           IF ESC CALL "CAUP" USING "16LOEFENST" WH-CREG GO B.
           IF NOT RET GO E.
           IF WZ-DATUM = 0 GO E.
           MOVE WZ-DATUM TO WH-TDAT.
      *-----------------------------------------> Liste <-
       F.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lfd Auftrag    Std.  Fahrt Text                 "
               with reverse-video AT VDU-LP.
           MOVE 0 TO WZ-ZEIL.
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE 0 TO EP-LFD.
           START EINSPLAN KEY NOT < EP-KEY INVALID GO K.
       G.  READ EINSPLAN NEXT IGNORE LOCK AT END GO K.
           IF EP-NUM NOT = WH-ARB OR EP-DATUM NOT = WH-TDAT GO K.
           IF WZ-ZEIL > 10 GO K.
           ADD 1 TO WZ-ZEIL.
           COMPUTE VDU-LP = WZ-ZEIL * 100 + 503 + VDU-ECK.
           MOVE EP-LFD TO WD-LFD.
           DISPLAY WD-LFD AT VDU-LP.
           ADD 4 TO VDU-LP.
           MOVE EP-AUF TO WD-AUF.
           IF EP-AUF = 0 AND EP-ART > 0
               DISPLAY WH-ABWT(EP-ART) with highlight AT VDU-LP
           ELSE DISPLAY WD-AUF AT VDU-LP.
           ADD 9 TO VDU-LP.
           MOVE EP-STD TO WD-STD.
           IF EP-AUF NOT = 0 DISPLAY WD-STD AT VDU-LP.
           ADD 7 TO VDU-LP.
           MOVE EP-FAHRT TO WD-STD.
           IF EP-AUF NOT = 0 DISPLAY WD-STD AT VDU-LP.
           ADD 7 TO VDU-LP.
           DISPLAY EP-TEXT AT VDU-LP.
           GO G.
      *-----------------------------------------> loeschen <-
       K.  IF WZ-ZEIL = 0
               DISPLAY "keine Eintraege an diesem Tag," AT 2401
               PERFORM WEITER
               CALL "CAUP" USING "16LOEFENST" WH-CREG
               GO B.
           ADD 1703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lfd loeschen:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= laufende Nummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1017172002" WH-CREG.
           IF ESC OR WH-NUM = 0
               CALL "CAUP" USING "16LOEFENST" WH-CREG GO B.
           IF NOT RET GO K.
           MOVE WH-ARB TO EP-NUM.
           MOVE WH-TDAT TO EP-DATUM.
           MOVE WH-NUM TO EP-LFD.
       M.  READ EINSPLAN INVALID
               DISPLAY "Eintrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO K.
           IF ZUGRIF PERFORM BESETZT GO M.
           DISPLAY "Eintrag loeschen?" AT 2401.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET UNLOCK EINSPLAN GO K.
           DELETE EINSPLAN.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Tagesplan Arbeiter " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Arbeiter (Pers-Nr.):" AT VDU-LP.
           ADD 230 VDU-ECK GIVING VDU-LP.
           PERFORM ARB-SUCHEN.
           DISPLAY WA-NAME(WH-AX) with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tag:" AT VDU-LP.
           ADD 325 VDU-ECK GIVING VDU-LP.
           MOVE WH-TDAT TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           GO F.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Plan/Ist je Auftrag: geplante Stunden und Fahrzeit gegen
      *    die erfassten Stunden (GABISSTD.DAT) je Arbeiter;
      *    Auftrag 0 = alle Auftraege mit Einsatzplanung
      ******************************************************************
       EPL-PLANIST SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Plan/Ist je Auftrag " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftrag (0 = alle geplanten):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002346008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-NUM TO WV-AUF.
           MOVE "PLANIST.LST" TO WH-DRUNAM.
           MOVE 0 TO WH-AKTAUF WZ-AUFTR WZ-ZEILEN.
           MOVE 0 TO WS-GPLAN WS-GFAHRT WS-GIST.
           PERFORM PI-NULL.
           MOVE WV-AUF TO EP-AUF.
           IF WV-AUF = 0 MOVE 1 TO EP-AUF.
           MOVE 0 TO EP-NUM EP-DATUM EP-LFD.
           START EINSPLAN KEY NOT < EP-AKEY INVALID GO F.
       D.  READ EINSPLAN NEXT IGNORE LOCK AT END GO F.
           IF WV-AUF NOT = 0 AND EP-AUF NOT = WV-AUF GO F.
           IF EP-AUF = WH-AKTAUF GO E.
           IF WH-AKTAUF NOT = 0 PERFORM PI-AUFTRAG.
           MOVE EP-AUF TO WH-AKTAUF.
           PERFORM PI-NULL.
       E.  MOVE EP-NUM TO WH-ARB.
           PERFORM ARB-SUCHEN.
           IF WH-AX = 0 GO D.
           ADD EP-STD TO WA-PSTD(WH-AX).
           ADD EP-FAHRT TO WA-PFAHRT(WH-AX).
           GO D.
       F.  IF WH-AKTAUF = 0 AND WV-AUF NOT = 0
               MOVE WV-AUF TO WH-AKTAUF.
           IF WH-AKTAUF NOT = 0 PERFORM PI-AUFTRAG.
           IF WZ-AUFTR = 0
               DISPLAY "keine Einsatzplanung vorhanden," AT 2401
               PERFORM WEITER GO X.
           IF WV-AUF NOT = 0 GO G.
           PERFORM PI-KOPF.
           MOVE ALL "=" TO DRA-SATZ(48:61).
           PERFORM DRUCK.
           MOVE "Gesamt" TO DRA-SATZ(48:6).
           MOVE WZ-AUFTR TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(55:6).
           MOVE "Auftraege" TO DRA-SATZ(62:9).
           MOVE WS-GPLAN TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(69:9).
           MOVE WS-GFAHRT TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(79:9).
           MOVE WS-GIST TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(89:9).
           COMPUTE WD-DIFF = WS-GIST - WS-GPLAN.
           MOVE WD-DIFF TO DRA-SATZ(99:10).
           PERFORM DRUCK.
       G.  PERFORM END-DRU.
           MOVE WZ-AUFTR TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401.
           DISPLAY "Auftraege gedruckt (PLANIST.LST)," AT 2408.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Plansummen der Arbeitertabelle loeschen *
       PI-NULL SECTION.
       A.  MOVE 0 TO WH-AX.
       C.  ADD 1 TO WH-AX.
           IF WH-AX > WA-ANZ GO Z.
           MOVE 0 TO WA-PSTD(WH-AX) WA-PFAHRT(WH-AX).
           GO C.
       Z.  EXIT.
      ****** Plan/Ist des Auftrags WH-AKTAUF je Arbeiter drucken *
       PI-AUFTRAG SECTION.
       A.  MOVE WH-AKTAUF TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               MOVE "(Auftrag nicht vorhanden)" TO AK-BEZ.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE 0 TO WS-PPLAN WS-PFAHRT WS-PIST WZ-PZ WH-AX.
       C.  ADD 1 TO WH-AX.
           IF WH-AX > WA-ANZ GO E.
           MOVE 0 TO WH-IST.
           IF WM-OPSTD = 0 GO D.
           MOVE WA-NUM(WH-AX) TO GS-NUM.
           MOVE WH-AKTAUF TO GS-AUF.
           READ STUNDEN IGNORE LOCK INVALID GO D.
           MOVE GS-ANZ TO WH-IST.
       D.  IF WA-PSTD(WH-AX) = 0 AND WA-PFAHRT(WH-AX) = 0
               AND WH-IST = 0 GO C.
           PERFORM PI-KOPF.
           IF WZ-PZ = 0
               MOVE WH-AKTAUF TO WD-AUF
               MOVE WD-AUF TO DRA-SATZ(2:8)
               MOVE WT-BEZ(1:30) TO DRA-SATZ(12:30).
           ADD 1 TO WZ-PZ.
           MOVE WA-NUM(WH-AX) TO WD-NR.
           MOVE WD-NR TO DRA-SATZ(44:3).
           MOVE WA-NAME(WH-AX) TO DRA-SATZ(48:20).
           MOVE WA-PSTD(WH-AX) TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(69:9).
           MOVE WA-PFAHRT(WH-AX) TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(79:9).
           MOVE WH-IST TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(89:9).
           COMPUTE WD-DIFF = WH-IST - WA-PSTD(WH-AX).
           MOVE WD-DIFF TO DRA-SATZ(99:10).
           PERFORM DRUCK.
           ADD WA-PSTD(WH-AX) TO WS-PPLAN.
           ADD WA-PFAHRT(WH-AX) TO WS-PFAHRT.
           ADD WH-IST TO WS-PIST.
           GO C.
       E.  IF WZ-PZ = 0 GO Z.
           ADD 1 TO WZ-AUFTR.
           ADD WS-PPLAN TO WS-GPLAN.
           ADD WS-PFAHRT TO WS-GFAHRT.
           ADD WS-PIST TO WS-GIST.
           MOVE ALL "-" TO DRA-SATZ(69:40).
           PERFORM DRUCK.
           MOVE "Summe Auftrag" TO DRA-SATZ(48:13).
           MOVE WS-PPLAN TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(69:9).
           MOVE WS-PFAHRT TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(79:9).
           MOVE WS-PIST TO WD-SUM.
           MOVE WD-SUM TO DRA-SATZ(89:9).
           COMPUTE WD-DIFF = WS-PIST - WS-PPLAN.
           MOVE WD-DIFF TO DRA-SATZ(99:10).
           PERFORM DRUCK.
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       PI-KOPF SECTION.
       A.  IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO Z.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Plan/Ist Einsatzstunden je Auftrag" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(96:5).
           MOVE VDU-DATUM TO DRA-SATZ(101:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:107).
           PERFORM DRUCK.
           MOVE " Auftrag" TO DRA-SATZ(2:8).
           MOVE "Bezeichnung" TO DRA-SATZ(12:11).
           MOVE " Nr" TO DRA-SATZ(44:3).
           MOVE "Arbeiter" TO DRA-SATZ(48:8).
           MOVE "Plan Std" TO DRA-SATZ(70:8).
           MOVE "Fahrzeit" TO DRA-SATZ(80:8).
           MOVE " Ist Std" TO DRA-SATZ(90:8).
           MOVE "Ist-Plan" TO DRA-SATZ(100:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:107).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Tageskapazitaet pflegen (KONSTANT 190): je Arbeiter ab-
      *    weichend, danach die Vorgabe fuer alle Arbeiter
      ******************************************************************
       EPL-KAPAZ SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kapazitaeten " with highlight AT VDU-LP.
           IF WM-OPKON = 0
               DISPLAY "Konstantendatei nicht vorhanden," AT 2401
               PERFORM WEITER GO X.
       B.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vorgabe Std./Tag:" AT VDU-LP.
           ADD 525 VDU-ECK GIVING VDU-LP.
           MOVE WK-STDVOR TO WD-STD.
           IF WK-STDVOR = 0 MOVE 8 TO WD-STD.
           DISPLAY WD-STD with highlight AT VDU-LP.
       C.  PERFORM ARB-FRAGE.
           IF WH-ARB = 0 GO M.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Std./Tag (Mo-Fr):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Stunden (xx,xx)" AT 2301.
           MOVE WA-KAP(WH-AX) TO WH-WERT.
           CALL "CAUP" USING "1003253205" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-WERT > 24
               DISPLAY "hoechstens 24 Stunden je Tag!" AT 2401
               PERFORM WEITER GO E.
           PERFORM KAP-SETZEN.
           IF WH-KX = 0
               DISPLAY "hoechstens 24 abweichende Arbeiter!" AT 2401
               PERFORM WEITER GO E.
           MOVE WH-WERT TO WA-KAP(WH-AX).
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kapazitaeten " with highlight AT VDU-LP.
           GO B.
      *-----------------------------------------> Vorgabe <-
       M.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vorgabe Std./Tag:" AT VDU-LP.
           DISPLAY "<esc>= verwerfen, <ret>= Stunden (xx,xx)" AT 2301.
           MOVE WK-STDVOR TO WH-WERT.
           IF WK-STDVOR = 0 MOVE 8 TO WH-WERT.
           CALL "CAUP" USING "1005253205" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO M.
           IF WH-WERT > 24
               DISPLAY "hoechstens 24 Stunden je Tag!" AT 2401
               PERFORM WEITER GO M.
           MOVE WH-WERT TO WK-STDVOR.
       O.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO O.
           MOVE 190 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-EPSATZ
               MOVE 190 TO KO-NUM.
           MOVE WK-EPSATZ(3:123) TO KO-EPSATZ(3:123).
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       V.  PERFORM ARB-LADEN.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** abweichende Kapazitaet WH-WERT fuer Arbeiter WH-ARB in *
      *      WK-TAB eintragen (gleich Vorgabe = austragen);
      *      WH-KX 0 = Tabelle voll
       KAP-SETZEN SECTION.
       A.  MOVE 0 TO WH-KX.
       C.  ADD 1 TO WH-KX.
           IF WH-KX > 24 GO E.
           IF WK-ARB(WH-KX) NOT = WH-ARB GO C.
           GO G.
       E.  MOVE 0 TO WH-KX.
       F.  ADD 1 TO WH-KX.
           IF WH-KX > 24 MOVE 0 TO WH-KX GO Z.
           IF WK-ARB(WH-KX) NOT = 0 GO F.
       G.  MOVE WH-ARB TO WK-ARB(WH-KX).
           MOVE WH-WERT TO WK-STD(WH-KX).
           IF WH-WERT = WK-STDVOR OR
              (WK-STDVOR = 0 AND WH-WERT = 8)
               MOVE 0 TO WK-ARB(WH-KX) WK-STD(WH-KX).
       Z.  EXIT.
      ******************************************************************
      *    Aufruf 20: Einsatzplanung zum Auftrag WEP-AUFNUM fuer
      *    Auftragscockpit und Auftragsbestaetigung
      ******************************************************************
       EPL-AUFTRAG SECTION.
       A.  MOVE 0 TO WEP-DATUM WEP-NUM WEP-STD WEP-ANZ.
           MOVE SPACE TO WEP-NAME.
           OPEN INPUT EINSPLAN.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WEP-AUFNUM TO EP-AUF.
           MOVE 0 TO EP-NUM EP-DATUM EP-LFD.
           START EINSPLAN KEY NOT < EP-AKEY INVALID GO X.
       C.  READ EINSPLAN NEXT IGNORE LOCK AT END GO X.
           IF EP-AUF NOT = WEP-AUFNUM GO X.
           IF WEP-ANZ < 99 ADD 1 TO WEP-ANZ.
           ADD EP-STD TO WEP-STD.
      *--------> naechster Einsatztag ab heute, sonst der letzte <-
           IF WEP-DATUM = 0 GO E.
           IF EP-DATUM NOT < WH-DATUM
               IF WEP-DATUM < WH-DATUM OR EP-DATUM < WEP-DATUM
                   GO E
               ELSE GO C.
           IF WEP-DATUM < WH-DATUM AND EP-DATUM > WEP-DATUM GO E.
           GO C.
       E.  MOVE EP-DATUM TO WEP-DATUM.
           MOVE EP-NUM TO WEP-NUM.
           GO C.
       X.  CLOSE EINSPLAN.
           IF WEP-NUM = 0 GO Z.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           IF WM-OPART = 0 GO Z.
           MOVE WEP-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           MOVE AR-BEZA TO WEP-NAME.
           IF WM-OPART = 1 CLOSE ARTIKEL.
       Z.  EXIT.
