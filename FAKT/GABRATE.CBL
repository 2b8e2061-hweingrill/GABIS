      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABRATE.
      ******************************************************************
      *   Ratenvereinbarung zu einem Offenen Posten: der offene Rest   *
      *   wird in bis zu 24 Raten mit eigener Faelligkeit und eigenem  *
      *   Betrag aufgeteilt (GABISRAT.DAT) und dem Kunden mit einem    *
      *   Bestaetigungsschreiben mitgeteilt.  Zahlungen auf den        *
      *   Posten tilgen die Raten der Reihe nach; der Mahnlauf         *
      *   (GABMAHN) mahnt nur ueberfaellige Raten und setzt bei        *
      *   Verzug ueber die Kulanz hinaus den Terminverlust.            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSERAT.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABRATEN.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRR-SATZ.
           03  FILLER                  PIC X(8).
           03  DRR-NR                  PIC Z9.
           03  FILLER                  PIC X(5).
           03  DRR-FAELL               PIC X(8).
           03  FILLER                  PIC X(8).
           03  DRR-BETRAG              PIC ZZ.ZZZ.ZZ9,99-.
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
           03  WM-I                    PIC 99        COMP.
           03  WH-RKULANZ              PIC 999       COMP.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-RSUM                 PIC S9(9)V99  COMP-3.
           03  WS-RATIL                PIC S9(9)V99  COMP-3.
      *--------------------------> Ratenplan in Bearbeitung <--
           03  WR-ANZ                  PIC 99        COMP.
           03  WR-INTV                 PIC 99        COMP.
           03  WR-NR                   PIC 99        COMP.
           03  WR-TAB                                       OCCURS 24.
               05  WR-FAELL            PIC 9(6)      COMP.
               05  WR-BETRAG           PIC S9(9)V99  COMP-3.
           03  WR-ERST                 PIC 9(6).
           03  WR-ERSTR REDEFINES WR-ERST.
               05  WR-EJJ              PIC 99.
               05  WR-EMM              PIC 99.
               05  WR-ETT              PIC 99.
           03  WR-DATUM                PIC 9(6).
           03  WR-DATR REDEFINES WR-DATUM.
               05  WR-JJ               PIC 99.
               05  WR-MM               PIC 99.
               05  WR-TT               PIC 99.
           03  WH-MON                  PIC 9(4)      COMP.
           03  WH-QUOT                 PIC 9(4)      COMP.
           03  WH-REST4                PIC 99        COMP.
           03  WH-MTG                  PIC 99        COMP.
           03  WH-STATX                PIC X(20).
           03  WH-ZEILE                PIC X(100).
           03  WD-NUM                  PIC ZZZZZZ9.
           03  WD-NR                   PIC Z9.
           03  WD-TG                   PIC ZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       01  WH-MTAB.
           03  FILLER                  PIC X(24)
                                       VALUE "312831303130313130313031".
       01  WR-MTAB REDEFINES WH-MTAB.
           03  WR-MTG                  PIC 99               OCCURS 12.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RATEN.
       A.  CALL "CADECL" USING "GABISRAT.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM RATE-MENU GO W.
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
       RATE-MENU SECTION.
       A.  OPEN I-O RATEN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT RATEN
               CLOSE RATEN
               OPEN I-O RATEN.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           MOVE 0 TO WM-OPKON.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
      *--------> Kulanz bis Terminverlust aus den Mahnparametern <-
           MOVE 42 TO WH-KEY.
           MOVE 0 TO WH-RKULANZ.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-MAHSATZ.
           MOVE KM-RKULANZ TO WH-RKULANZ.
           IF WH-RKULANZ = 0 MOVE 14 TO WH-RKULANZ.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ratenvereinbarung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Vereinbarung anlegen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Anzeige / Bestaetigung drucken" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Vereinbarung aufheben" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM ANLEGEN
               WHEN 2 PERFORM ANZEIGE
               WHEN 3 PERFORM AUFHEBEN
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE RATEN.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ************************************* Vereinbarung anlegen *
       ANLEGEN SECTION.
       A.  CALL "CAUP" USING "0705011480000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ratenvereinbarung anlegen " with highlight
               AT VDU-LP.
       C.  PERFORM RE-WAHL.
           IF ESC GO X.
           IF OP-RENUM = 0 GO C.
           IF OP-AUSGL NOT = 0 OR OP-GUTSCHRIFT OR WS-OPREST NOT > 0
               DISPLAY "Posten ist nicht offen!" AT 2401
               PERFORM WEITER GO C.
           IF OP-INKASSO
               DISPLAY "Posten ist beim Inkassobuero!" AT 2401
               PERFORM WEITER GO C.
           MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           READ RATEN IGNORE LOCK INVALID GO E.
           IF RA-AKTIV
               DISPLAY "Ratenvereinbarung besteht bereits!" AT 2401
               PERFORM WEITER GO C.
      *-------------------------------------> Anzahl der Raten <-
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Anzahl Raten:" AT VDU-LP.
           ADD 322 VDU-ECK GIVING VDU-LP.
           DISPLAY "erste Rate am:" AT VDU-LP.
           ADD 347 VDU-ECK GIVING VDU-LP.
           DISPLAY "alle    Monate" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Anzahl der Raten (2 - 24)"
               AT 2301.
           MOVE 2 TO WH-WERT.
           CALL "CAUP" USING "1003172002" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-WERT < 2 OR WH-WERT > 24 GO E.
           MOVE WH-WERT TO WR-ANZ.
      *-------------------------------------> erste Faelligkeit <-
       F.  DISPLAY "<esc>= zurueck, <ret>= Faelligkeit der ersten Rate"
               AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1103376006" WH-CREG.
           IF ESC GO C.
           IF WOLI GO E.
           IF NOT RET OR WZ-DATUM = 0 GO F.
           IF WZ-DATUM < WH-DATUM
               DISPLAY "Datum liegt vor dem Tagesdatum!" AT 2401
               GO F.
           MOVE WZ-DATUM TO WR-ERST WC-DATUM.
           PERFORM DATDREH.
           ADD 337 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
      *-------------------------------------> Abstand in Monaten <-
       G.  DISPLAY "<esc>= zurueck, <ret>= Abstand in Monaten (1 - 12)"
               AT 2301.
           MOVE 1 TO WH-WERT.
           CALL "CAUP" USING "1003522002" WH-CREG.
           IF ESC GO C.
           IF WOLI GO F.
           IF NOT RET GO G.
           IF WH-WERT < 1 OR WH-WERT > 12 GO G.
           MOVE WH-WERT TO WR-INTV.
           PERFORM PLAN-RECHNEN.
      *--------> Raten einzeln aendern; die letzte Rate nimmt
      *          immer den Rest bis zum offenen Betrag auf <-
       K.  PERFORM PLAN-ANZ.
           DISPLAY "<esc>= zurueck, <ret>= Nr. der zu aendernden Rate"
               " (0 = Plan uebernehmen)" AT 2301.
           ADD 1303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rate aendern:" AT VDU-LP.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1013172002" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO K.
           IF WH-WERT = 0 GO P.
           IF WH-WERT > WR-ANZ GO K.
           MOVE WH-WERT TO WR-NR.
       L.  DISPLAY "<esc>= zurueck, <ret>= Faelligkeit der Rate"
               AT 2301.
           ADD 1322 VDU-ECK GIVING VDU-LP.
           DISPLAY "faellig:" AT VDU-LP.
           MOVE WR-FAELL(WR-NR) TO WZ-DATUM.
           CALL "CAUP" USING "1113316006" WH-CREG.
           IF ESC GO K.
           IF NOT RET OR WZ-DATUM = 0 GO L.
           MOVE WZ-DATUM TO WR-FAELL(WR-NR).
           IF WR-NR = WR-ANZ GO N.
       M.  DISPLAY "<esc>= zurueck, <ret>= Betrag der Rate" AT 2301.
           ADD 1342 VDU-ECK GIVING VDU-LP.
           DISPLAY "Betrag:" AT VDU-LP.
           MOVE WR-BETRAG(WR-NR) TO WH-WERT.
           CALL "CAUP" USING "1013506209" WH-CREG.
           IF ESC GO K.
           IF WOLI GO L.
           IF NOT RET OR WH-WERT NOT > 0 GO M.
           MOVE WH-WERT TO WR-BETRAG(WR-NR).
       N.  PERFORM LETZTE-RATE.
           IF WR-BETRAG(WR-ANZ) NOT > 0
               DISPLAY "Raten uebersteigen den offenen Betrag!" AT 2401
               PERFORM WEITER.
           GO K.
      *-------------------------------------> pruefen, speichern <-
       P.  IF WR-BETRAG(WR-ANZ) NOT > 0
               DISPLAY "Raten uebersteigen den offenen Betrag!" AT 2401
               PERFORM WEITER GO K.
           MOVE 1 TO WM-I.
       Q.  ADD 1 TO WM-I.
           IF WM-I > WR-ANZ GO S.
           IF WR-FAELL(WM-I) NOT > WR-FAELL(WM-I - 1)
               DISPLAY "Faelligkeiten muessen aufsteigend sein!"
                   AT 2401
               PERFORM WEITER GO K.
           GO Q.
       S.  DISPLAY "<esc>= zurueck, <ret>= speichern und Bestaetigung"
               " drucken" AT 2301.
           CALL "CAUP" USING "0023581000" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO S.
           PERFORM PLAN-SCHREIB.
      *--------> Mahnstufe zuruecksetzen: gemahnt werden ab jetzt
      *          nur noch die Raten <-
       T.  READ OFFPOST.
           IF ZUGRIF PERFORM BESETZT GO T.
           MOVE 0 TO OP-MAHNST OP-MAHND.
           REWRITE OP-SATZ.
           PERFORM BRIEF-DRUCK.
           PERFORM END-DRU.
           DISPLAY "Ratenvereinbarung gespeichert." with highlight
               AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************** Anzeige mit Tilgungsstand, Brief wiederholen *
       ANZEIGE SECTION.
       A.  CALL "CAUP" USING "0705011480000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ratenvereinbarung " with highlight AT VDU-LP.
       C.  PERFORM RE-WAHL.
           IF ESC GO X.
           IF OP-RENUM = 0 GO C.
           PERFORM PLAN-LESEN.
           IF WR-ANZ = 0
               DISPLAY "keine Ratenvereinbarung zur Rechnung!" AT 2401
               PERFORM WEITER GO C.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vereinbarung vom:" AT VDU-LP.
           MOVE RA-VDAT TO WC-DATUM.
           PERFORM DATDREH.
           ADD 321 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 337 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-STATX with highlight AT VDU-LP.
           IF RA-ENDDAT NOT = 0
               MOVE RA-ENDDAT TO WC-DATUM
               PERFORM DATDREH
               ADD 358 VDU-ECK GIVING VDU-LP
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
           PERFORM PLAN-ANZ.
           ADD 1303 VDU-ECK GIVING VDU-LP.
           DISPLAY "getilgt seit Vereinbarung:" AT VDU-LP.
           MOVE WS-RATIL TO WD-BET.
           ADD 1330 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= Bestaetigung drucken"
               AT 2301.
           CALL "CAUP" USING "0023451000" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO E.
           PERFORM BRIEF-DRUCK.
           PERFORM END-DRU.
       F.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Vereinbarung aufheben *
       AUFHEBEN SECTION.
       A.  CALL "CAUP" USING "0705011480000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ratenvereinbarung aufheben " with highlight
               AT VDU-LP.
       C.  PERFORM RE-WAHL.
           IF ESC GO X.
           IF OP-RENUM = 0 GO C.
           PERFORM PLAN-LESEN.
           IF WR-ANZ = 0 OR NOT RA-AKTIV
               DISPLAY "keine gueltige Ratenvereinbarung!" AT 2401
               PERFORM WEITER GO C.
           PERFORM PLAN-ANZ.
       E.  DISPLAY "<esc>= zurueck, <ret>= Vereinbarung aufheben"
               AT 2301.
           CALL "CAUP" USING "0023451000" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO E.
           MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
       G.  READ RATEN INVALID GO F.
           IF ZUGRIF PERFORM BESETZT GO G.
           MOVE 3 TO RA-STATUS.
           MOVE WH-DATUM TO RA-ENDDAT.
           REWRITE RA-SATZ.
           DISPLAY "Vereinbarung aufgehoben - Rest wieder faellig."
               with highlight AT 2401.
           PERFORM WEITER.
       F.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****************************** Rechnung waehlen, OP lesen *
      *    zurueck mit OP-RENUM = 0, wenn nicht vorhanden
       RE-WAHL SECTION.
       A.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnung:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Rechnungsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002136007" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO A.
           IF WH-NUM = 0 GO A.
           MOVE WH-NUM TO OP-RENUM.
           READ OFFPOST IGNORE LOCK INVALID
               DISPLAY "Rechnung nicht im OP-Bestand!" AT 2401
               PERFORM WEITER
               MOVE 0 TO OP-RENUM GO Z.
           MOVE OP-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 223 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:35) with highlight AT VDU-LP.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           MOVE WS-OPREST TO WD-BET.
           ADD 260 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       Z.  EXIT.
      ****************** Ratenplan aus Anzahl, Beginn und Abstand *
       PLAN-RECHNEN SECTION.
       A.  COMPUTE WR-BETRAG(1) = WS-OPREST / WR-ANZ.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > WR-ANZ
               MOVE WR-BETRAG(1) TO WR-BETRAG(WM-I)
               COMPUTE WH-MON = WR-EMM - 1 + (WM-I - 1) * WR-INTV
               DIVIDE WH-MON BY 12 GIVING WH-QUOT REMAINDER WH-MON
               COMPUTE WR-JJ = WR-EJJ + WH-QUOT
               COMPUTE WR-MM = WH-MON + 1
               MOVE WR-ETT TO WR-TT
               PERFORM MONATS-ENDE
               MOVE WR-DATUM TO WR-FAELL(WM-I).
           PERFORM LETZTE-RATE.
       Z.  EXIT.
      ********* Tag auf das Monatsende begrenzen (31.01. + 1 Monat) *
       MONATS-ENDE SECTION.
       A.  MOVE WR-MTG(WR-MM) TO WH-MTG.
           IF WR-MM = 2
               DIVIDE WR-JJ BY 4 GIVING WH-QUOT REMAINDER WH-REST4
               IF WH-REST4 = 0 MOVE 29 TO WH-MTG.
           IF WR-TT > WH-MTG MOVE WH-MTG TO WR-TT.
       Z.  EXIT.
      ***************** letzte Rate = offener Rest - uebrige Raten *
       LETZTE-RATE SECTION.
       A.  MOVE 0 TO WS-RSUM.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I NOT < WR-ANZ
               ADD WR-BETRAG(WM-I) TO WS-RSUM.
           COMPUTE WR-BETRAG(WR-ANZ) = WS-OPREST - WS-RSUM.
       Z.  EXIT.
      ********************* Ratenplan anzeigen (3 Spalten je 8) *
       PLAN-ANZ SECTION.
       A.  PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > 24
               COMPUTE WH-MON = WM-I - 1
               DIVIDE WH-MON BY 8 GIVING WH-QUOT REMAINDER WH-REST4
               COMPUTE VDU-LP = VDU-ECK + 402 + WH-QUOT * 26
                   + WH-REST4 * 100
               IF WM-I > WR-ANZ
                   DISPLAY "                         " AT VDU-LP
               ELSE
                   MOVE WM-I TO WD-NR
                   DISPLAY WD-NR AT VDU-LP
                   MOVE WR-FAELL(WM-I) TO WC-DATUM
                   PERFORM DATDREH
                   ADD 3 TO VDU-LP
                   DISPLAY VDU-DATUM with highlight AT VDU-LP
                   MOVE WR-BETRAG(WM-I) TO WD-BET
                   ADD 9 TO VDU-LP
                   DISPLAY WD-BET with highlight AT VDU-LP
               END-IF.
       Z.  EXIT.
      ****************** Vereinbarung zum Posten in WR-TAB laden *
       PLAN-LESEN SECTION.
       A.  MOVE 0 TO WR-ANZ WS-RATIL.
           MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           READ RATEN IGNORE LOCK INVALID GO Z.
           EVALUATE TRUE
               WHEN RA-AKTIV MOVE "gueltig" TO WH-STATX
               WHEN RA-VERFALLEN MOVE "Terminverlust am" TO WH-STATX
               WHEN OTHER MOVE "aufgehoben am" TO WH-STATX.
           COMPUTE WS-RATIL = OP-BEZAHLT + OP-SKONTO - RA-BASIS.
           MOVE RA-GESAMT TO WS-OPREST.
           START RATEN KEY > RA-KEY INVALID GO X.
       C.  READ RATEN NEXT IGNORE LOCK AT END GO X.
           IF RA-RENUM NOT = OP-RENUM GO X.
           IF WR-ANZ NOT < 24 GO X.
           ADD 1 TO WR-ANZ.
           MOVE RA-FAELL TO WR-FAELL(WR-ANZ).
           MOVE RA-BETRAG TO WR-BETRAG(WR-ANZ).
           GO C.
      *--------> Kopfsatz fuer Status und Datum erneut lesen <-
       X.  MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           READ RATEN IGNORE LOCK INVALID MOVE 0 TO WR-ANZ.
       Z.  EXIT.
      *************** Vereinbarung schreiben, alte Saetze ersetzen *
       PLAN-SCHREIB SECTION.
       A.  MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           START RATEN KEY NOT < RA-KEY INVALID GO E.
       C.  READ RATEN NEXT AT END GO E.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF RA-RENUM NOT = OP-RENUM GO E.
           DELETE RATEN RECORD.
           GO C.
       E.  INITIALIZE RA-SATZ.
           MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           MOVE OP-KTONR TO RA-KTONR.
           MOVE WH-DATUM TO RA-VDAT.
           MOVE 1 TO RA-STATUS.
           MOVE WR-ANZ TO RA-ANZ.
           COMPUTE RA-BASIS = OP-BEZAHLT + OP-SKONTO.
           MOVE WS-OPREST TO RA-GESAMT.
           MOVE 0 TO RA-ENDDAT.
           MOVE WB-NAME TO RA-BEN.
           WRITE RA-SATZ.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > WR-ANZ
               INITIALIZE RA-SATZ
               MOVE OP-RENUM TO RA-RENUM
               MOVE WM-I TO RA-NR
               MOVE OP-KTONR TO RA-KTONR
               MOVE WR-FAELL(WM-I) TO RA-FAELL
               MOVE WR-BETRAG(WM-I) TO RA-BETRAG
               WRITE RA-SATZ.
           MOVE WH-DATUM TO RA-VDAT.
           MOVE 1 TO RA-STATUS.
       Z.  EXIT.
      ******************************* Bestaetigungsschreiben *
       BRIEF-DRUCK SECTION.
       A.  MOVE "RATEN.LST" TO WH-DRUNAM.
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
      *-----------------------------------------> Anschrift <-
           MOVE OP-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > 5
               MOVE WR-ADR(WM-I) TO DRA-SATZ(12:40)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *-----------------------------------------> Betreff <-
           MOVE "R a t e n v e r e i n b a r u n g" TO DRA-SATZ(8:).
           MOVE RA-VDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "vom:" TO DRA-SATZ(60:5).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE OP-RENUM TO WD-NUM.
           MOVE OP-REDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE SPACE TO WH-ZEILE.
           STRING "zu unserer Rechnung Nr." WD-NUM " vom " VDU-DATUM
               " vereinbaren wir mit Ihnen die Zahlung"
               DELIMITED BY SIZE INTO WH-ZEILE.
           MOVE WH-ZEILE TO DRA-SATZ(8:).
           PERFORM DRUCK.
           MOVE "des offenen Betrages in folgenden Raten:"
               TO DRA-SATZ(8:).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Rate    faellig am              Betrag"
               TO DRA-SATZ(8:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:45).
           PERFORM DRUCK.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > WR-ANZ
               MOVE SPACE TO DRR-SATZ
               MOVE WM-I TO DRR-NR
               MOVE WR-FAELL(WM-I) TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRR-FAELL
               MOVE WR-BETRAG(WM-I) TO DRR-BETRAG
               PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:45).
           PERFORM DRUCK.
           MOVE "zusammen:" TO DRA-SATZ(8:).
           MOVE WS-OPREST TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(32:14).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE WH-RKULANZ TO WD-TG.
           MOVE SPACE TO WH-ZEILE.
           STRING "Geraet eine Rate mehr als " WD-TG " Tage in Verzug,"
               " wird der gesamte Restbetrag"
               DELIMITED BY SIZE INTO WH-ZEILE.
           MOVE WH-ZEILE TO DRA-SATZ(8:).
           PERFORM DRUCK.
           MOVE "sofort zur Zahlung faellig (Terminverlust)."
               TO DRA-SATZ(8:).
           PERFORM DRUCK.
           MOVE "Bitte geben Sie bei jeder Zahlung die Rechnungsnummer"
               TO DRA-SATZ(8:).
           MOVE "an." TO DRA-SATZ(63:).
           PERFORM DRUCK.
       Z.  EXIT.
