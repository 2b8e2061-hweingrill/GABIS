      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABAUSF.
      ******************************************************************
      *   Forderungsausfall: ein offener Posten wird ganz oder         *
      *   teilweise ausgebucht.  Der Betrag wird im Verhaeltnis der    *
      *   Originalrechnung (Rechnungsausgangsbuch RJ-NETTO/RJ-UST)     *
      *   in Netto und Umsatzsteuer geteilt; Verlust (netto) und       *
      *   Steuerkorrektur gehen als Buchsaetze gegen das Kunden-       *
      *   konto in die FIBU-Ueberleitung (BUCHFAKT), die Konten        *
      *   stehen in KONSTANT 57.  Der Kunde wird in DEBZUS als         *
      *   insolvent gekennzeichnet.                                    *
      *                                                                *
      *   Im Posten zaehlt der ausgebuchte Betrag wie eine Zahlung     *
      *   (OP-BEZAHLT), im Zahlungsjournal steht er mit Herkunft 4     *
      *   (kein Geldeingang).  Ein spaeterer Eingang (z.B. Quote)      *
      *   ersetzt ausgebuchten Betrag durch eine echte Zahlung: im     *
      *   Journal Zahlung + und Ausfall -, in der FIBU Ertrag und      *
      *   Umsatzsteuer wieder im Haben.                                *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSEZJR.CPY.
           COPY GABSEREJ.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEKON.CPY.
           SELECT BUCHFAKT   ASSIGN TO "GABISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             LOCK MODE IS EXCLUSIVE
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABZAHLJ.CPY.
       COPY GABREJRN.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKONST.CPY.
       COPY GABBUCH.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-ZJOP                 PIC 9         COMP  VALUE ZERO.
           03  WK-BFKEY                PIC 9(6)      COMP.
      *--------------------------> Ausfallkonten KONSTANT 57 <--
           03  WH-VERLKTO              PIC 9(6)      COMP.
           03  WH-USTKTO               PIC 9(6)      COMP.
           03  WH-ERTKTO               PIC 9(6)      COMP.
      *--------------------------> Betrag und Aufteilung <--
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-AUSGEB               PIC S9(9)V99  COMP-3.
           03  WH-AFBET                PIC S9(9)V99  COMP-3.
           03  WH-AFNET                PIC S9(9)V99  COMP-3.
           03  WH-AFUST                PIC S9(9)V99  COMP-3.
           03  WH-EINDAT               PIC 9(6)      COMP.
      *--------------------------> Buchsatz (BF-SCHREIB) <--
           03  WH-BFKTO                PIC 9(6)      COMP.
           03  WH-BFSH                 PIC 9         COMP.
           03  WH-BFBET                PIC S9(9)V99  COMP-3.
           03  WH-BFTX                 PIC X(40).
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-RENUM                PIC ZZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       COPY GABZJRSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLJRN.
       A.  CALL "CADECL" USING "GABISZJR.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "GABISFIB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    OFFPOST kommt vom Rufer (GABOPOS) geoeffnet.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM AUSF-MENU GO W.
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
      ******************** Ausfallkonten lesen, Satz notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 57 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-FASATZ
               MOVE 0 TO KFA-VERLKTO KFA-USTKTO KFA-ERTKTO
               WRITE KO-SATZ GO B.
           MOVE KFA-VERLKTO TO WH-VERLKTO.
           MOVE KFA-USTKTO TO WH-USTKTO.
           MOVE KFA-ERTKTO TO WH-ERTKTO.
           IF WH-ERTKTO = 0 MOVE WH-VERLKTO TO WH-ERTKTO.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ******************************************************************
       AUSF-MENU SECTION.
       A.  OPEN INPUT REJRNAL.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Forderungsausfall " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Forderung ausbuchen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Eingang auf ausgebuchte Forderung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Ausfallkonten" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM AUSBUCHUNG
               WHEN 2 PERFORM EINGANG
               WHEN 3 PERFORM AUSF-PAR
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE REJRNAL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
       Z.  EXIT.
      ************************* Forderung ganz oder teilweise ausbuchen *
       AUSBUCHUNG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Forderung ausbuchen " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           IF WH-VERLKTO = 0 OR WH-USTKTO = 0
               DISPLAY "Ausfallkonten fehlen (Menue 3)!" AT 2401
               PERFORM WEITER GO X.
       C.  PERFORM RE-WAHL.
           IF ESC GO X.
           IF OP-RENUM = 0 GO C.
           IF OP-AUSGL NOT = 0
               DISPLAY "Rechnung ist bereits ausgeglichen!" AT 2401
               PERFORM WEITER GO C.
           IF WS-OPREST NOT > 0 GO C.
       E.  DISPLAY "<esc>= zurueck, <ret>= Betrag (0 = ganzer Rest)"
               AT 2301.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ausfallbetrag:" AT VDU-LP.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1007186209" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-WERT < 0 GO E.
           IF WH-WERT = 0 MOVE WS-OPREST TO WH-WERT.
           IF WH-WERT > WS-OPREST
               DISPLAY "Betrag groesser als der offene Rest!" AT 2401
               PERFORM WEITER GO E.
           MOVE WH-WERT TO WH-AFBET WD-BET.
           DISPLAY WD-BET with highlight AT VDU-LP.
           PERFORM AUFTEILEN.
           PERFORM TEIL-ANZ.
       G.  DISPLAY "<esc>= Abbruch, <ret>= ausbuchen" AT 2301.
           CALL "CAUP" USING "0023331000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO G.
      *--------> Periodensperre (GABPER prueft und fragt selbst) <-
           MOVE WH-DATUM TO WH-NUM.
           CALL "GABPER" USING "40PERDIA" WH-CREG.
           IF WH-WERT NOT = 0 GO C.
       H.  READ OFFPOST.
           IF ZUGRIF PERFORM BESETZT GO H.
           ADD WH-AFBET TO OP-BEZAHLT.
           MOVE WH-DATUM TO OP-LETZTZL.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF WS-OPREST NOT > 0 MOVE WH-DATUM TO OP-AUSGL.
           REWRITE OP-SATZ.
      *--------> Zahlungsjournal: Ausfall, kein Geldeingang <-
           MOVE WH-DATUM TO WZJ-DATUM.
           MOVE WH-AFBET TO WZJ-BETRAG.
           MOVE 4 TO WZJ-QUELLE.
           MOVE "Forderungsausfall" TO WZJ-TEXT.
           PERFORM ZJ-EINTRAG.
      *--------> FIBU: Verlust und Steuerkorrektur im Soll <-
           MOVE SPACE TO WH-BFTX.
           STRING "Forderungsausfall Re." WD-RENUM DELIMITED BY SIZE
               INTO WH-BFTX.
           PERFORM BF-AUF.
           MOVE 1 TO WH-BFSH.
           MOVE WH-VERLKTO TO WH-BFKTO.
           MOVE WH-AFNET TO WH-BFBET.
           PERFORM BF-SCHREIB.
           MOVE WH-USTKTO TO WH-BFKTO.
           MOVE WH-AFUST TO WH-BFBET.
           PERFORM BF-SCHREIB.
           CLOSE BUCHFAKT.
           PERFORM INSOLVENZ.
           DISPLAY "Forderung ausgebucht." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************* Eingang auf eine ausgebuchte Forderung *
       EINGANG SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Eingang nach Ausfall " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           IF WH-VERLKTO = 0 OR WH-USTKTO = 0
               DISPLAY "Ausfallkonten fehlen (Menue 3)!" AT 2401
               PERFORM WEITER GO X.
       C.  PERFORM RE-WAHL.
           IF ESC GO X.
           IF OP-RENUM = 0 GO C.
           PERFORM AUSF-SUMME.
           IF WS-AUSGEB NOT > 0
               DISPLAY "keine ausgebuchte Forderung zu dieser Rechnung!"
                   AT 2401
               PERFORM WEITER GO C.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "davon ausgebucht:" AT VDU-LP.
           MOVE WS-AUSGEB TO WD-BET.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       E.  DISPLAY "<esc>= zurueck, <ret>= eingegangener Betrag"
               AT 2301.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Eingang.....:" AT VDU-LP.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1007186209" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-WERT NOT > 0 GO E.
           IF WH-WERT > WS-AUSGEB
               DISPLAY "Betrag groesser als der ausgebuchte Betrag!"
                   AT 2401
               PERFORM WEITER GO E.
           MOVE WH-WERT TO WH-AFBET WD-BET.
           DISPLAY WD-BET with highlight AT VDU-LP.
       F.  ADD 735 VDU-ECK GIVING VDU-LP.
           DISPLAY "am:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum des Eingangs" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1107396006" WH-CREG.
           IF ESC GO E.
           IF NOT RET OR WZ-DATUM = 0 GO F.
           MOVE WZ-DATUM TO WH-EINDAT.
           PERFORM AUFTEILEN.
           PERFORM TEIL-ANZ.
       G.  DISPLAY "<esc>= Abbruch, <ret>= buchen" AT 2301.
           CALL "CAUP" USING "0023311000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO G.
           MOVE WH-DATUM TO WH-NUM.
           CALL "GABPER" USING "40PERDIA" WH-CREG.
           IF WH-WERT NOT = 0 GO C.
       H.  READ OFFPOST.
           IF ZUGRIF PERFORM BESETZT GO H.
           MOVE WH-EINDAT TO OP-LETZTZL.
           REWRITE OP-SATZ.
      *--------> Journal: echte Zahlung +, Ausfall - (Summe gleich) <-
           MOVE WH-EINDAT TO WZJ-DATUM.
           MOVE WH-AFBET TO WZJ-BETRAG.
           MOVE 1 TO WZJ-QUELLE.
           MOVE "Eingang auf Forderungsausfall" TO WZJ-TEXT.
           PERFORM ZJ-EINTRAG.
           COMPUTE WZJ-BETRAG = WH-AFBET * -1.
           MOVE 4 TO WZJ-QUELLE.
           MOVE "Ausfall-Korrektur (Eingang)" TO WZJ-TEXT.
           PERFORM ZJ-EINTRAG.
      *--------> FIBU: Ertrag und Umsatzsteuer wieder im Haben <-
           MOVE SPACE TO WH-BFTX.
           STRING "Eingang Ausfall Re." WD-RENUM DELIMITED BY SIZE
               INTO WH-BFTX.
           PERFORM BF-AUF.
           MOVE 2 TO WH-BFSH.
           MOVE WH-ERTKTO TO WH-BFKTO.
           MOVE WH-AFNET TO WH-BFBET.
           PERFORM BF-SCHREIB.
           MOVE WH-USTKTO TO WH-BFKTO.
           MOVE WH-AFUST TO WH-BFBET.
           PERFORM BF-SCHREIB.
           CLOSE BUCHFAKT.
           DISPLAY "Eingang gebucht." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************ Rechnung waehlen, OP und Rechnungsbuch lesen *
      *    zurueck mit OP-RENUM = 0, wenn nicht verwendbar
       RE-WAHL SECTION.
       A.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rechnungsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Rechnungsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002216007" WH-CREG.
           IF ESC GO Z.
           IF NOT RET GO A.
           IF WH-NUM = 0 GO A.
           MOVE WH-NUM TO OP-RENUM WD-RENUM.
           READ OFFPOST IGNORE LOCK INVALID
               DISPLAY "Rechnung nicht im OP-Bestand!" AT 2401
               PERFORM WEITER GO Y.
           MOVE OP-RENUM TO RJ-RENUM.
           READ REJRNAL IGNORE LOCK INVALID
               DISPLAY "Rechnung nicht im Rechnungsausgangsbuch!"
                   AT 2401
               PERFORM WEITER GO Y.
           MOVE OP-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:50) with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Netto:                   Ust:" AT VDU-LP.
           MOVE RJ-NETTO TO WD-BET.
           ADD 411 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE RJ-UST TO WD-BET.
           ADD 437 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Brutto:                  offen:" AT VDU-LP.
           MOVE OP-BRUTTO TO WD-BET.
           ADD 511 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           MOVE WS-OPREST TO WD-BET.
           ADD 537 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           GO Z.
       Y.  MOVE 0 TO OP-RENUM.
       Z.  EXIT.
      ********** Betrag im Verhaeltnis der Rechnung netto/Ust teilen *
       AUFTEILEN SECTION.
       A.  IF RJ-BRUTTO = 0 OR RJ-UST = 0
               MOVE WH-AFBET TO WH-AFNET
               MOVE 0 TO WH-AFUST
               GO Z.
           COMPUTE WH-AFNET ROUNDED =
               WH-AFBET * RJ-NETTO / RJ-BRUTTO.
           COMPUTE WH-AFUST = WH-AFBET - WH-AFNET.
       Z.  EXIT.
      ******************************************************************
       TEIL-ANZ SECTION.
       A.  ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY "davon netto:             Ust:" AT VDU-LP.
           MOVE WH-AFNET TO WD-BET.
           ADD 916 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE WH-AFUST TO WD-BET.
           ADD 937 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       Z.  EXIT.
      ***** noch ausgebuchter Betrag einer Rechnung (Journal, Herkunft 4) *
       AUSF-SUMME SECTION.
       A.  MOVE 0 TO WS-AUSGEB.
           OPEN INPUT ZAHLJRN.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE OP-RENUM TO ZJ-RENUM.
           START ZAHLJRN KEY NOT < ZJ-RENUM INVALID GO X.
       C.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO X.
           IF ZJ-RENUM NOT = OP-RENUM GO X.
           IF ZJ-AUSFALL ADD ZJ-BETRAG TO WS-AUSGEB.
           GO C.
       X.  CLOSE ZAHLJRN.
       Z.  EXIT.
      ******************************** Eintrag ins Zahlungsjournal *
       ZJ-EINTRAG SECTION.
       A.  MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE 0 TO WZJ-SKONTO WZJ-LAUF.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
       Z.  EXIT.
      ************ Kunde in DEBZUS als insolvent kennzeichnen *
       INSOLVENZ SECTION.
       A.  OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
           MOVE OP-KTONR TO DZ-KTONR.
       B.  READ DEBZUS INVALID
               INITIALIZE DZ-SATZ
               MOVE OP-KTONR TO DZ-KTONR
               WRITE DZ-SATZ GO B.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF DZ-INSOLVENT GO X.
           MOVE 1 TO DZ-INSOLV.
           MOVE WH-DATUM TO DZ-INSDAT.
           REWRITE DZ-SATZ.
       X.  CLOSE DEBZUS.
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
      ******* ein Buchsatz auf WH-BFKTO gegen das Kundenkonto *
       BF-SCHREIB SECTION.
       A.  IF WH-BFBET = 0 GO Z.
           INITIALIZE BF-SATZ.
           MOVE SPACE TO BF-SA BF-FSYM.
           MOVE 0 TO BF-REN BF-KOND.
           MOVE WH-BFKTO TO BF-KTONR.
           MOVE OP-KTONR TO BF-GK.
           MOVE OP-RENUM TO BF-RF.
           MOVE WH-DATUM TO BF-DAT.
           MOVE WE-SRSYM TO BF-SY.
           MOVE 1 TO BF-VM BF-KURS.
           MOVE WH-BFSH TO BF-SH.
           MOVE WH-BFTX TO BF-TX.
           MOVE WH-BFBET TO BF-BET BF-B1 BF-SUM(25).
       E.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO E.
       Z.  EXIT.
      ******************************************* Ausfallkonten *
       AUSF-PAR SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ausfallkonten " with highlight AT VDU-LP.
           PERFORM PAR-LESEN.
           MOVE KFA-ERTKTO TO WH-ERTKTO.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Verlustkonto (netto)....:" AT VDU-LP.
           MOVE WH-VERLKTO TO WD-NUM.
           ADD 230 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ust-Korrekturkonto......:" AT VDU-LP.
           MOVE WH-USTKTO TO WD-NUM.
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ertrag bei Eingang......:" AT VDU-LP.
           MOVE WH-ERTKTO TO WD-NUM.
           ADD 430 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= Ende, <ret>= Verlustkonto" AT 2301.
           MOVE WH-VERLKTO TO WH-NUM.
           CALL "CAUP" USING "1002306006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-NUM TO WH-VERLKTO WD-NUM.
           ADD 230 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
       E.  DISPLAY "<ret>= Konto der Umsatzsteuer-Korrektur" AT 2301.
           MOVE WH-USTKTO TO WH-NUM.
           CALL "CAUP" USING "1003306006" WH-CREG.
           IF ESC GO X.
           IF WOLI GO C.
           IF NOT RET GO E.
           MOVE WH-NUM TO WH-USTKTO WD-NUM.
           ADD 330 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
       G.  DISPLAY "<ret>= Ertragskonto (0 = Verlustkonto)" AT 2301.
           MOVE WH-ERTKTO TO WH-NUM.
           CALL "CAUP" USING "1004306006" WH-CREG.
           IF ESC GO X.
           IF WOLI GO E.
           IF NOT RET GO G.
           MOVE WH-NUM TO WH-ERTKTO WD-NUM.
           ADD 430 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-NUM with highlight AT VDU-LP.
       X.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 57 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-VERLKTO TO KFA-VERLKTO.
           MOVE WH-USTKTO TO KFA-USTKTO.
           MOVE WH-ERTKTO TO KFA-ERTKTO.
           REWRITE KO-SATZ.
       Y.  IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
