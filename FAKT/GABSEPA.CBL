      *   und die Vorabinformation gedruckt; erst nach der             *
      *   Bestaetigung werden die Posten zum Valutadatum               *
      *   ausgeglichen (wie der Ausgleich in GABBANK), ein Abbruch     *
      *   laesst alle Posten unveraendert.  Jeder Ausgleich geht       *
      *   mit dem Valutadatum und der Laufnummer des Einzugs ins       *
      *   Zahlungsjournal (GABZJR).                                    *
      *   Posten beim Inkassobuero (OP-MAHNST 4) bleiben aussen vor.   *
      *   Unsere Bankdaten und die Glaeubiger-ID: KONSTANT 52.         *
      *   Neue IBAN/BIC (Mandat) und neue Bankdaten in KONSTANT 52     *
      *   gelten erst nach der Vier-Augen-Freigabe (GABFREI).          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WV-FAELLIG              PIC 9(6)      COMP.
           03  WV-VALUTA               PIC 9(6)      COMP.
           03  WH-ZJLAUF               PIC 9(6)      COMP.
           03  WH-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-SUMME                PIC S9(11)V99 COMP-3.
      *--------------------> gesammelte Einzuege des Laufs <--
           03  WK-IBAN                 PIC X(34).
           03  WK-BIC                  PIC X(11).
           03  WK-GLID                 PIC X(18).
      *--------------------> Eingabe IBAN/BIC/G-ID (Freigabe) <--
           03  WH-NIBAN                PIC X(34).
           03  WH-NBIC                 PIC X(11).
           03  WH-NGLID                PIC X(18).
           03  WD-FGKTO                PIC 9(6).
           03  WN-ZEIT.
               05 WN-ZEIT6             PIC 9(6).
               05 FILLER               PIC 99.
               05 WD-ZXMM              PIC 99.
               05 FILLER               PIC X VALUE ":".
               05 WD-ZXSS              PIC 99.
       COPY GABZJRSC.CPY.
       COPY GABFRGSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
               INITIALIZE DZ-SATZ
               MOVE WH-NUM TO DZ-KTONR
               WRITE DZ-SATZ.
           MOVE DZ-IBAN TO WH-NIBAN.
           MOVE DZ-BIC TO WH-NBIC.
      *--------> noch nicht freigegebene Bankaenderung zeigen <-
           INITIALIZE WFG-UEBER.
           MOVE 1 TO WFG-ART.
           MOVE DZ-KTONR TO WD-FGKTO.
           MOVE WD-FGKTO TO WFG-SCHL.
           CALL "GABFREI" USING "30FREIGABE" WH-CREG.
           ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY SPACE AT VDU-LP SIZE 75.
           IF WFG-ERG = 1
               DISPLAY "wartet auf Freigabe (40):" AT VDU-LP " "
                   WFG-NIBAN with highlight " " WFG-NBIC with highlight.
      *-----------------------------------------> IBAN <-
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "IBAN........:" AT VDU-LP.
           ADD 318 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NIBAN AT VDU-LP.
           DISPLAY "<ret-leer>= unveraendert" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1203180134" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NIBAN.
      *-----------------------------------------> BIC <-
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "BIC.........:" AT VDU-LP.
           ADD 418 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NBIC AT VDU-LP.
           DISPLAY "<ret-leer>= unveraendert" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1204180111" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NBIC.
      *-----------------------------------------> Mandatsreferenz <-
       I.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mandatsref..:" AT VDU-LP.
           IF WH-NUM > 1 GO M.
           MOVE WH-NUM TO DZ-EINZUG.
           REWRITE DZ-SATZ.
      *--------> IBAN/BIC gelten erst nach der Freigabe <-
           IF WH-NIBAN = DZ-IBAN AND WH-NBIC = DZ-BIC
               DISPLAY "Mandat gespeichert." with highlight AT 2401
           ELSE
               INITIALIZE WFG-UEBER
               MOVE 1 TO WFG-ART
               MOVE DZ-KTONR TO WD-FGKTO
               MOVE WD-FGKTO TO WFG-SCHL
               MOVE DZ-IBAN TO WFG-AIBAN
               MOVE DZ-BIC TO WFG-ABIC
               MOVE WH-NIBAN TO WFG-NIBAN
               MOVE WH-NBIC TO WFG-NBIC
               CALL "GABFREI" USING "20FREIGABE" WH-CREG
               DISPLAY "Mandat gespeichert - IBAN/BIC gelten erst nach F
      -            "reigabe (40)." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
               MOVE 52 TO KO-NUM
               MOVE SPACE TO KSE-IBAN KSE-BIC KSE-GLID
               WRITE KO-SATZ.
           MOVE KSE-IBAN TO WH-NIBAN.
           MOVE KSE-BIC TO WH-NBIC.
           MOVE KSE-GLID TO WH-NGLID.
           INITIALIZE WFG-UEBER.
           MOVE 5 TO WFG-ART.
           MOVE "52" TO WFG-SCHL.
           CALL "GABFREI" USING "30FREIGABE" WH-CREG.
           IF WFG-ERG = 1
               DISPLAY "wartet auf Freigabe (40):" AT 2401 " "
                   WFG-NIBAN with highlight.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "IBAN:" AT VDU-LP.
           ADD 210 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NIBAN AT VDU-LP.
           DISPLAY "<ret-leer>= unveraendert" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1202100134" WH-CREG.
           IF ESC UNLOCK KONSTANT GO X.
           IF NOT RET GO C.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NIBAN.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "BIC.:" AT VDU-LP.
           ADD 310 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NBIC AT VDU-LP.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1203100111" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NBIC.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "G-ID:" AT VDU-LP.
           ADD 410 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-NGLID AT VDU-LP.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1204100118" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WT-TX NOT = SPACE MOVE WT-TX TO WH-NGLID.
           UNLOCK KONSTANT.
           IF WH-NIBAN = KSE-IBAN AND WH-NBIC = KSE-BIC
               AND WH-NGLID = KSE-GLID
               DISPLAY "unveraendert." AT 2401
               PERFORM WEITER GO X.
      *--------> Aenderung gilt erst nach der Freigabe <-
           INITIALIZE WFG-UEBER.
           MOVE 5 TO WFG-ART.
           MOVE "52" TO WFG-SCHL.
           MOVE KSE-IBAN TO WFG-AIBAN.
           MOVE KSE-BIC TO WFG-ABIC.
           MOVE KSE-GLID TO WFG-AGLID.
           MOVE WH-NIBAN TO WFG-NIBAN.
           MOVE WH-NBIC TO WFG-NBIC.
           MOVE WH-NGLID TO WFG-NGLID.
           CALL "GABFREI" USING "20FREIGABE" WH-CREG.
           DISPLAY "vorgemerkt - gilt erst nach Freigabe durch einen zwe
      -        "iten Benutzer (40)." with highlight AT 2401.
           PERFORM WEITER.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
           START OFFPOST KEY > OP-KEY INVALID GO I.
       G.  READ OFFPOST NEXT IGNORE LOCK AT END GO I.
           IF OP-AUSGL NOT = 0 GO G.
           IF OP-INKASSO GO G.
           IF OP-REDAT > WV-FAELLIG GO G.
           COMPUTE WH-OPREST =
               OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
               DISPLAY "abgebrochen - keine Buchung." AT 2401
               PERFORM WEITER GO Y.
           IF NOT RET GO K.
           CALL "GABZJR" USING "30NEULAUF" WH-CREG.
           MOVE WZJ-LAUF TO WH-ZJLAUF.
           OPEN I-O OFFPOST.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WA-ANZ
               PERFORM OP-AUSGLEICH.
           ADD WA-BETR(WX) TO OP-BEZAHLT.
           MOVE WV-VALUTA TO OP-AUSGL OP-LETZTZL.
           REWRITE OP-SATZ.
           MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE WV-VALUTA TO WZJ-DATUM.
           MOVE WA-BETR(WX) TO WZJ-BETRAG.
           MOVE 0 TO WZJ-SKONTO.
           MOVE 3 TO WZJ-QUELLE.
           MOVE WH-ZJLAUF TO WZJ-LAUF.
           MOVE "SEPA-Lastschrift" TO WZJ-TEXT.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
       Z.  EXIT.
      ************* pain.008-Datei schreiben *
       XML-SCHREIBEN SECTION.
