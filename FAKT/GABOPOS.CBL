       PROGRAM-ID.    GABOPOS.
      ******************************************************************
      *              Offene-Posten-Verwaltung je Rechnung               *
      *   Kreditpruefung beruecksichtigt zusaetzlich das Konzernlimit   *
      *   (DZ-KZLIMIT am Kopfkonto) ueber alle Konzernmitglieder.       *
      *   Das Auftragsobligo laesst offene Optionen/Alternativen       *
      *   eines Angebots (GABAOPT) aus.                                *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WM-AUFOP                PIC 9         COMP.
           03  WM-OPOP                 PIC 9         COMP.
           03  WM-DBZOP                PIC 9         COMP.
           03  WM-AUZOP                PIC 9         COMP.
      *--------------------------> Konzernobligo <--
           03  WH-KZKOPF               PIC 9(6)      COMP.
           03  WH-KZLIM                PIC S9(9)V99  COMP-3.
           03  WS-KZOFF                PIC S9(9)V99  COMP-3.
           03  WH-KZFREI               PIC S9(9)V99  COMP-3.
           03  WZ-KZANZ                PIC 9(4)      COMP.
           03  WH-OBKTO                PIC 9(6)      COMP.
           03  WH-OBOP                 PIC S9(9)V99  COMP-3.
           03  WH-OBAUF                PIC S9(9)V99  COMP-3.
           03  WD-KZKTO                PIC ZZZZZ9.
           03  WD-KZANZ                PIC ZZZ9.
       COPY GABZJRSC.CPY.
       COPY GABSKPSC.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
      *        WH-NUM = Kundennummer, WH-WERT = Betrag des neuen
      *        Auftrags; zurueck kommt WH-NUM = 0 (frei), 1 (Limit
      *        ueberschritten - warnen) oder 2 (gesperrt bzw. Limit
      *        bei KM-KREDVAR = 1) und WH-WERT = freier Rahmen;
      *        bei Konzernkunden gilt auch das Konzernlimit, zurueck
      *        kommt dann der kleinere freie Rahmen.
           IF WL-CA = 30 PERFORM KRED-CHECK GO X.
      *------> 35: Konzernobligo (Kundencockpit): WH-NUM = Kunden-
      *        nummer; zurueck kommt WH-WERT = offene Posten und
      *        offene Auftraege aller Konzernmitglieder, WH-NUM =
      *        Anzahl der Mitglieder (0 = kein Konzernkunde).
           IF WL-CA = 35 PERFORM KZ-OBLIGO GO X.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       X.  MOVE WH-CREG TO WL-CREG.
      ******************************************************************
       OP-MENU SECTION.
       A.  PERFORM OP-OEFFNE.
       B.  CALL "CAUP" USING "0704051470000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Offene Posten " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "6 - Bankauszug-Import" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "7 - Kreditauskunft Kunde" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "8 - Verzugszinsen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "9 - Zahlungsjournal" AT VDU-LP.
           ADD 340 VDU-ECK GIVING VDU-LP.
           DISPLAY "10 - Forderungsausfall" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "11 - Ratenvereinbarung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "12 - Inkasso" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "13 - Skontopruefung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "14 - Zahlverhalten/Limit" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "15 - Liquiditaetsvorschau" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "16 - Vorauskasse-Eingang" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "17 - FIBU-Zahlungen" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1012392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
               WHEN 6 CALL "GABBANK" USING "10BANK" WH-CREG
                      CANCEL "GABBANK"
               WHEN 7 PERFORM KRED-ANZ
               WHEN 8 CALL "GABZINS" USING "10ZINS" WH-CREG
                      CANCEL "GABZINS"
               WHEN 9 CALL "GABZJR" USING "10ZJR" WH-CREG
                      CANCEL "GABZJR"
               WHEN 10 CALL "GABAUSF" USING "10AUSF" WH-CREG
                      CANCEL "GABAUSF"
               WHEN 11 CALL "GABRATE" USING "10RATE" WH-CREG
                      CANCEL "GABRATE"
               WHEN 12 CALL "GABINK" USING "10INK" WH-CREG
                      CANCEL "GABINK"
               WHEN 13 CALL "GABSKPR" USING "10SKPR" WH-CREG
                      CANCEL "GABSKPR"
               WHEN 14 CALL "GABZVH" USING "10ZVH" WH-CREG
                      CANCEL "GABZVH"
               WHEN 15 CALL "GABLIQ" USING "10LIQ" WH-CREG
                      CANCEL "GABLIQ"
               WHEN 16 CALL "GABVORK" USING "30VKZAHL" WH-CREG
                      CANCEL "GABVORK"
               WHEN 17 CALL "GABFIZA" USING "10FIZA" WH-CREG
                      CANCEL "GABFIZA"
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           MOVE WH-WERT TO WH-SKBET WD-BET.
           DISPLAY WD-BET with highlight AT VDU-LP.
           IF WH-ZBET = 0 AND WH-SKBET = 0 GO E.
      *--------> Skontoabzug gegen Frist und Satz lt. OP-KOND; der
      *          unberechtigte Teil bleibt als Rest offen <-
           MOVE 0 TO WSK-UNBER.
           IF WH-SKBET > 0
               MOVE OP-RENUM TO WSK-RENUM
               MOVE OP-KTONR TO WSK-KTONR
               MOVE OP-REDAT TO WSK-REDAT
               MOVE OP-KOND TO WSK-KOND
               MOVE WH-DATUM TO WSK-ZLDAT
               COMPUTE WSK-BASIS = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO
               MOVE WH-SKBET TO WSK-ABZUG
               MOVE 1 TO WSK-QUELLE
               CALL "GABSKPR" USING "20SKPRF" WH-CREG.
           IF WSK-UNBER > 0
               MOVE WSK-BERECHT TO WH-SKBET WD-BET
               DISPLAY WD-BET with highlight AT VDU-LP
               MOVE WSK-UNBER TO WD-BET
               DISPLAY "Skonto unberechtigt, bleibt offen:"
                   with highlight foreground-color 4 AT 2401
                   WD-BET with highlight foreground-color 4.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO
               - WH-ZBET - WH-SKBET.
           IF WS-OPREST < 0
           IF WS-OPREST NOT > 0 MOVE WH-DATUM TO OP-AUSGL
               ELSE MOVE 0 TO OP-AUSGL.
           REWRITE OP-SATZ.
      *--------> jede Zahlung einzeln ins Zahlungsjournal <-
           MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE WH-DATUM TO WZJ-DATUM.
           MOVE WH-ZBET TO WZJ-BETRAG.
           MOVE WH-SKBET TO WZJ-SKONTO.
           MOVE 1 TO WZJ-QUELLE.
           MOVE 0 TO WZJ-LAUF.
           MOVE "Zahlungseingang OP" TO WZJ-TEXT.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
           IF WSK-UNBER > 0
               CALL "GABSKPR" USING "25SKPROT" WH-CREG.
           PERFORM OP-ANZ.
           IF OP-AUSGL NOT = 0
               DISPLAY "Rechnung ausgeglichen." with highlight AT 2401
           PERFORM WEITER.
       Z.  EXIT.
      ********* offene Posten und offene Auftraege eines Kunden *
      *    und - bei Konzernzuordnung - aller Konzernmitglieder
       KRED-RECH SECTION.
       A.  MOVE 0 TO WS-OPOFF WS-AUFOFF WH-KREDLIM WH-SPER.
           MOVE 0 TO WH-KZKOPF WH-KZLIM WS-KZOFF WZ-KZANZ.
           MOVE SPACE TO WH-SPERTX.
      *--------------------------> Stammerweiterung lesen <-
           MOVE 0 TO WM-DBZOP.
           MOVE DZ-KRLIMIT TO WH-KREDLIM.
           MOVE DZ-SPERRE TO WH-SPER.
           MOVE DZ-SPERRTX TO WH-SPERTX.
           MOVE DZ-KONZERN TO WH-KZKOPF.
           IF DZ-INSOLVENT
               MOVE 1 TO WH-SPER
               MOVE "Kunde insolvent" TO WH-SPERTX.
       C.  MOVE 0 TO WM-OPOP WM-AUFOP WM-AUZOP.
           OPEN INPUT OFFPOST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPOP.
           OPEN INPUT AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-AUFOP.
           OPEN INPUT AUFTRAG.
           IF WF-STATUS = "00" MOVE 1 TO WM-AUZOP.
           MOVE WK-KTONR TO WH-OBKTO.
           PERFORM KTO-OBLIGO.
           MOVE WH-OBOP TO WS-OPOFF.
           MOVE WH-OBAUF TO WS-AUFOFF.
      *--------------------------> Konzern: Limit am Kopfkonto <-
           IF WH-KZKOPF = 0 GO X.
           MOVE WH-KZKOPF TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID MOVE 0 TO WH-KZKOPF GO X.
           MOVE DZ-KZLIMIT TO WH-KZLIM.
           MOVE WH-KZKOPF TO DZ-KONZERN.
           START DEBZUS KEY NOT < DZ-KONZERN INVALID GO X.
       M.  READ DEBZUS NEXT IGNORE LOCK AT END GO X.
           IF DZ-KONZERN NOT = WH-KZKOPF GO X.
           ADD 1 TO WZ-KZANZ.
           IF DZ-KTONR = WK-KTONR
               ADD WS-OPOFF WS-AUFOFF TO WS-KZOFF GO M.
           MOVE DZ-KTONR TO WH-OBKTO.
           PERFORM KTO-OBLIGO.
           ADD WH-OBOP WH-OBAUF TO WS-KZOFF.
           GO M.
       X.  IF WM-DBZOP = 1 CLOSE DEBZUS.
           IF WM-OPOP = 1 CLOSE OFFPOST.
           IF WM-AUFOP = 1 CLOSE AUFKOPF.
           IF WM-AUZOP = 1 CLOSE AUFTRAG.
       Z.  EXIT.
      ******************* Obligo eines Kontos (Nummer in WH-OBKTO) *
       KTO-OBLIGO SECTION.
       A.  MOVE 0 TO WH-OBOP WH-OBAUF.
      *--------------------------> unbezahlte Rechnungen <-
           MOVE WH-OBKTO TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID GO G.
       E.  READ OFFPOST NEXT IGNORE LOCK AT END GO G.
           IF OP-KTONR NOT = WH-OBKTO GO G.
           IF OP-AUSGL NOT = 0 GO E.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           ADD WS-OPREST TO WH-OBOP.
           GO E.
      *--------------------------> offene (unfakturierte) Auftraege <-
       G.  MOVE WH-OBKTO TO AK-KTONR.
           START AUFKOPF KEY NOT < AK-KTONR INVALID GO Z.
       I.  READ AUFKOPF NEXT IGNORE LOCK AT END GO Z.
           IF AK-KTONR NOT = WH-OBKTO GO Z.
           IF AK-RENUM NOT = 0 GO I.
           PERFORM AUF-BRUTTO.
           ADD WS-BRUTTO TO WH-OBAUF.
           GO I.
       Z.  EXIT.
      ******************* Kreditpruefung (Ruf aus Auftragserfassung) *
       KRED-CHECK SECTION.
           MOVE 0 TO WH-KRERG.
           PERFORM KRED-RECH.
           IF WH-SPER = 1 MOVE 2 TO WH-KRERG GO X.
           IF WH-KREDLIM NOT = 0 AND
               WS-OPOFF + WS-AUFOFF + WH-NEUBET > WH-KREDLIM
               MOVE 1 TO WH-KRERG.
           IF WH-KZLIM NOT = 0 AND WS-KZOFF + WH-NEUBET > WH-KZLIM
               MOVE 1 TO WH-KRERG.
           IF WH-KRERG = 0 GO X.
           MOVE 42 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE 0 TO KM-KREDVAR.
           IF KM-KREDVAR = 1 MOVE 2 TO WH-KRERG.
       X.  MOVE WH-KRERG TO WH-NUM.
           COMPUTE WH-WERT = WH-KREDLIM - WS-OPOFF - WS-AUFOFF.
           IF WH-KZLIM = 0 GO Z.
           COMPUTE WH-KZFREI = WH-KZLIM - WS-KZOFF.
           IF WH-KREDLIM = 0 OR WH-KZFREI < WH-WERT
               MOVE WH-KZFREI TO WH-WERT.
       Z.  EXIT.
      ************************* Konzernobligo (Ruf aus Cockpit) *
       KZ-OBLIGO SECTION.
       A.  MOVE WH-NUM TO WK-KTONR.
           PERFORM KRED-RECH.
           MOVE WS-KZOFF TO WH-WERT.
           MOVE WZ-KZANZ TO WH-NUM.
       Z.  EXIT.
      ************************************* Kreditauskunft Kunde *
       KRED-ANZ SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kreditauskunft " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
               ADD 703 VDU-ECK GIVING VDU-LP
               DISPLAY "GESPERRT: " with highlight foreground-color 4
                   AT VDU-LP WH-SPERTX with highlight.
           IF WH-KZKOPF NOT = 0 PERFORM KZ-ANZ.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ************************** Konzernobligo zur Kreditauskunft *
       KZ-ANZ SECTION.
       A.  ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzern, Kopfkonto.:" AT VDU-LP.
           MOVE WH-KZKOPF TO WD-KZKTO.
           ADD 925 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KZKTO with highlight AT VDU-LP.
           MOVE WZ-KZANZ TO WD-KZANZ.
           ADD 935 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KZANZ with highlight AT VDU-LP " Mitglieder".
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzernobligo......:" AT VDU-LP.
           MOVE WS-KZOFF TO WD-BET.
           ADD 1025 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 1103 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzernlimit.......:" AT VDU-LP.
           ADD 1125 VDU-ECK GIVING VDU-LP.
           IF WH-KZLIM = 0
               DISPLAY "unbegrenzt    " with highlight AT VDU-LP GO Z.
           MOVE WH-KZLIM TO WD-BET.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 1203 VDU-ECK GIVING VDU-LP.
           DISPLAY "freier Konzernrahmen:" AT VDU-LP.
           COMPUTE WH-WERT = WH-KZLIM - WS-KZOFF.
           MOVE WH-WERT TO WD-BET.
           ADD 1225 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       Z.  EXIT.
      ************************ Brutto eines Auftrags aus den Zeilen *
       AUF-BRUTTO SECTION.
       A.  MOVE 0 TO WS-NET0 WS-BRUTTO.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           IF AU-UST > 0 AND AU-UST < 7
               ADD AU-BET TO WS-USTNET(AU-UST)
               ELSE ADD AU-BET TO WS-NET0.
