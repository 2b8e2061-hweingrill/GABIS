      *                                                                *
      *     Satzaufbau der Textdatei (Strichpunkt-getrennt):           *
      *     Buchungsdatum;Betrag;Verwendungszweck                      *
      *                                                                *
      *     Jeder Ausgleich geht mit dem Buchungsdatum der Zeile       *
      *     (TT.MM.JJJJ, sonst Tagesdatum) und einer Laufnummer je     *
      *     Import ins Zahlungsjournal (GABZJR).                       *
      *     Skontoabzuege prueft GABSKPR gegen Frist und Satz; ein     *
      *     unberechtigter Teil bleibt als Rest am Posten offen.       *
      *     Eingaenge mit der Referenz "VK" + Auftragsnummer gehen     *
      *     an die Vorauskasse des Auftrags (GABVORK).                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WB-BETRAG               PIC X(15).
           03  WB-TEXT                 PIC X(80).
           03  WB-REST                 PIC X(95).
           03  WB-ZLDAT                PIC 9(6)      COMP.
           03  WH-ZJLAUF               PIC 9(6)      COMP.
      *--------------------------> Betrags-/Nummernwandlung <--
           03  WD-DIG                  PIC X.
           03  WD-DIGN REDEFINES WD-DIG PIC 9.
           03  WH-RENVAL               PIC 9(8)      COMP.
           03  WH-RLEN                 PIC 99        COMP.
           03  WH-FND                  PIC 9         COMP.
           03  WD-AUFNR                PIC 9(8).
      *--------------------------> Skontopruefung <--
           03  WK-SKONT                PIC 9(13).
           03  WR-SKONT REDEFINES WK-SKONT.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-DIFF                 PIC S9(9)V99  COMP-3.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       COPY GABZJRSC.CPY.
       COPY GABSKPSC.CPY.
       COPY GABVKSC.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
               PERFORM WEITER GO Z.
           MOVE "BANKIMP.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-TREFFER WZ-OFFEN.
      *-----------------> eine Journal-Laufnummer je Import <-
           CALL "GABZJR" USING "30NEULAUF" WH-CREG.
           MOVE WZJ-LAUF TO WH-ZJLAUF.
       B.  READ BANKDAT AT END GO X.
           IF BN-ZEILE = SPACE GO B.
           MOVE SPACE TO WB-DATUM WB-BETRAG WB-TEXT WB-REST.
           UNSTRING BN-ZEILE DELIMITED BY ";" INTO
               WB-DATUM WB-BETRAG WB-TEXT WB-REST.
           PERFORM BETRAG-WANDLE.
           PERFORM DATUM-WANDLE.
      *-----------------------> nur Gutschriften interessieren <-
           IF WH-BETRAG NOT > 0 GO B.
      *-------> zuerst die strukturierte Referenz des EPC-Codes,
      *         Vorauskasse vor Rechnung <-
           PERFORM VK-SUCHE.
           IF WH-FND = 0 PERFORM REFERENZ-SUCHE.
           IF WH-FND = 0 PERFORM RENUM-SUCHE.
           IF WH-FND = 1 ADD 1 TO WZ-TREFFER
               ELSE ADD 1 TO WZ-OFFEN PERFORM AUSNAHME.
           COMPUTE WH-BETRAG = WH-VORK + WH-NACHK / 100.
           IF WB-NEG = 1 MULTIPLY -1 BY WH-BETRAG.
       Z.  EXIT.
      ******* Buchungsdatum TT.MM.JJJJ bzw. TT.MM.JJ der Zeile *
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
      ******** Referenz "VK" + achtstellige Auftragsnummer der *
      *    Zahlungsaufforderung (GABVORK) suchen
       VK-SUCHE SECTION.
       A.  MOVE 0 TO WH-FND.
           MOVE 1 TO WX.
       B.  IF WX > 70 GO Z.
           IF WB-TEXT(WX:2) NOT = "VK" ADD 1 TO WX GO B.
           IF WB-TEXT(WX + 2:8) NOT NUMERIC ADD 1 TO WX GO B.
           MOVE WB-TEXT(WX + 2:8) TO WD-AUFNR.
           MOVE WD-AUFNR TO WVK-AUFNUM.
           MOVE WH-BETRAG TO WVK-BETRAG.
           MOVE WB-ZLDAT TO WVK-DATUM.
           CALL "GABVORK" USING "20VKZAHL" WH-CREG.
           IF WVK-FND = 1 MOVE 1 TO WH-FND
               DISPLAY WD-AUFNR AT 2020 GO Z.
           ADD 10 TO WX GO B.
       Z.  EXIT.
      ********* strukturierte Referenz "RE" + achtstellige *
      *    Rechnungsnummer (EPC-Zahlungscode, GABEPC) suchen
       REFERENZ-SUCHE SECTION.
       Z.  EXIT.
      *********************** ob Ziffernfolge einen OP ausgleicht *
       OP-PROBE SECTION.
       A.  MOVE 0 TO WSK-UNBER.
           MOVE WH-RENVAL TO OP-RENUM.
           READ OFFPOST INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO A.
           IF OP-AUSGL NOT = 0 GO Z.
           COMPUTE WH-SKMAX ROUNDED =
               WS-OPREST * WH-SKMAX / 100 + 0,01.
           IF WS-DIFF > WH-SKMAX GO Z.
      *--------> Abzug gegen Frist und Satz zum Buchungsdatum <-
           MOVE OP-RENUM TO WSK-RENUM.
           MOVE OP-KTONR TO WSK-KTONR.
           MOVE OP-REDAT TO WSK-REDAT.
           MOVE OP-KOND TO WSK-KOND.
           MOVE WB-ZLDAT TO WSK-ZLDAT.
           MOVE WS-OPREST TO WSK-BASIS.
           MOVE WS-DIFF TO WSK-ABZUG.
           MOVE 2 TO WSK-QUELLE.
           CALL "GABSKPR" USING "20SKPRF" WH-CREG.
           MOVE WSK-BERECHT TO WS-DIFF.
           ADD WS-DIFF TO OP-SKONTO.
       G.  ADD WH-BETRAG TO OP-BEZAHLT.
           MOVE WH-DATUM TO OP-LETZTZL OP-AUSGL.
           IF WSK-UNBER > 0 MOVE 0 TO OP-AUSGL.
           REWRITE OP-SATZ.
           MOVE OP-RENUM TO WZJ-RENUM.
           MOVE OP-KTONR TO WZJ-KTONR.
           MOVE WB-ZLDAT TO WZJ-DATUM.
           MOVE WH-BETRAG TO WZJ-BETRAG.
           MOVE WS-DIFF TO WZJ-SKONTO.
           MOVE 2 TO WZJ-QUELLE.
           MOVE WH-ZJLAUF TO WZJ-LAUF.
           MOVE WB-TEXT TO WZJ-TEXT.
           CALL "GABZJR" USING "20ZJEIN" WH-CREG.
           IF WSK-UNBER > 0
               CALL "GABSKPR" USING "25SKPROT" WH-CREG.
           MOVE 1 TO WH-FND.
           DISPLAY OP-RENUM AT 2020.
       Z.  EXIT.
