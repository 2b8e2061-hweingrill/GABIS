      *   am Telefon gebraucht wird - OP-Saldo und hoechste Mahn-      *
      *   stufe (GABISOPO.DAT), offene Auftraege mit Stand, die        *
      *   letzten Rechnungen aus dem Rechnungsausgangsbuch,            *
      *   12-Monats-Umsatz aus der Kundenstatistik, mittlere           *
      *   Zahlungsdauer der letzten 12 Monate (wie GABZVH), Kredit-    *
      *   limit und Sperre aus DEBZUS.  Mit 1/2/3 springt man in die   *
      *   OP-Verwaltung, das Auftragsarchiv und die Kunden-            *
      *   statistik, mit 4 wird eine Wiedervorlage zum Kunden          *
      *   angelegt (GABWV).  Bei Konzernkunden zusaetzlich die         *
      *   Summen des Konzerns: OP-Saldo, 12-Monats-Umsatz, Konzern-    *
      *   limit und freier Rahmen (Obligo ueber GABOPOS).              *
      *   Offene Auftraege mit Einsatzplanung sind mit "E" markiert,   *
      *   darunter der naechste geplante Einsatz (GABEPL).             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-MAXMAHN              PIC 9         COMP.
           03  WZ-OFFAUF               PIC 9(4)      COMP.
           03  WS-UMS12                PIC S9(11)V99 COMP-3.
      *--------------------> mittlere Zahlungsdauer 12 Monate <-
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-REDAT                PIC 9(8)      COMP.
           03  WA-AUSGL                PIC 9(8)      COMP.
           03  WS-ZTAGE                PIC 9(8)      COMP.
           03  WZ-ZANZ                 PIC 9(5)      COMP.
           03  WD-TAGE                 PIC ZZZ9.
           03  WZ-ZEIL                 PIC 99        COMP.
           03  WZ-REJ                  PIC 9         COMP.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-NUM                  PIC ZZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZ.ZZ9.
      *--------------------> Konzernsummen <-
           03  WV-KZKOPF               PIC 9(6)      COMP.
           03  WZ-KZANZ                PIC 9(4)      COMP.
           03  WS-KZOP                 PIC S9(11)V99 COMP-3.
           03  WS-KZUMS                PIC S9(11)V99 COMP-3.
           03  WH-KZLIM                PIC S9(9)V99  COMP-3.
           03  WD-KZKTO                PIC ZZZZZ9.
      *--------------------> naechster geplanter Einsatz <-
           03  WV-EPLDAT               PIC 9(6)      COMP.
           03  WV-EPLAUF               PIC 9(8)      COMP.
           03  WV-EPLNAM               PIC X(20).
       COPY GABBENUT.CPY.
       COPY GABWVSC.CPY.
       COPY GABEPLSC.CPY.
       COPY GABEXT.CPY.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
           MOVE WS-UMS12 TO WD-BET.
           ADD 521 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 541 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zahlungsdauer:" AT VDU-LP.
           ADD 556 VDU-ECK GIVING VDU-LP.
           IF WZ-ZANZ = 0 DISPLAY "-        " AT VDU-LP
           ELSE
               COMPUTE WD-TAGE ROUNDED = WS-ZTAGE / WZ-ZANZ
               DISPLAY WD-TAGE with highlight AT VDU-LP
               ADD 5 TO VDU-LP
               DISPLAY "Tage" AT VDU-LP.
      *--------------------> offene Auftraege <-
           PERFORM AUF-ZEIGEN.
      *--------------------> letzte Rechnungen <-
           PERFORM REJ-ZEIGEN.
      *--------------------> Konzernsummen <-
           PERFORM KZ-ZEIGEN.
      *--------------------> Spruenge <-
       N.  DISPLAY "1= OP, 2= Archiv, 3= Statistik, 4= Wiedervorlage, <r
      -        "et>= naechster Kunde" AT 2301.
           CALL "CAUP" USING "1023751001" WH-CREG.
           IF ESC GO X.
           EVALUATE WH-NUM
                      CANCEL "GABARCH"
               WHEN 3 CALL "GABKDST" USING "10KDST" WH-CREG
                      CANCEL "GABKDST"
               WHEN 4 MOVE WV-KTONR TO WWV-KTONR
                      MOVE 0 TO WWV-AUFNR
                      CALL "GABWV" USING "30WVNEU" WH-CREG
                      CANCEL "GABWV"
               WHEN OTHER CONTINUE.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       Z.  EXIT.
      ****** OP-Saldo und hoechste Mahnstufe *
       OP-RECHNEN SECTION.
       A.  MOVE 0 TO WS-SALDO WH-MAXMAHN WS-ZTAGE WZ-ZANZ.
           IF WM-OPOOP = 0 GO Z.
           COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           MOVE 0 TO OP-RENUM.
           START OFFPOST KEY > OP-KEY INVALID GO Z.
       C.  READ OFFPOST NEXT IGNORE LOCK AT END GO Z.
           IF OP-KTONR NOT = WV-KTONR GO C.
           IF OP-AUSGL NOT = 0 GO E.
           COMPUTE WH-OPREST =
               OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           ADD WH-OPREST TO WS-SALDO.
           IF OP-MAHNST > WH-MAXMAHN MOVE OP-MAHNST TO WH-MAXMAHN.
           GO C.
      *--------> ausgeglichen in den letzten 12 Monaten: Tage von
      *          der Rechnung bis zum Ausgleich <-
       E.  IF OP-GUTSCHRIFT GO C.
           COMPUTE WX-DATUM = OP-AUSGL + 20000000.
           COMPUTE WA-AUSGL = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-AUSGL + 365 < WA-HEUTE GO C.
           COMPUTE WX-DATUM = OP-REDAT + 20000000.
           COMPUTE WA-REDAT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-AUSGL > WA-REDAT
               COMPUTE WS-ZTAGE = WS-ZTAGE + WA-AUSGL - WA-REDAT.
           ADD 1 TO WZ-ZANZ.
           GO C.
       Z.  EXIT.
      ****** Umsatz der letzten 12 Monate aus der Statistik *
       UMS-RECHNEN SECTION.
       Z.  EXIT.
      ****** offene Auftraege mit Stand *
       AUF-ZEIGEN SECTION.
       A.  MOVE 0 TO WZ-OFFAUF WZ-ZEIL WV-EPLDAT.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "offene Auftraege:" with reverse-video AT VDU-LP.
           IF WM-AUFOP = 0 GO Y.
           IF AK-RENUM NOT = 0 GO C.
           IF AK-RAHMEN GO C.
           ADD 1 TO WZ-OFFAUF.
           PERFORM EPL-PRUEF.
           IF WZ-ZEIL > 4 GO C.
           ADD 1 TO WZ-ZEIL.
           COMPUTE VDU-LP = WZ-ZEIL * 100 + 703 + VDU-ECK.
           MOVE AK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM AT VDU-LP.
           ADD 8 TO VDU-LP.
           IF WEP-ANZ > 0 DISPLAY "E" with highlight AT VDU-LP.
           ADD 2 TO VDU-LP.
           EVALUATE AK-STATUS
               WHEN 0 DISPLAY "erfasst    " AT VDU-LP
               WHEN 1 DISPLAY "kommission." AT VDU-LP
               WHEN 2 DISPLAY "geliefert  " AT VDU-LP
               WHEN OTHER DISPLAY "fakturiert " AT VDU-LP.
      *--------> wartet auf Vorauskasse (GABVORK) <-
           IF AK-VK-OFFEN DISPLAY "Vorkasse   " AT VDU-LP.
      *--------> Sendungsnummer des Paketdienstes, wenn schon da <-
           IF AK-TRACK NOT = SPACE
               ADD 12 TO VDU-LP
       Y.  ADD 723 VDU-ECK GIVING VDU-LP.
           MOVE WZ-OFFAUF TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           IF WV-EPLDAT = 0 GO Z.
           ADD 1303 VDU-ECK GIVING VDU-LP.
           DISPLAY "naechster Einsatz:" with reverse-video AT VDU-LP.
           ADD 1322 VDU-ECK GIVING VDU-LP.
           MOVE WV-EPLDAT TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 1331 VDU-ECK GIVING VDU-LP.
           MOVE WV-EPLAUF TO WD-AUF.
           DISPLAY WD-AUF AT VDU-LP.
           ADD 1341 VDU-ECK GIVING VDU-LP.
           DISPLAY WV-EPLNAM AT VDU-LP.
       Z.  EXIT.
      ****** Einsatzplanung zum Auftrag (GABEPL), den fruehesten *
      *      kommenden Einsatz des Kunden merken
       EPL-PRUEF SECTION.
       A.  MOVE AK-NUM TO WEP-AUFNUM.
           CALL "GABEPL" USING "20EPLAUF" WH-CREG.
           IF WEP-ANZ = 0 OR WEP-DATUM < WH-DATUM GO Z.
           IF WV-EPLDAT NOT = 0 AND WEP-DATUM NOT < WV-EPLDAT GO Z.
           MOVE WEP-DATUM TO WV-EPLDAT.
           MOVE AK-NUM TO WV-EPLAUF.
           MOVE WEP-NAME TO WV-EPLNAM.
       Z.  EXIT.
      ****** Summen des Konzerns, dem der Kunde angehoert *
       KZ-ZEIGEN SECTION.
       A.  IF WM-DBZOP = 0 GO Z.
           MOVE WV-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO Z.
           IF DZ-KONZERN = 0 GO Z.
           MOVE DZ-KONZERN TO WV-KZKOPF.
           MOVE 0 TO WZ-KZANZ WS-KZOP WS-KZUMS WH-KZLIM.
           MOVE WV-KZKOPF TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO Z.
           MOVE DZ-KZLIMIT TO WH-KZLIM.
           MOVE WV-KZKOPF TO DZ-KONZERN.
           START DEBZUS KEY NOT < DZ-KONZERN INVALID GO W.
       C.  READ DEBZUS NEXT IGNORE LOCK AT END GO W.
           IF DZ-KONZERN NOT = WV-KZKOPF GO W.
           ADD 1 TO WZ-KZANZ.
           IF WM-KSTOP = 0 GO E.
           MOVE DZ-KTONR TO KD-KTONR.
           READ KDSTAT IGNORE LOCK INVALID GO E.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 12
               ADD KD-UMSATZ(WX) TO WS-KZUMS.
       E.  IF WM-OPOOP = 0 GO C.
           MOVE DZ-KTONR TO OP-KTONR.
           START OFFPOST KEY NOT < OP-KTONR INVALID GO C.
       G.  READ OFFPOST NEXT IGNORE LOCK AT END GO C.
           IF OP-KTONR NOT = DZ-KTONR GO C.
           IF OP-AUSGL NOT = 0 GO G.
           COMPUTE WH-OPREST =
               OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           ADD WH-OPREST TO WS-KZOP.
           GO G.
       W.  ADD 1403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzern Kopfkonto:" with reverse-video AT VDU-LP.
           MOVE WV-KZKOPF TO WD-KZKTO.
           ADD 1422 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-KZKTO with highlight AT VDU-LP.
           ADD 1441 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mitglieder:" AT VDU-LP.
           MOVE WZ-KZANZ TO WD-ANZ.
           ADD 1453 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 1503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzern-OP:" AT VDU-LP.
           MOVE WS-KZOP TO WD-BET.
           ADD 1518 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 1541 VDU-ECK GIVING VDU-LP.
           DISPLAY "Umsatz 12 Mon.:" AT VDU-LP.
           MOVE WS-KZUMS TO WD-BET.
           ADD 1557 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 1603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Konzernlimit:" AT VDU-LP.
           ADD 1618 VDU-ECK GIVING VDU-LP.
           IF WH-KZLIM = 0
               DISPLAY "unbegrenzt" with highlight AT VDU-LP GO Z.
           MOVE WH-KZLIM TO WD-BET.
           DISPLAY WD-BET with highlight AT VDU-LP.
      *--------> freier Rahmen: Limit abzueglich OP und offener
      *          Auftraege aller Mitglieder <-
           MOVE WV-KTONR TO WH-NUM.
           CALL "GABOPOS" USING "35KZOBL" WH-CREG.
           CANCEL "GABOPOS".
           ADD 1641 VDU-ECK GIVING VDU-LP.
           DISPLAY "freier Rahmen:" AT VDU-LP.
           COMPUTE WH-WERT = WH-KZLIM - WH-WERT.
           MOVE WH-WERT TO WD-BET.
           ADD 1657 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       Z.  EXIT.
      ****** letzte Rechnungen aus dem Ausgangsbuch *
       REJ-ZEIGEN SECTION.
