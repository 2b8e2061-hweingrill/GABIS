      *   WG-LAGNR; 0 = Hauptlager 1), AR-STAND bleibt die Summe.      *
      *   Einstieg 11 bucht eine Umlagerung WG-LAGNR -> WG-NLAGNR      *
      *   in einem Zug mit eigenem Journalsatz (Art 5).                *
      *   Quarantaene pruefpflichtiger Wareneingaenge (GABQS): Art 8   *
      *   und 10 schreiben nur das Journal, erst die Freigabe (Art 9)  *
      *   bucht den Bestand.                                           *
      *   Fertigungsauftraege (GABFERT) buchen Komponenten (Art 11)    *
      *   und Set (Art 12); ein Setverkauf nimmt zuerst vormontierten  *
      *   Setbestand, erst der Rest wird in Komponenten aufgeloest.    *
      *   Das Bewegungsjournal zeigt wahlweise eine ausgelagerte       *
      *   Jahresdatei LGJjjjj.DAT (GABJRAUS), nur lesend.              *
      *   Offene Optionen/Alternativen eines Angebots (GABAOPT)        *
      *   werden weder reserviert noch geliefert.                      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEAUF.CPY.
           COPY GABSEBES.CPY.
           COPY GABSESTK.CPY.
           SELECT JAHRJRN  ASSIGN TO WN-JRNJ
                           ORGANIZATION SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTIK.CPY.
       COPY GABANBOT.CPY.
       COPY GABBESTE.CPY.
       COPY GABSTKLI.CPY.
      ************** ausgelagerte Jahresdatei (Satz wie LJ-SATZ) *
       FD  JAHRJRN                     LABEL RECORD STANDARD.
       01  XJ-SATZ                     PIC X(200).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WH-SX                   PIC 99        COMP.
           03  WH-SETNUM               PIC 9(6)      COMP.
           03  WH-SETGES               PIC S9(7)V99  COMP-3.
           03  WH-SETLAG               PIC S9(7)V99  COMP-3.
           03  WH-SETREST              PIC S9(7)V99  COMP-3.
           03  WH-SETART               PIC 9(6)      COMP   OCCURS 10.
           03  WH-SETMNG               PIC S9(5)V99  COMP-3 OCCURS 10.
           03  WM-STKOP                PIC 9         COMP.
           03  WV-NLAG                 PIC 99        COMP.
           03  WH-UMENG                PIC S9(7)V99  COMP-3.
           03  WH-STRECK               PIC 9         COMP.
      *--------------------> Jahresdatei des Journals <--
           03  WH-JJAHR                PIC 9999.
           03  WN-JRNJ                 PIC X(15).
           03  WH-XINFO                PIC X(16).
       COPY GABLGBU.CPY.
       COPY GABCHGSC.CPY.
       COPY GABPFDSC.CPY.
      *            4= Inventur             (WG-ANZ = Differenz)
      *            6= Ruecklieferung an den Lieferanten (Abzug)
      *            7= Konsignationslieferung (Abzug, GABKONS)
      *            8= Zugang in die Quarantaene (nur Journal)
      *            9= Freigabe aus der Quarantaene (Zugang)
      *           10= Ablehnung in der Quarantaene (nur Journal)
      *           11= Komponentenabgang Fertigungsauftrag (Abzug)
      *           12= Setzugang Fertigungsauftrag (Zugang)
       LAG-BUCH SECTION.
      *--------> Setartikel: beim Abgang werden die Komponenten
      *          lt. Stueckliste gebucht, nicht der Setartikel
      *          (ausser vormontiertem Setbestand, s. SET-BUCH)
       A.  IF WG-LAGNR = 0 MOVE 1 TO WG-LAGNR.
      *------> Streckenauftraege beruehren das Lager nicht <-
           IF WG-ART = 1 AND WG-AUFNUM NOT = 0
       SET-BUCH SECTION.
       A.  MOVE WG-ARNUM TO WH-SETNUM.
           MOVE WG-ANZ TO WH-SETGES.
      *------> vormontierte Sets (Fertigungsauftrag GABFERT)
      *        zuerst vom Setbestand, nur der Rest ueber die
      *        Komponenten <-
           MOVE 0 TO WH-SETLAG.
           MOVE WG-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE 0 TO AR-STAND.
           IF AR-STAND > 0 MOVE AR-STAND TO WH-SETLAG.
           IF WH-SETLAG > WH-SETGES MOVE WH-SETGES TO WH-SETLAG.
           IF WH-SETLAG > 0
               MOVE WH-SETLAG TO WG-ANZ
               PERFORM LAG-EINZEL.
           COMPUTE WH-SETREST = WH-SETGES - WH-SETLAG.
           IF WH-SETREST = 0 GO X.
           PERFORM VARYING WH-SX FROM 1 BY 1 UNTIL WH-SX > WH-SETANZ
               MOVE WH-SETART(WH-SX) TO WG-ARNUM
               COMPUTE WG-ANZ ROUNDED =
                   WH-SETREST * WH-SETMNG(WH-SX)
               PERFORM LAG-EINZEL.
       X.  MOVE WH-SETNUM TO WG-ARNUM.
           MOVE WH-SETGES TO WG-ANZ.
       Z.  EXIT.
      ****************** Bestandsbuchung eines einzelnen Artikels *
           IF ZUGRIF PERFORM BESETZT GO B.
           PERFORM JRN-OEFFNE.
           MOVE AR-STAND TO WH-ALT.
      *------> Quarantaenemengen stehen nicht im Bestand <-
           IF WG-ART = 8 OR WG-ART = 10
               UNLOCK ARTIKEL GO C.
           IF WG-ART = 1 OR WG-ART = 6 OR WG-ART = 7 OR WG-ART = 11
               SUBTRACT WG-ANZ FROM AR-STAND
               ELSE ADD WG-ANZ TO AR-STAND.
           REWRITE AR-SATZ.
           UNLOCK ARTIKEL.
      *--------------------> Lagerortbestand mitfuehren <-
           MOVE WG-LAGNR TO WH-LGONR.
           IF WG-ART = 1 OR WG-ART = 6 OR WG-ART = 7 OR WG-ART = 11
               COMPUTE WH-LGODIF = WG-ANZ * -1
               ELSE MOVE WG-ANZ TO WH-LGODIF.
           PERFORM LGO-BUCH.
       C.  MOVE AR-NUM TO LJ-ARNUM.
           COMPUTE LJ-DATUM = WH-DATUM + 20000000.
           ACCEPT WN-ZEIT FROM TIME.
           MOVE WN-ZEIT6 TO LJ-ZEIT.
           MOVE WB-NAME TO LJ-BEN.
           MOVE WG-ANZ TO LJ-ANZ.
           IF WG-ART = 1 OR WG-ART = 6 OR WG-ART = 7
                         OR WG-ART = 10 OR WG-ART = 11
               COMPUTE LJ-ANZ = WG-ANZ * -1.
           MOVE WH-ALT TO LJ-VOR.
           MOVE AR-STAND TO LJ-NACH.
               PERFORM WEITER GO C.
           ADD 225 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
      *--------> laufendes Journal oder Jahresdatei <-
       D.  ADD 268 VDU-ECK GIVING VDU-LP.
           DISPLAY "Jahr:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret-leer>= lfd. Journal, <ret>= J
      -        "ahresdatei" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002746004" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           MOVE WH-NUM TO WH-JJAHR.
           IF WH-JJAHR NOT = 0
               PERFORM JRN-JAHR
               CALL "CAUP" USING "16LOEFENST" WH-CREG
               GO C.
           OPEN INPUT LAGERJRN.
           IF WF-STATUS NOT = "00"
               DISPLAY "noch keine Bewegungen aufgezeichnet," AT 2401
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Bewegungen eines Artikels aus der Jahresdatei (GABJRAUS) *
       JRN-JAHR SECTION.
       A.  MOVE SPACE TO WN-JRNJ.
           STRING "LGJ" WH-JJAHR ".DAT" DELIMITED BY SIZE
               INTO WN-JRNJ.
           CALL "CBL_CHECK_FILE_EXIST" USING WN-JRNJ WH-XINFO.
           IF RETURN-CODE NOT = 0
               DISPLAY "keine Jahresdatei " AT 2401 WN-JRNJ
               PERFORM WEITER GO Z.
           OPEN INPUT JAHRJRN.
           IF WF-STATUS NOT = "00"
               DISPLAY "Jahresdatei nicht lesbar: " AT 2401 WN-JRNJ
               PERFORM WEITER GO Z.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datum      Zeit   Art  Auftrag  Benutzer
      -        "        Menge    vorher    nachher"
               with reverse-video AT VDU-LP.
           MOVE 0 TO WH-JFND WZ-JZEIL.
       E.  READ JAHRJRN AT END GO V.
           MOVE XJ-SATZ TO LJ-SATZ.
           IF LJ-ARNUM NOT = AR-NUM GO E.
           MOVE 1 TO WH-JFND.
           PERFORM JRN-ZEILE.
           IF WZ-JZEIL < 13 GO E.
           DISPLAY "<ret>= weiter, <esc>= Ende" AT 2301.
           CALL "CAUP" USING "0023281000" WH-CREG.
           IF ESC GO W.
           MOVE 0 TO WZ-JZEIL.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datum      Zeit   Art  Auftrag  Benutzer
      -        "        Menge    vorher    nachher"
               with reverse-video AT VDU-LP.
           GO E.
       V.  IF WH-JFND = 0
               DISPLAY "keine Bewegungen in " AT 2401 WN-JRNJ
               PERFORM WEITER GO W.
           DISPLAY "Ende der Bewegungen (" AT 2401 WN-JRNJ ")".
           PERFORM WEITER.
       W.  CLOSE JAHRJRN.
       Z.  EXIT.
      **************** Verfuegbarkeit: Bestand, reservierte offene *
      *    Auftragsmengen und bestellte Mengen zu einem Artikel
       VERF-RECH SECTION.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO G.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO G.
           IF AU-ARNUM NOT = AR-NUM GO C.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           MOVE AU-NUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID GO C.
           IF AK-RENUM NOT = 0 GO C.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
      *--------> Vorauskasse: erst nach Zahlungseingang liefern <-
           IF AK-VK-OFFEN
               DISPLAY "Vorauskasse noch nicht bezahlt (GABVORK)!"
                   AT 2401
               PERFORM WEITER GO C.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
       E.  READ AUFTRAG NEXT AT END GO V.
           IF AU-NUM NOT = AK-NUM GO V.
           IF AU-ARNUM = 0 GO E.
      *--------> Optionen/Alternativen erst nach der Uebernahme
      *          in den Auftrag liefern (GABAOPT) <-
           IF NOT AU-NORMAL GO E.
           COMPUTE WH-NEU = AU-ANZ - AU-GELIEF.
           IF WH-NEU NOT > 0 GO E.
           MOVE AU-ARNUM TO AR-NUM.
               DISPLAY "mehr als offen - bitte pruefen!" AT 2401
               PERFORM WEITER GO G.
           ADD WH-WERT TO AU-GELIEF.
           MOVE WH-DATUM TO AU-LIEFDAT.
           REWRITE AU-SATZ.
           IF AK-STATUS < 2 MOVE 2 TO AK-STATUS
               MOVE WH-DATUM TO AK-LIEFDAT
               REWRITE AK-SATZ.
      *------------> Lagerabgang buchen (Auftragsmenge auf die
      *              natuerliche Lagermenge entskaliert) <-
               WHEN 5 DISPLAY "Uml " AT VDU-LP
               WHEN 6 DISPLAY "Retl" AT VDU-LP
               WHEN 7 DISPLAY "Kons" AT VDU-LP
               WHEN 8 DISPLAY "QZug" AT VDU-LP
               WHEN 9 DISPLAY "QFrg" AT VDU-LP
               WHEN 10 DISPLAY "QAbl" AT VDU-LP
               WHEN 11 DISPLAY "FAbg" AT VDU-LP
               WHEN 12 DISPLAY "FZug" AT VDU-LP
               WHEN OTHER DISPLAY "?   " AT VDU-LP.
           ADD 5 TO VDU-LP.
           IF LJ-AUFNUM NOT = 0 DISPLAY LJ-AUFNUM AT VDU-LP.
