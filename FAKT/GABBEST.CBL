      ******************************************************************
      *   Bestellwesen: Bestellvorschlag aus der Mindestbestands-      *
      *   unterschreitung, Bestellerfassung, Bestelldruck und          *
      *   Wareneingang mit Lager- und Lieferantenpreisbuchung;         *
      *   Liefermahnung ueberfaelliger Bestellungen in GABLMAHN,       *
      *   Auftragsbestaetigungen der Lieferanten in GABLAB,            *
      *   Bezugskosten zu Wareneingaengen in GABBZK,                   *
      *   Lieferantenbewertung in GABLBEW;                             *
      *   pruefpflichtige Artikel gehen im Wareneingang in die         *
      *   Quarantaene, Pruefung und Freigabe in GABQS;                 *
      *   auslaufende Artikel (GABAUSL) fehlen im Bestellvorschlag     *
      *   Intercompany: Bestellungen bei einer Schwesterfirma          *
      *   (LS-MANDANT) zu Verrechnungspreisen, der Bestelldruck legt   *
      *   dort den Kundenauftrag an; Lieferung und Rechnung kommen     *
      *   ueber GABICO zurueck                                         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSELIE.CPY.
           COPY GABSELIS.CPY.
           COPY GABSERLF.CPY.
           COPY GABSEANF.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABLIEF.CPY.
       COPY GABLIEFS.CPY.
       COPY GABRUECK.CPY.
       COPY GABARTNF.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WM-OPANF                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-BKNUM                PIC 9(6)      COMP.
           03  WH-OFF                  PIC 9         COMP.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WV-CHARGE               PIC X(15).
           03  WV-MHD                  PIC 9(8)      COMP.
           03  WH-RLNUM                PIC 9(6)      COMP.
           03  WV-GRUND                PIC X(30).
      *------> Schwesterfirma des Lieferanten (0 = extern) <-
           03  WV-ICFNR                PIC 999       COMP.
       COPY GABLGBU.CPY.
       COPY GABCHGSC.CPY.
       COPY GABSERSC.CPY.
       COPY GABQUASC.CPY.
       COPY GABNRKSC.CPY.
       COPY GABICOSC.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RUECKLIE.
       A.  CALL "CADECL" USING "GABISRLF.DAT" WH-CREG.
       DECL-N SECTION.         USE AFTER ERROR PROCEDURE ON ARTNF.
       A.  CALL "CADECL" USING "GABISANF.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
      ******************* Bestelldateien oeffnen, notfalls anlegen *
       BEST-OEFFNE SECTION.
       A.  OPEN I-O BESTKOPF.
           IF WF-STATUS = "35"
               OPEN OUTPUT BESTKOPF
               CLOSE BESTKOPF
               OPEN I-O BESTKOPF.
      ******************************************************************
       BEST-MENU SECTION.
       A.  PERFORM BEST-OEFFNE.
       B.  CALL "CAUP" USING "0703202045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bestellwesen " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "9 - offene Ruecklieferungen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "10 - Lieferantengutschrift verbuchen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "11 - Liefermahnungen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "12 - Auftragsbestaetigungen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "13 - Bezugskosten" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "14 - Lieferantenbewertung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "15 - Wareneingangspruefung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "16 - Intercompany" AT VDU-LP.
           ADD 1921 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1019392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
               WHEN 8 PERFORM RUECKLIEF
               WHEN 9 PERFORM RL-OFFENLIST
               WHEN 10 PERFORM RL-GUTSCHR
               WHEN 11 CLOSE BESTKOPF BESTPOS
                       CALL "GABLMAHN" USING "10LMAHN" WH-CREG
                       CANCEL "GABLMAHN"
                       PERFORM BEST-OEFFNE
               WHEN 12 CLOSE BESTKOPF BESTPOS
                       CALL "GABLAB" USING "10LAB" WH-CREG
                       CANCEL "GABLAB"
                       PERFORM BEST-OEFFNE
               WHEN 13 CLOSE BESTKOPF BESTPOS
                       CALL "GABBZK" USING "10BZK" WH-CREG
                       CANCEL "GABBZK"
                       PERFORM BEST-OEFFNE
               WHEN 14 CLOSE BESTKOPF BESTPOS
                       CALL "GABLBEW" USING "10LBEW" WH-CREG
                       CANCEL "GABLBEW"
                       PERFORM BEST-OEFFNE
               WHEN 15 CALL "GABQS" USING "10QS" WH-CREG
                       CANCEL "GABQS"
               WHEN 16 CLOSE BESTKOPF BESTPOS
                       CALL "GABICO" USING "10ICO" WH-CREG
                       CANCEL "GABICO"
                       PERFORM BEST-OEFFNE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
                   AT 2401
               PERFORM WEITER GO C.
           DISPLAY WV-LIEF with highlight AT VDU-LP " " LS-BEZ.
           MOVE LS-MANDANT TO WV-ICFNR.
       E.  ADD 233 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liefertermin:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Termin" AT 2301.
           MOVE WV-LIEF TO BK-LIEF.
           MOVE WH-DATUM TO BK-DATUM.
           MOVE WZ-DATUM TO BK-LIEFDAT.
           MOVE WV-ICFNR TO BK-ICFNR.
           WRITE BK-SATZ.
           MOVE 0 TO WH-POS.
           MOVE WH-BKNUM TO WD-NUM.
      ************ Einkaufspreis des Lieferanten zum Artikel suchen *
       PREIS-HOLEN SECTION.
       A.  MOVE AR-PREIS TO WH-EKP.
           IF AR-LIEF = WV-LIEF GO C.
           MOVE AR-NUM TO LI-NUM.
           READ LIEFER IGNORE LOCK INVALID GO C.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 3
               IF LI-LIEF(WX) = WV-LIEF
                   MOVE LI-PREIS(WX) TO WH-EKP.
      *--------> Schwesterfirma: vereinbarter Verrechnungspreis <-
       C.  IF WV-ICFNR = 0 GO Z.
           MOVE WV-ICFNR TO WIC-FNR.
           MOVE AR-NUM TO WIC-ARNUM.
           CALL "GABICO" USING "30ICPREIS" WH-CREG.
           IF WIC-PREIS NOT = 0 MOVE WIC-PREIS TO WH-EKP.
       Z.  EXIT.
      ************************ Bestellvorschlag aus Mindestbestand *
       VORSCHLAG SECTION.
           DISPLAY " Bestellvorschlag " with highlight AT VDU-LP.
           PERFORM KOPF-NEU.
           IF WH-BKNUM = 0 GO X.
           MOVE 0 TO WM-OPANF.
           OPEN INPUT ARTNF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPANF.
           MOVE LOW-VALUE TO AR-KEY.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO V.
       I.  READ ARTIKEL NEXT IGNORE LOCK AT END GO V.
           IF AR-MIND = 0 GO I.
           IF AR-STAND NOT < AR-MIND GO I.
           IF AR-LIEF NOT = WV-LIEF GO I.
      *--------> auslaufende Artikel nicht nachbestellen <-
           MOVE 0 TO AN-STATUS.
           MOVE AR-NUM TO AN-ARNUM.
           IF WM-OPANF = 1
               READ ARTNF IGNORE LOCK INVALID MOVE 0 TO AN-STATUS.
           IF NOT AN-AKTIV GO I.
           COMPUTE WH-FEHL = AR-MIND - AR-STAND + 0,99.
           MOVE AR-NUM TO WD-ARNUM.
           MOVE WH-FEHL TO WD-ANZ.
           PERFORM PREIS-HOLEN.
           PERFORM POS-NEU.
           GO I.
       V.  IF WM-OPANF = 1 CLOSE ARTNF.
           IF WH-POS = 0
               DISPLAY "keine Position uebernommen - Bestellung leer!"
                   AT 2401
               PERFORM WEITER
           IF BK-OFFEN MOVE 1 TO BK-STATUS REWRITE BK-SATZ.
           DISPLAY "Bestellung gedruckt." with highlight AT 2401.
           PERFORM WEITER.
      *--------> Schwesterfirma: Kundenauftrag dort anlegen <-
           IF BK-ICFNR = 0 OR BK-ICAUF NOT = 0 GO C.
           MOVE BK-NUM TO WIC-BESTNUM.
           CALL "GABICO" USING "20ICAUF" WH-CREG.
           IF WIC-AUFNUM = 0 GO C.
           MOVE WIC-AUFNUM TO WD-AUF.
           DISPLAY "Kundenauftrag der Schwesterfirma angelegt:"
               AT 2401 WD-AUF with highlight.
           PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
           IF BK-ERLEDIGT
               DISPLAY "Bestellung ist bereits erledigt!" AT 2401
               PERFORM WEITER GO C.
      *--------> Schwesterfirma: Lieferung von dort uebernehmen <-
           IF BK-ICFNR = 0 OR BK-ICAUF = 0 GO D.
           DISPLAY "<ret>= Lieferung der Schwesterfirma uebernehmen, <t
      -        "ab>= manuell, <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023701000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           MOVE BK-NUM TO WIC-BESTNUM.
           CLOSE BESTKOPF BESTPOS.
           CALL "GABICO" USING "40ICRUECK" WH-CREG.
           CANCEL "GABICO".
           PERFORM BEST-OEFFNE.
           GO C.
       D.  MOVE 0 TO WH-OFF.
           MOVE BK-NUM TO BP-NUM.
           MOVE 0 TO BP-POS.
           START BESTPOS KEY NOT < BP-KEY INVALID GO V.
           PERFORM CHG-FRAGE.
           ADD WH-REST TO BP-GELIEF.
           REWRITE BP-SATZ.
      *------> pruefpflichtige Artikel gehen in die Quarantaene <-
           MOVE BP-ARNUM TO WQS-ARNUM.
           MOVE WH-REST TO WQS-ANZ.
           MOVE BK-NUM TO WQS-BESTNUM.
           MOVE BP-POS TO WQS-POS.
           MOVE BK-LIEF TO WQS-LIEF.
           MOVE WV-CHARGE TO WQS-CHARGE.
           MOVE WV-MHD TO WQS-MHD.
           MOVE 0 TO WQS-LAGNR.
           CALL "GABQS" USING "20QSZUG" WH-CREG.
           IF WQS-NUM NOT = 0
               MOVE WQS-NUM TO WD-NUM
               DISPLAY "pruefpflichtig - Quarantaene-Los" AT 2401
                   WD-NUM with highlight
               PERFORM WEITER GO K.
      *--------------------------------------> Lagerzugang buchen <-
           MOVE BP-ARNUM TO WG-ARNUM.
           MOVE WH-REST TO WG-ANZ.
               MOVE BK-LIEF TO WCH-LIEF
               CALL "GABCHG" USING "10ZUBUCH" WH-CREG.
      *--------> Seriennummern der eingegangenen Geraete <-
       K.  PERFORM SER-FRAGE.
      *-----------------------> Lieferantenpreis nachziehen <-
           PERFORM LIEF-NACH.
           GO E.
