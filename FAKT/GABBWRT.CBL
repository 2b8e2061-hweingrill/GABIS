      *   ohne Vorlauf gilt der letzte EKP).  Dazu die bewertete       *
      *   Liste je Warengruppe mit Summen fuer den Steuerberater       *
      *   und die Uebersicht der vorhandenen Stichtage.                *
      *                                                                *
      *   Altersstruktur: der Bestand wird FIFO den juengsten          *
      *   Zugaengen lt. Lagerjournal zugeordnet und nach deren Alter   *
      *   in vier Baender verteilt (Rest ohne Zugang im Journal       *
      *   gilt als aeltestes Band); mit den Abwertungssaetzen je Band  *
      *   (KONSTANT 187) ergibt sich ein vorgeschlagener reduzierter   *
      *   Wert, den der Bewertungslauf je Artikel mit ablegt und die   *
      *   Bewertungsliste neben dem normalen Wert druckt.  Dazu die    *
      *   Liste je Artikel und Lager (ALTER.LST) und die Ladenhueter-  *
      *   liste (LADENH.LST): Artikel ohne Abgang seit n Monaten,      *
      *   nach gebundenem Wert absteigend.                             *
      *   Nur fuer Benutzer, die Einkaufspreise und Margen sehen       *
      *   duerfen (KU-EKSICHT).                                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEBWT.CPY.
           COPY GABSEART.CPY.
           COPY GABSELGJ.CPY.
           COPY GABSELGO.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT SORTDAT  ASSIGN TO "GABISORT.TMP".
       DATA DIVISION.
       COPY GABBEWRT.CPY.
       COPY GABARTIK.CPY.
       COPY GABLGJRN.CPY.
       COPY GABLGORT.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  SO-MENGE                PIC S9(7)V99   COMP-3.
           03  SO-EKP                  PIC S9(7)V99   COMP-3.
           03  SO-WERT                 PIC S9(9)V99   COMP-3.
           03  SO-REDWERT              PIC S9(9)V99   COMP-3.
      *-------------------------------> Ladenhueterliste <-
       01  SL-SATZ.
           03  SL-WERT                 PIC S9(9)V99   COMP-3.
           03  SL-ARNUM                PIC 9(6)       COMP.
           03  SL-GRP                  PIC 99         COMP.
           03  SL-BEZ                  PIC X(30).
           03  SL-MENGE                PIC S9(7)V99   COMP-3.
           03  SL-EKP                  PIC S9(7)V99   COMP-3.
           03  SL-LETZTAB              PIC 9(8)       COMP.
           03  SL-LETZTZU              PIC 9(8)       COMP.
           03  SL-MON                  PIC 9(4)       COMP.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WS-GMENGE               PIC S9(9)V99  COMP-3.
           03  WS-GWERT                PIC S9(11)V99 COMP-3.
           03  WS-TWERT                PIC S9(11)V99 COMP-3.
           03  WS-GRED                 PIC S9(11)V99 COMP-3.
           03  WS-TRED                 PIC S9(11)V99 COMP-3.
           03  WS-BWERT                PIC S9(11)V99 COMP-3 OCCURS 4.
           03  WM-LGOOP                PIC 9         COMP  VALUE ZERO.
           03  WM-KONOP                PIC 9         COMP  VALUE ZERO.
           03  WH-NEU                  PIC 9         COMP.
      *--------------> Altersstruktur eines Artikels (ALTERSTR) <-
           03  WA-LAGER                PIC 99        COMP.
           03  WA-LGNR                 PIC 99        COMP.
           03  WA-LGANZ                PIC 99        COMP.
           03  WA-JLAG                 PIC 99        COMP.
           03  WA-STAND                PIC S9(7)V99  COMP-3.
           03  WA-REST                 PIC S9(7)V99  COMP-3.
           03  WA-TEIL                 PIC S9(7)V99  COMP-3.
           03  WA-MENGE                PIC S9(7)V99  COMP-3 OCCURS 4.
           03  WA-ABWERT               PIC S9(9)V99  COMP-3.
           03  WA-LETZTAB              PIC 9(8)      COMP.
           03  WA-LETZTZU              PIC 9(8)      COMP.
           03  WA-DATUM                PIC 9(8)      COMP.
           03  WA-JM1                  PIC 9(6)      COMP.
           03  WA-JM2                  PIC 9(6)      COMP.
           03  WA-J1                   PIC 9(4)      COMP.
           03  WA-J2                   PIC 9(4)      COMP.
           03  WA-M1                   PIC 99        COMP.
           03  WA-M2                   PIC 99        COMP.
           03  WA-T1                   PIC 99        COMP.
           03  WA-T2                   PIC 99        COMP.
           03  WA-MON                  PIC S9(5)     COMP.
           03  WA-BAND                 PIC 9         COMP.
           03  WA-B                    PIC 9         COMP.
           03  WA-SP                   PIC 999       COMP.
           03  WA-TOT                  PIC 9         COMP.
      *--------------> Baender und Abwertung (KONSTANT 187) <-
           03  WA-GRENZE               PIC 999       COMP  OCCURS 3.
           03  WA-PROZ                 PIC 999       COMP  OCCURS 4.
           03  WA-TOTMON               PIC 999       COMP.
           03  WD-MON                  PIC ZZ9.
           03  WD-LAG                  PIC Z9.
           03  WD-BWERT                PIC Z(7)9,99.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-STAND                PIC ZZZ.ZZ9,99-.
           03  WD-EKP                  PIC ZZZ.ZZ9,99-.
       A.  CALL "CADECL" USING "GABISBWT.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON LAGERJRN.
       A.  CALL "CADECL" USING "GABISLGJ.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON LAGORT.
       A.  CALL "CADECL" USING "GABISLGO.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WB-EKVERBOT
               DISPLAY "keine Berechtigung fuer Einkaufspreise und Marge
      -            "n!" with highlight AT 2401
               PERFORM WEITER GO X.
           IF WL-CA = 10 PERFORM BWRT-MENU GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       BWRT-MENU SECTION.
       A.  MOVE 0 TO WM-KONOP.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-KONOP.
           IF WF-STATUS = "41" MOVE 2 TO WM-KONOP.
           PERFORM PAR-LESEN.
           CALL "CAUP" USING "0704201445000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Lagerbewertung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "2 - Bewertungsliste je Warengruppe" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - vorhandene Stichtage" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Altersstruktur je Lager" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Ladenhueterliste" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Altersbaender und Abwertung" AT VDU-LP.
           ADD 1221 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1012392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
               WHEN 1 PERFORM BEW-LAUF
               WHEN 2 PERFORM BEW-LISTE
               WHEN 3 PERFORM STICHTAGE
               WHEN 4 PERFORM ALT-LISTE
               WHEN 5 PERFORM TOT-LISTE
               WHEN 6 PERFORM PAR-PFLEGE
               WHEN OTHER GO C.
           GO C.
       X.  IF WM-KONOP = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************** Bewertungslauf: Bestand und Wert einfrieren *
       BEW-LAUF SECTION.
           IF NOT RET GO C.
           COMPUTE WH-HEUTE = WH-DATUM + 20000000.
           OPEN I-O BEWERT.
           IF WF-STATUS = "35"
               OPEN OUTPUT BEWERT
               CLOSE BEWERT
               OPEN I-O BEWERT.
           MOVE 1 TO WM-BWTOP.
      *--------------> vorigen Stichtag fuer Variante 2 suchen <-
           IF WV-VAR = 2 PERFORM VORSTICHTAG.
           MOVE 0 TO WM-OPART WM-JRNOP.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           OPEN INPUT LAGERJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-JRNOP.
           MOVE 0 TO WZ-KOUNT.
           MOVE LOW-VALUE TO AR-KEY.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
           MOVE WH-EKP TO BW-EKP.
           COMPUTE BW-WERT ROUNDED = AR-STAND * WH-EKP.
           MOVE WV-VAR TO BW-VAR.
      *--------------> reduzierter Wert lt. Altersstruktur <-
           MOVE 0 TO WA-LGNR.
           MOVE AR-STAND TO WA-STAND.
           PERFORM ALTERSTR.
           PERFORM ABWERTUNG.
           COMPUTE BW-REDWERT = BW-WERT - WA-ABWERT.
           WRITE BW-SATZ INVALID REWRITE BW-SATZ.
           ADD 1 TO WZ-KOUNT.
           GO E.
       X.  CLOSE BEWERT.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-JRNOP = 1 CLOSE LAGERJRN.
           MOVE 0 TO WM-JRNOP.
           MOVE 0 TO WM-BWTOP.
           DISPLAY WZ-KOUNT with highlight AT 2210
               " Artikel bewertet." with highlight.
           MOVE BW-EKP TO WH-VOREKP.
           IF WH-VORMNG NOT > 0 GO Z.
      *------------------> Zugaenge seit dem vorigen Stichtag <-
           MOVE 0 TO WH-ZUMNG.
           IF WM-JRNOP = 0 GO G.
           MOVE AR-NUM TO LJ-ARNUM.
           MOVE WH-VORDAT TO LJ-DATUM.
           MOVE 0 TO LJ-ZEIT LJ-LFD.
           START LAGERJRN KEY NOT < LJ-KEY INVALID GO G.
       C.  READ LAGERJRN NEXT IGNORE LOCK AT END GO G.
           IF LJ-ARNUM NOT = AR-NUM GO G.
           IF LJ-ZUGANG OR LJ-QSFREI OR LJ-FERTZU
               ADD LJ-ANZ TO WH-ZUMNG.
           GO C.
       G.  IF WH-VORMNG + WH-ZUMNG NOT > 0 GO Z.
           COMPUTE WH-EKP ROUNDED =
               (WH-VORMNG * WH-VOREKP + WH-ZUMNG * AR-EKP)
           READ BEWERT NEXT IGNORE LOCK AT END GO V.
           IF BW-DATUM NOT = WV-STICH GO V.
           MOVE "BEWERT.LST" TO WH-DRUNAM.
           MOVE 0 TO WS-TWERT WS-TRED.
           SORT SORTDAT ON ASCENDING KEY SO-GRP SO-ARNUM
               INPUT PROCEDURE BEW-EIN
               OUTPUT PROCEDURE BEW-AUS.
           MOVE BW-MENGE TO SO-MENGE.
           MOVE BW-EKP TO SO-EKP.
           MOVE BW-WERT TO SO-WERT.
           MOVE BW-REDWERT TO SO-REDWERT.
           IF BW-REDWERT NOT NUMERIC MOVE BW-WERT TO SO-REDWERT.
           RELEASE SO-SATZ.
           GO C.
       Y.  IF WM-OPART = 1 CLOSE ARTIKEL.
       Z.  EXIT.
      ******************************************************************
       BEW-AUS SECTION.
       A.  MOVE 0 TO WZ-ZEILEN WS-GMENGE WS-GWERT WS-GRED.
           MOVE 99 TO WH-GRPM.
           MOVE 0 TO WH-ERST.
       C.  RETURN SORTDAT AT END GO V.
           MOVE "Stichtag:" TO DRA-SATZ(55:10).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:103).
           PERFORM DRUCK.
           MOVE " Grp  Artikel  Bezeichnung                        Men
      -        "ge          EKP           Wert" TO DRA-SATZ.
           MOVE "nach Abwertung" TO DRA-SATZ(90:14).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:103).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE SO-GRP TO WD-GRP.
           MOVE WD-EKP TO DRA-SATZ(61:11).
           MOVE SO-WERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(75:14).
           MOVE SO-REDWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(90:14).
           PERFORM DRUCK.
           ADD SO-MENGE TO WS-GMENGE.
           ADD SO-WERT TO WS-GWERT.
           ADD SO-WERT TO WS-TWERT.
           ADD SO-REDWERT TO WS-GRED WS-TRED.
           GO C.
       V.  IF WH-ERST = 1 PERFORM GRP-SUMME.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Lagerwert gesamt:" TO DRA-SATZ(40:).
           MOVE WS-TWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(75:14).
           MOVE WS-TRED TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(90:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
           MOVE WD-GRP TO DRA-SATZ(28:2).
           MOVE WS-GWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(75:14).
           MOVE WS-GRED TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(90:14).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE 0 TO WS-GMENGE WS-GWERT WS-GRED.
       Z.  EXIT.
      ***************** Uebersicht der vorhandenen Stichtage *
       STICHTAGE SECTION.
           IF WV-VAR = 2 DISPLAY "Durchschnitt" AT VDU-LP
               ELSE DISPLAY "letzter EKP " AT VDU-LP.
       Z.  EXIT.
      ********* Baender und Abwertung aus KONSTANT 187 (Vorgaben) *
       PAR-LESEN SECTION.
       A.  MOVE 6 TO WA-GRENZE(1).
           MOVE 12 TO WA-GRENZE(2).
           MOVE 24 TO WA-GRENZE(3).
           MOVE 0 TO WA-PROZ(1).
           MOVE 10 TO WA-PROZ(2).
           MOVE 30 TO WA-PROZ(3).
           MOVE 60 TO WA-PROZ(4).
           MOVE 12 TO WA-TOTMON.
           MOVE 187 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           IF KAW-GRENZE(3) = 0 GO C.
           MOVE KAW-GRENZE(1) TO WA-GRENZE(1).
           MOVE KAW-GRENZE(2) TO WA-GRENZE(2).
           MOVE KAW-GRENZE(3) TO WA-GRENZE(3).
       C.  MOVE KAW-PROZ(1) TO WA-PROZ(1).
           MOVE KAW-PROZ(2) TO WA-PROZ(2).
           MOVE KAW-PROZ(3) TO WA-PROZ(3).
           MOVE KAW-PROZ(4) TO WA-PROZ(4).
           IF KAW-TOTMON NOT = 0 MOVE KAW-TOTMON TO WA-TOTMON.
       Z.  EXIT.
      ******************************************************************
      *    Altersstruktur eines Artikels (AR-SATZ) ueber WA-STAND:
      *    Lagerjournal rueckwaerts, die juengsten Zugaenge decken
      *    den Bestand (FIFO), je Zugang nach Alter in WA-MENGE(1-4);
      *    was kein Zugang im Journal deckt, zaehlt zum aeltesten
      *    Band.  WA-LGNR 0 = alle Lager, sonst nur dieses Lager
      *    (Umlagerung gilt dort als Zu- bzw. Abgang).  Nebenbei
      *    letzter Abgang WA-LETZTAB und letzter Zugang WA-LETZTZU.
      *    LAGERJRN oeffnet der Aufrufer (WM-JRNOP).
      ******************************************************************
       ALTERSTR SECTION.
       A.  MOVE 0 TO WA-MENGE(1) WA-MENGE(2) WA-MENGE(3) WA-MENGE(4).
           MOVE 0 TO WA-LETZTAB WA-LETZTZU.
           MOVE WA-STAND TO WA-REST.
           IF WM-JRNOP = 0 GO X.
           MOVE AR-NUM TO LJ-ARNUM.
           MOVE 99999999 TO LJ-DATUM.
           MOVE 999999 TO LJ-ZEIT.
           MOVE 9999 TO LJ-LFD.
           START LAGERJRN KEY < LJ-KEY INVALID GO X.
       C.  READ LAGERJRN PREVIOUS IGNORE LOCK AT END GO X.
           IF LJ-ARNUM NOT = AR-NUM GO X.
           IF WA-LGNR = 0 GO D.
           MOVE LJ-LAGER TO WA-JLAG.
           IF WA-JLAG = 0 MOVE 1 TO WA-JLAG.
           IF LJ-UMLAG AND LJ-NLAGER = WA-LGNR GO E.
           IF LJ-UMLAG AND WA-JLAG = WA-LGNR GO F.
           IF LJ-UMLAG GO C.
           IF WA-JLAG NOT = WA-LGNR GO C.
       D.  IF LJ-VERKAUF OR LJ-RETLIEF OR LJ-KONSIG OR LJ-FERTAB GO F.
           IF LJ-ZUGANG OR LJ-QSFREI OR LJ-FERTZU GO E.
           GO C.
      *---------------------------> Zugang: Bestand zuordnen <-
       E.  IF WA-LETZTZU = 0 MOVE LJ-DATUM TO WA-LETZTZU.
           IF WA-REST NOT > 0 GO G.
           MOVE LJ-ANZ TO WA-TEIL.
           IF WA-TEIL < 0 COMPUTE WA-TEIL = WA-TEIL * -1.
           IF WA-TEIL > WA-REST MOVE WA-REST TO WA-TEIL.
           MOVE LJ-DATUM TO WA-DATUM.
           PERFORM MON-BAND.
           ADD WA-TEIL TO WA-MENGE(WA-BAND).
           SUBTRACT WA-TEIL FROM WA-REST.
           GO G.
       F.  IF WA-LETZTAB = 0 MOVE LJ-DATUM TO WA-LETZTAB.
       G.  IF WA-REST > 0 OR WA-LETZTAB = 0 GO C.
       X.  IF WA-REST > 0 ADD WA-REST TO WA-MENGE(4).
       Z.  EXIT.
      ******* volle Monate von WA-DATUM bis WH-HEUTE, Band dazu *
       MON-BAND SECTION.
       A.  DIVIDE WH-HEUTE BY 100 GIVING WA-JM1 REMAINDER WA-T1.
           DIVIDE WA-JM1 BY 100 GIVING WA-J1 REMAINDER WA-M1.
           DIVIDE WA-DATUM BY 100 GIVING WA-JM2 REMAINDER WA-T2.
           DIVIDE WA-JM2 BY 100 GIVING WA-J2 REMAINDER WA-M2.
           COMPUTE WA-MON = (WA-J1 - WA-J2) * 12 + WA-M1 - WA-M2.
           IF WA-T2 > WA-T1 SUBTRACT 1 FROM WA-MON.
           IF WA-MON < 0 MOVE 0 TO WA-MON.
           MOVE 4 TO WA-BAND.
           IF WA-MON < WA-GRENZE(3) MOVE 3 TO WA-BAND.
           IF WA-MON < WA-GRENZE(2) MOVE 2 TO WA-BAND.
           IF WA-MON < WA-GRENZE(1) MOVE 1 TO WA-BAND.
       Z.  EXIT.
      ******* Abwertungsbetrag WA-ABWERT zum Preis WH-EKP *
       ABWERTUNG SECTION.
       A.  COMPUTE WA-ABWERT ROUNDED = WH-EKP *
               (WA-MENGE(1) * WA-PROZ(1) + WA-MENGE(2) * WA-PROZ(2)
              + WA-MENGE(3) * WA-PROZ(3) + WA-MENGE(4) * WA-PROZ(4))
               / 100.
       Z.  EXIT.
      ************** Altersstruktur je Artikel und Lager drucken *
       ALT-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Altersstruktur je Lager " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lager (0 = alle):" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Lager 1 - 9" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1003226001" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WH-NUM TO WA-LAGER.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           DISPLAY "Auswertung..." with highlight AT 2401.
           COMPUTE WH-HEUTE = WH-DATUM + 20000000.
           MOVE 0 TO WM-OPART WM-JRNOP WM-LGOOP.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LAGERJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-JRNOP.
           OPEN INPUT LAGORT.
           IF WF-STATUS = "00" MOVE 1 TO WM-LGOOP.
           MOVE "ALTER.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-KOUNT WS-TWERT WS-TRED.
           MOVE 0 TO WS-BWERT(1) WS-BWERT(2) WS-BWERT(3) WS-BWERT(4).
           MOVE LOW-VALUE TO AR-KEY.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO W.
       E.  READ ARTIKEL NEXT IGNORE LOCK AT END GO W.
           IF AR-RAGRP = 97 GO E.
           PERFORM LGO-ZEILEN.
           GO E.
       W.  IF WZ-KOUNT > 0 PERFORM ALT-SUMME.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-JRNOP = 1 CLOSE LAGERJRN.
           IF WM-LGOOP = 1 CLOSE LAGORT.
           MOVE 0 TO WM-JRNOP WM-LGOOP.
           IF WZ-KOUNT = 0
               DISPLAY "kein Bestand vorhanden," AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
           DISPLAY "Liste gedruckt." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* Lagerortbestaende des Artikels; ohne Lagerortsaetze *
      *    steht der ganze Bestand im Hauptlager 1
       LGO-ZEILEN SECTION.
       A.  MOVE 0 TO WA-LGANZ.
           IF WM-LGOOP = 0 GO X.
           MOVE AR-NUM TO LO-ARNUM.
           MOVE 0 TO LO-LAGER.
           START LAGORT KEY NOT < LO-KEY INVALID GO X.
       C.  READ LAGORT NEXT IGNORE LOCK AT END GO X.
           IF LO-ARNUM NOT = AR-NUM GO X.
           ADD 1 TO WA-LGANZ.
           MOVE LO-LAGER TO WA-LGNR.
           IF WA-LGNR = 0 MOVE 1 TO WA-LGNR.
           IF WA-LAGER NOT = 0 AND WA-LGNR NOT = WA-LAGER GO C.
           IF LO-STAND NOT > 0 GO C.
           MOVE LO-STAND TO WA-STAND.
           PERFORM ALT-ZEILE.
           GO C.
       X.  IF WA-LGANZ > 0 GO Z.
           IF WA-LAGER > 1 GO Z.
           IF AR-STAND NOT > 0 GO Z.
           MOVE 1 TO WA-LGNR.
           MOVE AR-STAND TO WA-STAND.
           PERFORM ALT-ZEILE.
       Z.  EXIT.
      ******************************************************************
       ALT-ZEILE SECTION.
       A.  PERFORM ALTERSTR.
           MOVE AR-EKP TO WH-EKP.
           PERFORM ABWERTUNG.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM ALT-KOPF.
           MOVE WA-LGNR TO WD-LAG.
           MOVE WD-LAG TO DRA-SATZ(2:2).
           MOVE AR-NUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(5:7).
           MOVE AR-BEZA TO DRA-SATZ(13:25).
           MOVE 0 TO WA-B.
       C.  ADD 1 TO WA-B.
           IF WA-B > 4 GO E.
           IF WA-MENGE(WA-B) = 0 GO C.
           MOVE WA-MENGE(WA-B) TO WD-STAND.
           COMPUTE WA-SP = 39 + (WA-B - 1) * 11.
           MOVE WD-STAND TO DRA-SATZ(WA-SP:11).
           COMPUTE WS-BWERT(WA-B) ROUNDED = WS-BWERT(WA-B)
               + WA-MENGE(WA-B) * AR-EKP.
           GO C.
       E.  COMPUTE WS-GWERT ROUNDED = WA-STAND * AR-EKP.
           MOVE WS-GWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(84:14).
           SUBTRACT WA-ABWERT FROM WS-GWERT GIVING WS-GRED.
           MOVE WS-GRED TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(99:14).
           PERFORM DRUCK.
           ADD WS-GWERT TO WS-TWERT.
           ADD WS-GRED TO WS-TRED.
           ADD 1 TO WZ-KOUNT.
       Z.  EXIT.
      ******************************************************************
       ALT-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "A l t e r s s t r u k t u r   d e s   L a g e r s"
               TO DRA-SATZ(2:).
           MOVE "Lager:" TO DRA-SATZ(60:6).
           IF WA-LAGER = 0 MOVE "alle" TO DRA-SATZ(67:4)
           ELSE MOVE WA-LAGER TO WD-LAG
               MOVE WD-LAG TO DRA-SATZ(67:2).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(80:5).
           MOVE VDU-DATUM TO DRA-SATZ(85:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:111).
           PERFORM DRUCK.
           MOVE "Lg Artikel Bezeichnung" TO DRA-SATZ(2:).
           MOVE "Wert" TO DRA-SATZ(94:4).
           MOVE "nach Abwertung" TO DRA-SATZ(99:14).
           MOVE 0 TO WA-B.
       C.  ADD 1 TO WA-B.
           IF WA-B > 4 GO E.
           COMPUTE WA-SP = 40 + (WA-B - 1) * 11.
           IF WA-B < 4
               MOVE "bis" TO DRA-SATZ(WA-SP:3)
               MOVE WA-GRENZE(WA-B) TO WD-MON
           ELSE MOVE "ab " TO DRA-SATZ(WA-SP:3)
               MOVE WA-GRENZE(3) TO WD-MON.
           ADD 3 TO WA-SP.
           MOVE WD-MON TO DRA-SATZ(WA-SP:3).
           ADD 4 TO WA-SP.
           MOVE "Mon" TO DRA-SATZ(WA-SP:3).
           GO C.
       E.  PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:111).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       Z.  EXIT.
      ******* Summen: Wert je Band, Abwertungssatz, Gesamtwert *
       ALT-SUMME SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(39:74).
           PERFORM DRUCK.
           MOVE "Wert je Altersband:" TO DRA-SATZ(13:).
           MOVE 0 TO WA-B.
       C.  ADD 1 TO WA-B.
           IF WA-B > 4 GO E.
           MOVE WS-BWERT(WA-B) TO WD-BWERT.
           COMPUTE WA-SP = 39 + (WA-B - 1) * 11.
           MOVE WD-BWERT TO DRA-SATZ(WA-SP:11).
           GO C.
       E.  MOVE WS-TWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(84:14).
           MOVE WS-TRED TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(99:14).
           PERFORM DRUCK.
           MOVE "Abwertung in Prozent:" TO DRA-SATZ(13:).
           MOVE 0 TO WA-B.
       G.  ADD 1 TO WA-B.
           IF WA-B > 4 GO I.
           MOVE WA-PROZ(WA-B) TO WD-MON.
           COMPUTE WA-SP = 45 + (WA-B - 1) * 11.
           MOVE WD-MON TO DRA-SATZ(WA-SP:3).
           ADD 4 TO WA-SP.
           MOVE "%" TO DRA-SATZ(WA-SP:1).
           GO G.
       I.  PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Ladenhueterliste: Bestand ohne Abgang seit WA-TOTMON
      *    Monaten (nie verkauft: letzter Zugang so alt oder nicht
      *    mehr im Journal), nach gebundenem Wert absteigend
      ******************************************************************
       TOT-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Ladenhueterliste " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Monate ohne Abgang:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Monate" AT 2301.
           MOVE WA-TOTMON TO WH-NUM.
           CALL "CAUP" USING "1003236003" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WA-TOTMON.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           DISPLAY "Auswertung..." with highlight AT 2401.
           COMPUTE WH-HEUTE = WH-DATUM + 20000000.
           MOVE "LADENH.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-KOUNT WS-TWERT.
           SORT SORTDAT ON DESCENDING KEY SL-WERT
               INPUT PROCEDURE TOT-EIN
               OUTPUT PROCEDURE TOT-AUS.
           IF WZ-KOUNT = 0
               DISPLAY "keine Ladenhueter gefunden," AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2401
               " Ladenhueter gedruckt." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       TOT-EIN SECTION.
       A.  MOVE 0 TO WM-OPART WM-JRNOP.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LAGERJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-JRNOP.
           MOVE LOW-VALUE TO AR-KEY.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
       C.  READ ARTIKEL NEXT IGNORE LOCK AT END GO X.
           IF AR-RAGRP = 97 GO C.
           IF AR-STAND NOT > 0 GO C.
           MOVE 0 TO WA-LGNR.
           MOVE AR-STAND TO WA-STAND.
           PERFORM ALTERSTR.
           MOVE 0 TO WA-MON.
           MOVE WA-LETZTAB TO WA-DATUM.
           IF WA-DATUM = 0 MOVE WA-LETZTZU TO WA-DATUM.
           IF WA-DATUM = 0 MOVE 9999 TO WA-MON
           ELSE PERFORM MON-BAND.
           IF WA-MON < WA-TOTMON GO C.
           MOVE AR-NUM TO SL-ARNUM.
           MOVE AR-GRP TO SL-GRP.
           MOVE AR-BEZA TO SL-BEZ.
           MOVE AR-STAND TO SL-MENGE.
           MOVE AR-EKP TO SL-EKP.
           COMPUTE SL-WERT ROUNDED = AR-STAND * AR-EKP.
           MOVE WA-LETZTAB TO SL-LETZTAB.
           MOVE WA-LETZTZU TO SL-LETZTZU.
           MOVE WA-MON TO SL-MON.
           RELEASE SL-SATZ.
           GO C.
       X.  IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-JRNOP = 1 CLOSE LAGERJRN.
           MOVE 0 TO WM-JRNOP.
       Z.  EXIT.
      ******************************************************************
       TOT-AUS SECTION.
       A.  MOVE 0 TO WZ-ZEILEN.
       C.  RETURN SORTDAT AT END GO V.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "L a d e n h u e t e r" TO DRA-SATZ(2:).
           MOVE "ohne Abgang seit" TO DRA-SATZ(30:16).
           MOVE WA-TOTMON TO WD-MON.
           MOVE WD-MON TO DRA-SATZ(47:3).
           MOVE "Monaten" TO DRA-SATZ(51:7).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(80:5).
           MOVE VDU-DATUM TO DRA-SATZ(85:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:114).
           PERFORM DRUCK.
           MOVE "Artikel Grp Bezeichnung" TO DRA-SATZ(2:).
           MOVE "Bestand" TO DRA-SATZ(52:7).
           MOVE "EKP" TO DRA-SATZ(67:3).
           MOVE "Wert" TO DRA-SATZ(80:4).
           MOVE "l. Abgang l. Zugang Mon" TO DRA-SATZ(87:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:114).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE SL-ARNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(2:7).
           MOVE SL-GRP TO WD-GRP.
           MOVE WD-GRP TO DRA-SATZ(11:2).
           MOVE SL-BEZ TO DRA-SATZ(14:30).
           MOVE SL-MENGE TO WD-STAND.
           MOVE WD-STAND TO DRA-SATZ(48:11).
           MOVE SL-EKP TO WD-EKP.
           MOVE WD-EKP TO DRA-SATZ(59:11).
           MOVE SL-WERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(70:14).
           IF SL-LETZTAB = 0 MOVE "nie" TO DRA-SATZ(88:3)
           ELSE MOVE SL-LETZTAB TO WX-DATUM
               COMPUTE WC-DATUM = WX-DATUM - 20000000
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(87:8).
           IF SL-LETZTZU = 0 MOVE "-" TO DRA-SATZ(98:1)
           ELSE MOVE SL-LETZTZU TO WX-DATUM
               COMPUTE WC-DATUM = WX-DATUM - 20000000
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(97:8).
           IF SL-MON < 999 MOVE SL-MON TO WD-MON
               MOVE WD-MON TO DRA-SATZ(107:3)
           ELSE MOVE "alt" TO DRA-SATZ(107:3).
           PERFORM DRUCK.
           ADD SL-WERT TO WS-TWERT.
           ADD 1 TO WZ-KOUNT.
           GO C.
       V.  IF WZ-KOUNT = 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE "gebundener Wert gesamt:" TO DRA-SATZ(40:).
           MOVE WS-TWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(70:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ******** Altersbaender und Abwertung pflegen (KONSTANT 187) *
       PAR-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Altersbaender und Abwertung " with highlight
               AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Band   bis Monat   Abwertung %" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "1" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "2" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "3" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "4      darueber" AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ladenhueter ab Monaten ohne Abgang:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Obergrenze in Monaten"
               AT 2301.
           MOVE WA-GRENZE(1) TO WH-NUM.
           CALL "CAUP" USING "1003106003" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WA-GRENZE(1).
       D.  MOVE WA-PROZ(1) TO WH-NUM.
           DISPLAY "<esc>= zurueck, <ret>= Abwertung in Prozent"
               AT 2301.
           CALL "CAUP" USING "1003226003" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           IF WH-NUM > 100 GO D.
           MOVE WH-NUM TO WA-PROZ(1).
       E.  DISPLAY "<esc>= zurueck, <ret>= Obergrenze in Monaten"
               AT 2301.
           MOVE WA-GRENZE(2) TO WH-NUM.
           CALL "CAUP" USING "1004106003" WH-CREG.
           IF ESC GO D.
           IF NOT RET GO E.
           IF WH-NUM NOT > WA-GRENZE(1) GO E.
           MOVE WH-NUM TO WA-GRENZE(2).
       F.  MOVE WA-PROZ(2) TO WH-NUM.
           DISPLAY "<esc>= zurueck, <ret>= Abwertung in Prozent"
               AT 2301.
           CALL "CAUP" USING "1004226003" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           IF WH-NUM > 100 GO F.
           MOVE WH-NUM TO WA-PROZ(2).
       G.  DISPLAY "<esc>= zurueck, <ret>= Obergrenze in Monaten"
               AT 2301.
           MOVE WA-GRENZE(3) TO WH-NUM.
           CALL "CAUP" USING "1005106003" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO G.
           IF WH-NUM NOT > WA-GRENZE(2) GO G.
           MOVE WH-NUM TO WA-GRENZE(3).
       H.  MOVE WA-PROZ(3) TO WH-NUM.
           DISPLAY "<esc>= zurueck, <ret>= Abwertung in Prozent"
               AT 2301.
           CALL "CAUP" USING "1005226003" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-NUM > 100 GO H.
           MOVE WH-NUM TO WA-PROZ(3).
       I.  MOVE WA-PROZ(4) TO WH-NUM.
           CALL "CAUP" USING "1006226003" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO I.
           IF WH-NUM > 100 GO I.
           MOVE WH-NUM TO WA-PROZ(4).
       K.  DISPLAY "<esc>= zurueck, <ret>= Monate ohne Abgang"
               AT 2301.
           MOVE WA-TOTMON TO WH-NUM.
           CALL "CAUP" USING "1007396003" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-NUM = 0 GO K.
           MOVE WH-NUM TO WA-TOTMON.
           MOVE 187 TO WH-KEY.
           MOVE 0 TO WH-NEU.
           READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 INITIALIZE KO-AWSATZ
               MOVE 187 TO KO-NUM.
           MOVE WA-GRENZE(1) TO KAW-GRENZE(1).
           MOVE WA-GRENZE(2) TO KAW-GRENZE(2).
           MOVE WA-GRENZE(3) TO KAW-GRENZE(3).
           MOVE WA-PROZ(1) TO KAW-PROZ(1).
           MOVE WA-PROZ(2) TO KAW-PROZ(2).
           MOVE WA-PROZ(3) TO KAW-PROZ(3).
           MOVE WA-PROZ(4) TO KAW-PROZ(4).
           MOVE WA-TOTMON TO KAW-TOTMON.
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
