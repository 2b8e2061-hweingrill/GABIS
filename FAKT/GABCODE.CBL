      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABCODE.
      ******************************************************************
      *   Benutzer-Codewoerter (KONSTANT 131 - 150): gespeichert wird  *
      *   nur ein Pruefwert ueber das Salz des Benutzers und das       *
      *   Codewort (bis 20 Zeichen, 500 Runden des Pruefwerts wie in   *
      *   GABKETT), nie das Codewort selbst.  Alte Klartext-Code-      *
      *   woerter (KU-CODE) werden bei der Anmeldung bzw. beim Aufruf  *
      *   der Benutzerverwaltung umgestellt und muessen dann geaendert *
      *   werden.  Richtlinie in KONSTANT 194: Gueltigkeit in Tagen,   *
      *   Mindestlaenge, Fehlversuche bis zur Sperre und Anzahl der    *
      *   gesperrten Vorgaenger.  Sperren, Entsperren, Zuruecksetzen,  *
      *   Umstellen und Richtlinienaenderungen stehen im Aenderungs-   *
      *   journal (Datei BENUTZER), die Sperre auch im Sitzungs-       *
      *   journal (GABSES Art 4).                                      *
      *                                                                *
      *   10 = Benutzerverwaltung (nur mit Master-Codewort): Ueber-    *
      *        sicht, entsperren, Anfangscodewort vergeben, Richtlinie;*
      *   20 = Anmeldung pruefen (GABVORL): Benutzer in WCW-BEN,       *
      *        Codewort in WCW-CODE, Ergebnis WCW-ERG/WCW-NAME         *
      *        (GABCWSC.CPY); ist das Codewort faellig, wird die       *
      *        Aenderung gleich verlangt;                              *
      *   30 = eigenes Codewort aendern (angemeldeter Benutzer).       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEKON.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABKONST.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WH-NR                   PIC 99        COMP.
           03  WH-BX2                  PIC 99        COMP.
           03  WH-OK                   PIC 9         COMP.
           03  WH-SELBST               PIC 9         COMP.
           03  WH-FAELLIG              PIC 9         COMP.
           03  WH-SICHNUM              PIC 9(13).
           03  WH-SICHPG               PIC 99        COMP.
           03  WH-SICHNAME             PIC X(20).
           03  WH-SICHBEN              PIC 99        COMP.
           03  WZ-UMST                 PIC 99        COMP.
      *--------> Richtlinie (KONSTANT 194, 0 = Vorgabe) <--
           03  WH-TAGE                 PIC 999       COMP.
           03  WH-MINLEN               PIC 99        COMP.
           03  WH-MAXFEHL              PIC 99        COMP.
           03  WH-HIST                 PIC 9         COMP.
           03  WN-TAGE                 PIC 999       COMP.
           03  WN-MINLEN               PIC 99        COMP.
           03  WN-FEHL                 PIC 99        COMP.
           03  WN-HIST                 PIC 9         COMP.
      *--------> Codeworteingabe <--
           03  WH-CODE1                PIC X(20).
           03  WH-CODE2                PIC X(20).
           03  WH-LEN                  PIC 99        COMP.
           03  WH-STTX                 PIC X(12).
      *--------> Pruefwert: Vorgaenger + Salz + Codewort -> WK-HASH <--
           03  WK-PUFFER.
               05  WK-VOR              PIC X(16).
               05  WK-SALZ             PIC X(8).
               05  WK-CODE             PIC X(20).
           03  WK-HASH                 PIC X(16).
           03  WH-RUNDE                PIC 9(4)      COMP.
           03  WS-H1                   PIC 9(10)     COMP.
           03  WS-H2                   PIC 9(10)     COMP.
           03  WS-HW                   PIC 9(15)     COMP.
           03  WS-HQ                   PIC 9(15)     COMP.
           03  WS-HH                   PIC 9(10)     COMP.
           03  WH-HO                   PIC 99        COMP.
           03  WH-HX                   PIC 99        COMP.
           03  WH-REST                 PIC 99        COMP.
           03  WH-HEXTAB               PIC X(16)
                                       VALUE "0123456789ABCDEF".
           03  WH-BX                   PIC 9(4)      COMP.
           03  WH-BYTEW                PIC 9(4)      COMP.
           03  WR-BYTEW REDEFINES WH-BYTEW.
               05  FILLER              PIC X.
               05  WH-BYTE             PIC X.
           03  WN-ZEIT.
               05 WN-ZEIT6             PIC 9(6).
               05 FILLER               PIC 99.
      *--------> Datumsrechnung <--
           03  WH-D6                   PIC 9(6)      COMP.
           03  WA-INT                  PIC 9(8)      COMP.
           03  WA-INT2                 PIC 9(8)      COMP.
           03  WD-NR                   PIC Z9.
           03  WD-NUM                  PIC ZZ9.
           03  WD-TAGE                 PIC ZZ9.
       COPY GABCWSC.CPY.
       COPY GABAEJSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM CW-MENU GO W.
           IF WL-CA = 20 PERFORM CW-PRUEF GO X.
           IF WL-CA = 30 PERFORM CW-SELBST GO W.
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
      ******************************************************************
       KON-OEFFNE SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
       Z.  EXIT.
      ******************************************************************
       KON-SCHLIESS SECTION.
       A.  IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPKON.
       Z.  EXIT.
      ***** Richtlinie KONSTANT 194 lesen, 0 = Vorgabe *
       RL-LESEN SECTION.
       A.  MOVE 194 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-CWSATZ.
           MOVE KCW-TAGE TO WH-TAGE.
           MOVE KCW-MINLEN TO WH-MINLEN.
           MOVE KCW-FEHL TO WH-MAXFEHL.
           MOVE KCW-HIST TO WH-HIST.
           IF WH-TAGE = 0 MOVE 90 TO WH-TAGE.
           IF WH-MINLEN = 0 MOVE 8 TO WH-MINLEN.
           IF WH-MAXFEHL = 0 MOVE 3 TO WH-MAXFEHL.
           IF WH-HIST = 0 OR WH-HIST > 3 MOVE 3 TO WH-HIST.
       Z.  EXIT.
      ******************************************************************
      *    Pruefwert ueber WK-PUFFER -> WK-HASH (Verfahren wie GABKETT)
      *    je Byte b:  h1 = (h1 * 257 + b + 1) mod 2147483647
      *                h2 = (h2 * 65599 + b + 1) mod 2147483629
      *    WK-HASH = h1 und h2 je 8 Stellen hex
      ******************************************************************
       HASH SECTION.
       A.  MOVE 1 TO WS-H1.
           MOVE 7 TO WS-H2.
           PERFORM HASH-BYTE VARYING WH-BX FROM 1 BY 1
               UNTIL WH-BX > 44.
           MOVE WS-H1 TO WS-HH.
           MOVE 1 TO WH-HO.
           PERFORM HASH-HEX.
           MOVE WS-H2 TO WS-HH.
           MOVE 9 TO WH-HO.
           PERFORM HASH-HEX.
       Z.  EXIT.
      ******************************************************************
       HASH-BYTE SECTION.
       A.  MOVE 0 TO WH-BYTEW.
           MOVE WK-PUFFER(WH-BX:1) TO WH-BYTE.
           COMPUTE WS-HW = WS-H1 * 257 + WH-BYTEW + 1.
           DIVIDE WS-HW BY 2147483647 GIVING WS-HQ REMAINDER WS-H1.
           COMPUTE WS-HW = WS-H2 * 65599 + WH-BYTEW + 1.
           DIVIDE WS-HW BY 2147483629 GIVING WS-HQ REMAINDER WS-H2.
       Z.  EXIT.
      ************************* WS-HH -> 8 Stellen hex ab WH-HO *
       HASH-HEX SECTION.
       A.  COMPUTE WH-HX = WH-HO + 7.
       B.  DIVIDE WS-HH BY 16 GIVING WS-HH REMAINDER WH-REST.
           ADD 1 TO WH-REST.
           MOVE WH-HEXTAB(WH-REST:1) TO WK-HASH(WH-HX:1).
           IF WH-HX > WH-HO SUBTRACT 1 FROM WH-HX GO B.
       Z.  EXIT.
      ***** Codewort-Pruefwert: WK-SALZ + WK-CODE, 500 Runden *
       CW-HASH SECTION.
       A.  MOVE SPACE TO WK-VOR.
           MOVE 0 TO WH-RUNDE.
       B.  PERFORM HASH.
           MOVE WK-HASH TO WK-VOR.
           ADD 1 TO WH-RUNDE.
           IF WH-RUNDE < 500 GO B.
       Z.  EXIT.
      ***** neues Salz fuer den Benutzer WH-NR nach KU-SALZ *
       SALZ-NEU SECTION.
       A.  ACCEPT WN-ZEIT FROM TIME.
           MOVE SPACE TO WK-PUFFER.
           MOVE WN-ZEIT TO WK-VOR(1:8).
           MOVE WH-DATUM TO WH-D6.
           MOVE WH-D6 TO WK-VOR(9:6).
           MOVE WH-NR TO WD-NR.
           MOVE WD-NR TO WK-SALZ(1:2).
           MOVE WB-STATION TO WK-SALZ(3:6).
           MOVE KU-NAME TO WK-CODE.
           PERFORM HASH.
           MOVE WK-HASH(5:8) TO KU-SALZ.
       Z.  EXIT.
      ***** Laenge des Codeworts in WH-CODE1 nach WH-LEN *
       CW-LAENGE SECTION.
       A.  MOVE 20 TO WH-LEN.
       B.  IF WH-LEN = 0 GO Z.
           IF WH-CODE1(WH-LEN:1) NOT = SPACE GO Z.
           SUBTRACT 1 FROM WH-LEN.
           GO B.
       Z.  EXIT.
      ***** Codewort faellig? KU-CWDAT + Gueltigkeit -> WH-FAELLIG *
       FAELLIG-PRUEF SECTION.
       A.  MOVE 0 TO WH-FAELLIG.
           IF KU-NEU = "J" OR KU-CWDAT = 0 MOVE 1 TO WH-FAELLIG GO Z.
           MOVE KU-CWDAT TO WH-D6.
           PERFORM TAG-INT.
           MOVE WA-INT TO WA-INT2.
           MOVE WH-DATUM TO WH-D6.
           PERFORM TAG-INT.
           IF WA-INT - WA-INT2 NOT < WH-TAGE MOVE 1 TO WH-FAELLIG.
       Z.  EXIT.
      ***** Klartext-Codewort (Altbestand) auf Pruefwert umstellen *
      *    das Codewort gilt danach als Anfangscodewort
       UMSTELLEN SECTION.
       A.  IF KU-SALZ = SPACE PERFORM SALZ-NEU.
           MOVE KU-SALZ TO WK-SALZ.
           MOVE KU-CODE TO WK-CODE.
           PERFORM CW-HASH.
           MOVE WK-HASH TO KU-HASH.
           MOVE SPACE TO KU-CODE.
           MOVE "J" TO KU-NEU.
           MOVE WH-DATUM TO KU-CWDAT.
           MOVE 0 TO KU-FEHL.
       Z.  EXIT.
      ***** Eintrag ins Aenderungsjournal: Feld/alt/neu vom Rufer *
       JOURNAL SECTION.
       A.  MOVE 0 TO WJ-LAUF.
           MOVE "GABCODE" TO WJ-PROG.
           MOVE "BENUTZER" TO WJ-DATEI.
           MOVE SPACE TO WJ-SCHL.
           MOVE WH-NR TO WD-NR.
           MOVE WD-NR TO WJ-SCHL(1:2).
           IF WH-NR = 0 MOVE "Richtlinie" TO WJ-SCHL(4:11)
           ELSE MOVE KU-NAME TO WJ-SCHL(4:11).
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Anmeldung pruefen (Einstieg 20): Benutzer WCW-BEN, Codewort
      *    WCW-CODE.  Fehlversuche werden gezaehlt, bei KCW-FEHL wird
      *    gesperrt; ein faelliges Codewort muss sofort geaendert
      *    werden (WH-SELBST = 1: Aenderung immer, Einstieg 30)
      ******************************************************************
       CW-PRUEF SECTION.
       A.  MOVE 3 TO WCW-ERG.
           MOVE SPACE TO WCW-NAME.
           MOVE WH-NUM TO WH-SICHNUM.
           MOVE WH-PG TO WH-SICHPG.
           PERFORM KON-OEFFNE.
           PERFORM RL-LESEN.
           IF WCW-BEN = 0 OR WCW-BEN > 20 GO X.
           MOVE WCW-BEN TO WH-NR.
           ADD WH-NR 130 GIVING WH-KEY.
       B.  READ KONSTANT INVALID GO X.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF KU-NAME = SPACE UNLOCK KONSTANT GO X.
           MOVE KU-NAME TO WCW-NAME.
           IF KU-GESP = "J" MOVE 2 TO WCW-ERG UNLOCK KONSTANT GO X.
           MOVE 1 TO WCW-ERG.
           IF KU-HASH NOT = SPACE GO D.
      *--------> Altbestand: Klartext pruefen und gleich umstellen <-
           IF KU-CODE = SPACE GO F.
           IF WCW-CODE(1:6) NOT = KU-CODE OR WCW-CODE(7:14) NOT = SPACE
               GO F.
           PERFORM UMSTELLEN.
           MOVE 0 TO KU-FEHL.
           REWRITE KO-USATZ.
           MOVE "CODEWORT" TO WJ-FELD.
           MOVE "Klartext" TO WJ-ALT.
           MOVE "umgestellt" TO WJ-NEU.
           PERFORM JOURNAL.
           ADD WH-NR 130 GIVING WH-KEY.
       C.  READ KONSTANT INVALID GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           GO E.
       D.  MOVE KU-SALZ TO WK-SALZ.
           MOVE WCW-CODE TO WK-CODE.
           PERFORM CW-HASH.
           IF WK-HASH NOT = KU-HASH GO F.
      *--------> richtig: Fehlerzaehler zuruecksetzen <-
       E.  MOVE 0 TO WCW-ERG KU-FEHL.
           PERFORM FAELLIG-PRUEF.
           IF WH-SELBST = 1 MOVE 1 TO WH-FAELLIG.
           REWRITE KO-USATZ.
           IF WH-FAELLIG = 0 GO X.
           IF WH-SELBST = 0
               DISPLAY "Codewort abgelaufen - bitte neues Codewort verg
      -            "eben!" with highlight AT 2401.
           PERFORM CW-NEU.
           IF WH-OK = 0 MOVE 4 TO WCW-ERG.
           GO X.
      *--------> falsch: zaehlen, bei Erreichen der Grenze sperren <-
       F.  ADD 1 TO KU-FEHL.
           IF KU-FEHL < WH-MAXFEHL REWRITE KO-USATZ GO X.
           MOVE "J" TO KU-GESP.
           MOVE 2 TO WCW-ERG.
           REWRITE KO-USATZ.
           MOVE KU-FEHL TO WD-NUM.
           MOVE "SPERRE" TO WJ-FELD.
           MOVE SPACE TO WJ-ALT WJ-NEU.
           STRING WD-NUM " Fehlversuche" DELIMITED BY SIZE INTO WJ-ALT.
           MOVE "gesperrt" TO WJ-NEU.
           PERFORM JOURNAL.
           MOVE WB-NAME TO WH-SICHNAME.
           MOVE WB-NUM TO WH-SICHBEN.
           MOVE WCW-NAME TO WB-NAME.
           MOVE WCW-BEN TO WB-NUM.
           MOVE 4 TO WH-NUM.
           CALL "GABSES" USING "20SESEIN" WH-CREG.
           MOVE WH-SICHNAME TO WB-NAME.
           MOVE WH-SICHBEN TO WB-NUM.
       X.  PERFORM KON-SCHLIESS.
           MOVE SPACE TO WCW-CODE.
           MOVE WH-SICHNUM TO WH-NUM.
           MOVE WH-SICHPG TO WH-PG.
       Z.  EXIT.
      ******************************************************************
      *    neues Codewort fuer WH-NR (KO-USATZ gelesen und gesperrt):
      *    Mindestlaenge, nicht gleich dem bisherigen oder einem der
      *    letzten WH-HIST Codewoerter, zweimal gleich eingegeben;
      *    WH-OK = 1: gespeichert
      ******************************************************************
       CW-NEU SECTION.
       A.  MOVE 0 TO WH-OK.
           MOVE WH-MINLEN TO WD-NUM.
       C.  DISPLAY "neues Codewort (mind.     Zeichen), <esc>= Abbruch:"
               AT 2301.
           DISPLAY WD-NUM with highlight AT 2323.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223530120" WH-CREG.
           IF ESC UNLOCK KONSTANT GO Y.
           MOVE WT-TX TO WH-CODE1.
           MOVE SPACE TO WT-TX.
           PERFORM CW-LAENGE.
           IF WH-LEN < WH-MINLEN
               DISPLAY "Codewort zu kurz!" AT 2401
               GO C.
      *--------> nicht das bisherige und keiner der Vorgaenger <-
           MOVE KU-SALZ TO WK-SALZ.
           MOVE WH-CODE1 TO WK-CODE.
           PERFORM CW-HASH.
           IF WK-HASH = KU-HASH
               DISPLAY "neues Codewort muss sich vom bisherigen untersc
      -            "heiden!" AT 2401
               GO C.
           MOVE 1 TO WH-BX2.
       D.  IF WH-BX2 > WH-HIST GO E.
           IF WK-HASH = KU-ALTHASH(WH-BX2)
               DISPLAY "dieses Codewort wurde kuerzlich verwendet!"
                   AT 2401
               GO C.
           ADD 1 TO WH-BX2.
           GO D.
       E.  DISPLAY "Codewort wiederholen, <esc>= Abbruch:              "
               AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223400120" WH-CREG.
           IF ESC UNLOCK KONSTANT GO Y.
           MOVE WT-TX TO WH-CODE2.
           MOVE SPACE TO WT-TX.
           IF WH-CODE2 NOT = WH-CODE1
               DISPLAY "Wiederholung stimmt nicht ueberein!" AT 2401
               GO C.
      *--------> Vorgaenger nachschieben, neuen Pruefwert setzen <-
           MOVE KU-ALTHASH(2) TO KU-ALTHASH(3).
           MOVE KU-ALTHASH(1) TO KU-ALTHASH(2).
           MOVE KU-HASH TO KU-ALTHASH(1).
           MOVE WK-HASH TO KU-HASH.
           MOVE SPACE TO KU-NEU KU-CODE KU-GESP.
           MOVE 0 TO KU-FEHL.
           MOVE WH-DATUM TO KU-CWDAT.
           REWRITE KO-USATZ.
           MOVE 1 TO WH-OK.
           MOVE "CODEWORT" TO WJ-FELD.
           MOVE SPACE TO WJ-ALT.
           MOVE "geaendert" TO WJ-NEU.
           PERFORM JOURNAL.
           DISPLAY "Codewort geaendert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  MOVE SPACE TO WH-CODE1 WH-CODE2 WK-CODE.
           CALL "CAUP" USING "1323012480000" WH-CREG.
       Z.  EXIT.
      ***** eigenes Codewort aendern (Einstieg 30) *
       CW-SELBST SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Codewort aendern " with highlight AT VDU-LP.
           IF WB-NUM = 0
               DISPLAY "nur fuer angemeldete Benutzer!" AT 2401
               PERFORM WEITER GO X.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Benutzer:" AT VDU-LP " " WB-NAME with highlight.
       C.  DISPLAY "bisheriges Codewort, <esc>= zurueck:" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223380120" WH-CREG.
           IF ESC GO X.
           MOVE WB-NUM TO WCW-BEN.
           MOVE WT-TX TO WCW-CODE.
           MOVE SPACE TO WT-TX.
           MOVE 1 TO WH-SELBST.
           PERFORM CW-PRUEF.
           MOVE 0 TO WH-SELBST.
           IF WCW-ERG = 1
               DISPLAY "Codewort falsch!" AT 2401
               PERFORM WEITER GO C.
           IF WCW-ERG = 2
               DISPLAY "Benutzer gesperrt - bitte an den Verwalter wende
      -            "n!" AT 2401
               PERFORM WEITER.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Benutzerverwaltung (Einstieg 10), nur mit Master-Codewort:
      *    Uebersicht aller Benutzer, entsperren, Anfangscodewort
      *    vergeben, Richtlinie pflegen
      ******************************************************************
       CW-MENU SECTION.
       A.  DISPLAY "Master-Codewort oder <esc>:" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223300106" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF ESC GO Z.
           IF WT-TX(1:6) NOT = WX-CODE(2) OR WT-TX(7:14) NOT = SPACE
               DISPLAY "Codewort falsch!" AT 2401
               GO A.
           MOVE SPACE TO WT-TX.
           PERFORM KON-OEFFNE.
           PERFORM UMST-ALLE.
           CALL "CAUP" USING "0703021976000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Benutzerverwaltung " with highlight AT VDU-LP.
       B.  PERFORM RL-LESEN.
           PERFORM BN-LISTE.
           PERFORM RL-ANZEIGE.
       C.  ADD 1803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Benutzer (0 = Richtlinie):" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Benutzer waehlen" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1018302002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 PERFORM RL-PFLEGE GO B.
           IF WH-NUM > 20 GO C.
           MOVE WH-NUM TO WH-NR.
           ADD WH-NR 130 GIVING WH-KEY.
       D.  READ KONSTANT INVALID
               DISPLAY "Benutzer nicht angelegt (Stammdaten 15)!"
                   AT 2401
               GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF KU-NAME = SPACE
               UNLOCK KONSTANT
               DISPLAY "Benutzer nicht angelegt (Stammdaten 15)!"
                   AT 2401
               GO C.
           PERFORM BN-DETAIL.
       E.  DISPLAY "<ret>= entsperren, <tab>= Anfangscodewort vergeben,
      -        " <esc>= zurueck" AT 2301.
           CALL "CAUP" USING "0023701000" WH-CREG.
           IF ESC UNLOCK KONSTANT GO B.
           IF TABL PERFORM BN-RESET GO B.
           IF NOT RET GO E.
           IF KU-GESP NOT = "J" AND KU-FEHL = 0
               UNLOCK KONSTANT
               DISPLAY "Benutzer ist nicht gesperrt." AT 2401
               GO C.
      *--------> entsperren <-
           MOVE SPACE TO WJ-ALT.
           MOVE KU-FEHL TO WD-NUM.
           IF KU-GESP = "J" MOVE "gesperrt" TO WJ-ALT
           ELSE STRING WD-NUM " Fehlversuche" DELIMITED BY SIZE
               INTO WJ-ALT.
           MOVE SPACE TO KU-GESP.
           MOVE 0 TO KU-FEHL.
           REWRITE KO-USATZ.
           MOVE "SPERRE" TO WJ-FELD.
           MOVE "entsperrt" TO WJ-NEU.
           PERFORM JOURNAL.
           DISPLAY "Benutzer entsperrt." with highlight AT 2401.
           GO B.
       X.  PERFORM KON-SCHLIESS.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** alle Klartext-Codewoerter umstellen *
       UMST-ALLE SECTION.
       A.  MOVE 0 TO WZ-UMST.
           MOVE 1 TO WH-NR.
       B.  IF WH-NR > 20 GO X.
           ADD WH-NR 130 GIVING WH-KEY.
       C.  READ KONSTANT INVALID GO E.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF KU-NAME = SPACE OR KU-HASH NOT = SPACE OR KU-CODE = SPACE
               UNLOCK KONSTANT GO E.
           PERFORM UMSTELLEN.
           REWRITE KO-USATZ.
           ADD 1 TO WZ-UMST.
           MOVE "CODEWORT" TO WJ-FELD.
           MOVE "Klartext" TO WJ-ALT.
           MOVE "umgestellt" TO WJ-NEU.
           PERFORM JOURNAL.
       E.  ADD 1 TO WH-NR.
           GO B.
       X.  IF WZ-UMST = 0 GO Z.
           MOVE WZ-UMST TO WD-NUM.
           DISPLAY WD-NUM with highlight AT 2401
               " Klartext-Codewoerter umgestellt - sie muessen bei der n
      -        "aechsten Anmeldung geaendert werden.".
           PERFORM WEITER.
       Z.  EXIT.
      ***** Uebersicht: Benutzer 1-10 links, 11-20 rechts *
       BN-LISTE SECTION.
       A.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nr Benutzer             Status" AT VDU-LP.
           ADD 240 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nr Benutzer             Status" AT VDU-LP.
           MOVE 1 TO WH-NR.
       B.  IF WH-NR > 20 GO Z.
           IF WH-NR > 10
               COMPUTE VDU-LP = (WH-NR - 8) * 100 + 40 + VDU-ECK
           ELSE
               COMPUTE VDU-LP = (WH-NR + 2) * 100 + 3 + VDU-ECK.
           MOVE WH-NR TO WD-NR.
           ADD WH-NR 130 GIVING WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID INITIALIZE KO-USATZ.
           PERFORM BN-STATUS.
           IF KU-NAME = SPACE MOVE SPACE TO WH-STTX.
           DISPLAY WD-NR AT VDU-LP " " KU-NAME " " WH-STTX.
           ADD 1 TO WH-NR.
           GO B.
       Z.  EXIT.
      ***** Statustext des Benutzers im Puffer nach WH-STTX *
       BN-STATUS SECTION.
       A.  MOVE SPACE TO WH-STTX.
           IF KU-GESP = "J" MOVE "gesperrt" TO WH-STTX GO Z.
           IF KU-HASH = SPACE AND KU-CODE = SPACE
               MOVE "kein Codew." TO WH-STTX GO Z.
           IF KU-HASH = SPACE MOVE "Klartext" TO WH-STTX GO Z.
           IF KU-NEU = "J" MOVE "Anfangscodew" TO WH-STTX GO Z.
           PERFORM FAELLIG-PRUEF.
           IF WH-FAELLIG = 1 MOVE "faellig" TO WH-STTX GO Z.
           IF KU-FEHL > 0
               MOVE KU-FEHL TO WD-NUM
               STRING "Fehlv. " WD-NUM DELIMITED BY SIZE INTO WH-STTX
               GO Z.
           MOVE "aktiv" TO WH-STTX.
       Z.  EXIT.
      ***** Richtlinie anzeigen (Zeilen 14 - 17 links) *
       RL-ANZEIGE SECTION.
       A.  ADD 1403 VDU-ECK GIVING VDU-LP.
           MOVE WH-TAGE TO WD-TAGE.
           DISPLAY "Codewort gueltig (Tage):" AT VDU-LP
               "  " WD-TAGE with highlight.
           ADD 100 TO VDU-LP.
           MOVE WH-MINLEN TO WD-NUM.
           DISPLAY "Mindestlaenge:          " AT VDU-LP
               "  " WD-NUM with highlight.
           ADD 100 TO VDU-LP.
           MOVE WH-MAXFEHL TO WD-NUM.
           DISPLAY "Fehlversuche bis Sperre:" AT VDU-LP
               "  " WD-NUM with highlight.
           ADD 100 TO VDU-LP.
           MOVE WH-HIST TO WD-NUM.
           DISPLAY "gesperrte Vorgaenger:   " AT VDU-LP
               "  " WD-NUM with highlight.
       Z.  EXIT.
      ***** gewaehlter Benutzer (Zeilen 14 - 16 rechts) *
       BN-DETAIL SECTION.
       A.  ADD 1440 VDU-ECK GIVING VDU-LP.
           DISPLAY "Benutzer: " AT VDU-LP KU-NAME with highlight.
           ADD 100 TO VDU-LP.
           MOVE KU-CWDAT TO WC-DATUM.
           PERFORM DATDREH.
           IF KU-CWDAT = 0 MOVE SPACE TO VDU-DATUM.
           DISPLAY "geaendert am: " AT VDU-LP VDU-DATUM with highlight.
           ADD 100 TO VDU-LP.
           PERFORM BN-STATUS.
           DISPLAY "Status: " AT VDU-LP WH-STTX with highlight.
       Z.  EXIT.
      ***** Anfangscodewort vergeben (KO-USATZ gelesen, gesperrt) *
      *    der Benutzer muss es bei der naechsten Anmeldung aendern
       BN-RESET SECTION.
       A.  MOVE WH-MINLEN TO WD-NUM.
       C.  DISPLAY "Anfangscodewort (mind.    Zeichen), <esc>=Abbruch:"
               AT 2301.
           DISPLAY WD-NUM with highlight AT 2324.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223520120" WH-CREG.
           IF ESC UNLOCK KONSTANT GO Y.
           MOVE WT-TX TO WH-CODE1.
           MOVE SPACE TO WT-TX.
           PERFORM CW-LAENGE.
           IF WH-LEN < WH-MINLEN
               DISPLAY "Codewort zu kurz!" AT 2401
               GO C.
           DISPLAY "Codewort wiederholen, <esc>= Abbruch:              "
               AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223400120" WH-CREG.
           IF ESC UNLOCK KONSTANT GO Y.
           MOVE WT-TX TO WH-CODE2.
           MOVE SPACE TO WT-TX.
           IF WH-CODE2 NOT = WH-CODE1
               DISPLAY "Wiederholung stimmt nicht ueberein!" AT 2401
               GO C.
           IF KU-SALZ = SPACE PERFORM SALZ-NEU.
           MOVE KU-SALZ TO WK-SALZ.
           MOVE WH-CODE1 TO WK-CODE.
           PERFORM CW-HASH.
           MOVE WK-HASH TO KU-HASH.
           MOVE SPACE TO KU-CODE KU-GESP.
           MOVE "J" TO KU-NEU.
           MOVE 0 TO KU-FEHL.
           MOVE WH-DATUM TO KU-CWDAT.
           REWRITE KO-USATZ.
           MOVE "CODEWORT" TO WJ-FELD.
           MOVE SPACE TO WJ-ALT.
           MOVE "zurueckgesetzt" TO WJ-NEU.
           PERFORM JOURNAL.
           DISPLAY "Anfangscodewort vergeben." with highlight AT 2401.
       Y.  MOVE SPACE TO WH-CODE1 WH-CODE2 WK-CODE.
           CALL "CAUP" USING "1323012480000" WH-CREG.
       Z.  EXIT.
      ***** Richtlinie aendern (KONSTANT 194) *
       RL-PFLEGE SECTION.
       A.  MOVE 194 TO WH-KEY.
       B.  READ KONSTANT INVALID
               INITIALIZE KO-CWSATZ
               MOVE 194 TO KO-NUM WH-KEY
               WRITE KO-SATZ
               GO B.
           IF ZUGRIF PERFORM BESETZT GO B.
       C.  DISPLAY "<esc>= zurueck, <ret>= Tage (0 = 90)" AT 2301.
           MOVE WH-TAGE TO WH-NUM.
           CALL "CAUP" USING "1014293003" WH-CREG.
           IF ESC UNLOCK KONSTANT GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 MOVE 90 TO WH-NUM.
           MOVE WH-NUM TO KCW-TAGE.
       D.  DISPLAY "<esc>= zurueck, <ret>= Mindestlaenge 4 - 20     "
               AT 2301.
           MOVE WH-MINLEN TO WH-NUM.
           CALL "CAUP" USING "1015302002" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           IF WH-NUM < 4 OR WH-NUM > 20 GO D.
           MOVE WH-NUM TO KCW-MINLEN.
       E.  DISPLAY "<esc>= zurueck, <ret>= Fehlversuche 1 - 99    "
               AT 2301.
           MOVE WH-MAXFEHL TO WH-NUM.
           CALL "CAUP" USING "1016302002" WH-CREG.
           IF ESC GO D.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO KCW-FEHL.
       F.  DISPLAY "<esc>= zurueck, <ret>= Vorgaenger 1 - 3       "
               AT 2301.
           MOVE WH-HIST TO WH-NUM.
           CALL "CAUP" USING "1017311001" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           IF WH-NUM = 0 OR WH-NUM > 3 GO F.
           MOVE WH-NUM TO KCW-HIST.
           MOVE 194 TO WH-KEY.
           REWRITE KO-SATZ.
      *--------> geaenderte Werte ins Journal <-
           MOVE KCW-TAGE TO WN-TAGE.
           MOVE KCW-MINLEN TO WN-MINLEN.
           MOVE KCW-FEHL TO WN-FEHL.
           MOVE KCW-HIST TO WN-HIST.
           MOVE 0 TO WH-NR.
           IF WN-TAGE NOT = WH-TAGE
               MOVE "CW-TAGE" TO WJ-FELD
               MOVE WH-TAGE TO WD-TAGE
               MOVE WD-TAGE TO WJ-ALT
               MOVE WN-TAGE TO WD-TAGE
               MOVE WD-TAGE TO WJ-NEU
               PERFORM JOURNAL.
           IF WN-MINLEN NOT = WH-MINLEN
               MOVE "CW-MINLEN" TO WJ-FELD
               MOVE WH-MINLEN TO WD-NUM
               MOVE WD-NUM TO WJ-ALT
               MOVE WN-MINLEN TO WD-NUM
               MOVE WD-NUM TO WJ-NEU
               PERFORM JOURNAL.
           IF WN-FEHL NOT = WH-MAXFEHL
               MOVE "CW-FEHL" TO WJ-FELD
               MOVE WH-MAXFEHL TO WD-NUM
               MOVE WD-NUM TO WJ-ALT
               MOVE WN-FEHL TO WD-NUM
               MOVE WD-NUM TO WJ-NEU
               PERFORM JOURNAL.
           IF WN-HIST NOT = WH-HIST
               MOVE "CW-HIST" TO WJ-FELD
               MOVE WH-HIST TO WD-NUM
               MOVE WD-NUM TO WJ-ALT
               MOVE WN-HIST TO WD-NUM
               MOVE WD-NUM TO WJ-NEU
               PERFORM JOURNAL.
       Z.  EXIT.
      ******************************************************************
      *    Datumsrechnung: TAG-INT JJMMTT (WH-D6) in fortlaufende
      *    Tageszahl (WA-INT)
      ******************************************************************
       TAG-INT SECTION.
       A.  COMPUTE WX-DATUM = WH-D6 + 20000000.
           COMPUTE WA-INT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
       Z.  EXIT.
