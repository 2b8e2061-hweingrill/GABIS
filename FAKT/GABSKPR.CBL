      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABSKPR.
      ******************************************************************
      *   Skontopruefung: jeder Skontoabzug wird gegen Skontosatz     *
      *   und -frist der Zahlungsbedingung (OP-KOND) geprueft,        *
      *   gerechnet vom Rechnungsdatum bis zum Zahlungstag.           *
      *                                                                *
      *   CALL "GABSKPR" USING "20SKPRF" WH-CREG  prueft den Abzug    *
      *        in WSK-PRUEF (GABSKPSC.CPY) und liefert den            *
      *        zulaessigen und den unberechtigten Teil;               *
      *   CALL "GABSKPR" USING "25SKPROT" WH-CREG  haelt einen        *
      *        unberechtigten Abzug in GABISSKP.DAT fest und legt     *
      *        eine Notiz in die Kundenkartei;                        *
      *   CALL "GABSKPR" USING "10SKPR" WH-CREG  Menue mit Liste je   *
      *        Kunde, Nachforderungsschreiben und Parametern          *
      *        (KONSTANT 59).                                         *
      *                                                                *
      *   Der unberechtigte Teil wird vom Rufer nicht als Skonto      *
      *   gebucht und bleibt als Rest am Posten offen.                *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSESKP.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
           SELECT KARTEIN  ASSIGN TO RANDOM "GABKART.DAT"
                           ORGANIZATION IS INDEXED, ACCESS IS DYNAMIC,
                           RECORD KEY IS KA-KEY,
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABSKABZ.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
      *********************************************** Karteibewegungen *
       FD  KARTEIN     external        RECORD IS VARYING IN SIZE
                                       FROM 8 TO 286 CHARACTERS
                                       DEPENDING ON WH-KART.
       01  KA-SATZ.
           03  KA-KEY.
               05 KA-ADNUM             PIC 9(6)     COMP.
               05 KA-DATUM             PIC 9(6)     COMP.
           03  KA-TXT                  PIC X(280).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
       01  DRS-SATZ.
           03  FILLER                  PIC X(8).
           03  DRS-RENUM               PIC ZZZZZZ9.
           03  FILLER                  PIC XX.
           03  DRS-REDAT               PIC X(9).
           03  DRS-ZLDAT               PIC X(9).
           03  DRS-TAGE                PIC ZZZ9.
           03  FILLER                  PIC X.
           03  DRS-ABZUG               PIC ZZZ.ZZ9,99-.
           03  DRS-BERECHT             PIC ZZZ.ZZ9,99-.
           03  DRS-UNBER               PIC ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRS-REST                PIC ZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  DRS-BRIEF               PIC X(9).
           03  DRS-QUELLE              PIC X(7).
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
           03  WZ-ANZ                  PIC 9(5)      COMP.
           03  WZ-BRIEFE               PIC 9(5)      COMP.
           03  WM-I                    PIC 99        COMP.
      *--------------------------> Parameter <--
           03  WH-TOLER                PIC 99        COMP.
           03  WH-MINBET               PIC S9(5)V99  COMP-3.
           03  WH-SKTEXT               PIC X(80).
      *--------------------------> Pruefung <--
           03  WK-SKONT                PIC 9(13).
           03  WR-SKONT REDEFINES WK-SKONT.
               05  WK-SK1              PIC 9V9.
               05  WK-TG1              PIC 999.
               05  WK-SK2              PIC 9V9.
               05  WK-TG2              PIC 999.
               05  WK-TGN              PIC 999.
           03  WH-SKPROZ               PIC 9V9.
           03  WA-REDAT                PIC 9(8)      COMP.
           03  WA-ZLDAT                PIC 9(8)      COMP.
           03  WA-TAGE                 PIC S9(8)     COMP.
      *--------------------------> Liste und Brief <--
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WM-KTONR                PIC 9(6)      COMP.
           03  WS-OPREST               PIC S9(9)V99  COMP-3.
           03  WS-KUNBER               PIC S9(9)V99  COMP-3.
           03  WS-GUNBER               PIC S9(9)V99  COMP-3.
           03  WH-KART                 PIC 9(5).
           03  WH-KATX                 PIC X(40).
           03  WH-KPOS                 PIC 999       COMP.
           03  WD-NUM                  PIC ZZZZZZ9.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-KBET                 PIC ZZ.ZZ9,99.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-GEB                  PIC ZZ.ZZ9,99.
           03  WD-TG                   PIC Z9.
       COPY GABSKPSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SKABZUG.
       A.  CALL "CADECL" USING "GABISSKP.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KARTEIN.
       A.  CALL "CADECL" USING "GABKART.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM SKP-MENU GO W.
           IF WL-CA = 20 PERFORM PRUEFUNG GO X.
           IF WL-CA = 25 PERFORM PROTOKOLL GO X.
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
      ************** Parameter aus KONSTANT 59, notfalls anlegen *
       PAR-LESEN SECTION.
       A.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 59 TO WH-KEY.
       B.  READ KONSTANT IGNORE LOCK INVALID
               INITIALIZE KO-SKSATZ
               MOVE 0 TO KSK-TOLER KSK-MINBET
               MOVE SPACE TO KSK-TEXT
               WRITE KO-SATZ GO B.
           MOVE KSK-TOLER TO WH-TOLER.
           MOVE KSK-MINBET TO WH-MINBET.
           MOVE KSK-TEXT TO WH-SKTEXT.
           IF WM-OPKON = 1 CLOSE KONSTANT.
       Z.  EXIT.
      ***** Abzug gegen Skontosatz und -frist lt. OP-KOND pruefen *
      *     1. Frist (WK-TG1) -> WK-SK1, sonst 2. Frist -> WK-SK2,
      *     danach kein Skonto; jeweils zuzueglich Toleranztage
       PRUEFUNG SECTION.
       A.  MOVE WSK-ABZUG TO WSK-BERECHT.
           MOVE 0 TO WSK-UNBER WSK-TAGE.
           IF WSK-ABZUG NOT > 0 GO Z.
           PERFORM PAR-LESEN.
           COMPUTE WX-DATUM = WSK-REDAT + 20000000.
           COMPUTE WA-REDAT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           MOVE WSK-ZLDAT TO WX-DATUM.
           IF WSK-ZLDAT = 0 MOVE WH-DATUM TO WX-DATUM.
           ADD 20000000 TO WX-DATUM.
           COMPUTE WA-ZLDAT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-TAGE = WA-ZLDAT - WA-REDAT.
           IF WA-TAGE < 0 MOVE 0 TO WA-TAGE.
           MOVE WA-TAGE TO WSK-TAGE.
           MOVE WSK-KOND TO WK-SKONT.
           MOVE 0 TO WH-SKPROZ.
           IF WK-SK1 > 0 AND WA-TAGE NOT > WK-TG1 + WH-TOLER
               MOVE WK-SK1 TO WH-SKPROZ
           ELSE IF WK-SK2 > 0 AND WA-TAGE NOT > WK-TG2 + WH-TOLER
               MOVE WK-SK2 TO WH-SKPROZ.
      *--------> zulaessig ist der Satz auf den offenen Rest,
      *          ein Cent Rundungsspielraum wie im Bankimport <-
           COMPUTE WSK-BERECHT ROUNDED =
               WSK-BASIS * WH-SKPROZ / 100.
           IF WSK-ABZUG NOT > WSK-BERECHT + 0,01
               MOVE WSK-ABZUG TO WSK-BERECHT GO Z.
           COMPUTE WSK-UNBER = WSK-ABZUG - WSK-BERECHT.
      *--------> Kleinstbetraege unter der Bagatellgrenze gelten <-
           IF WSK-UNBER NOT > WH-MINBET
               MOVE WSK-ABZUG TO WSK-BERECHT
               MOVE 0 TO WSK-UNBER.
       Z.  EXIT.
      ***** unberechtigten Abzug festhalten und Karteinotiz anlegen *
       PROTOKOLL SECTION.
       A.  IF WSK-UNBER NOT > 0 GO Z.
           OPEN I-O SKABZUG.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT SKABZUG
               CLOSE SKABZUG
               OPEN I-O SKABZUG.
           INITIALIZE SU-SATZ.
           MOVE WSK-RENUM TO SU-RENUM.
           MOVE 1 TO SU-LFD.
           MOVE WSK-KTONR TO SU-KTONR.
           MOVE WSK-REDAT TO SU-REDAT.
           MOVE WSK-ZLDAT TO SU-ZLDAT.
           IF SU-ZLDAT = 0 MOVE WH-DATUM TO SU-ZLDAT.
           MOVE WSK-TAGE TO SU-TAGE.
           MOVE WSK-ABZUG TO SU-ABZUG.
           MOVE WSK-BERECHT TO SU-BERECHT.
           MOVE WSK-UNBER TO SU-UNBER.
           MOVE WSK-QUELLE TO SU-QUELLE.
           MOVE 0 TO SU-BRIEF.
           MOVE WB-NAME TO SU-BEN.
       C.  WRITE SU-SATZ INVALID ADD 1 TO SU-LFD GO C.
           CLOSE SKABZUG.
      *--------> Karteinotiz, Adressnummer Kundennummer * 10 + 2
      *          (wie GABMAHN) <-
           OPEN I-O KARTEIN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KARTEIN
               CLOSE KARTEIN
               OPEN I-O KARTEIN.
           MOVE SPACE TO WH-KATX.
           MOVE WSK-RENUM TO WD-NUM.
           MOVE WSK-UNBER TO WD-KBET.
           STRING "Skonto unberechtigt Re." WD-NUM " " WD-KBET
               DELIMITED BY SIZE INTO WH-KATX.
           COMPUTE KA-ADNUM = WSK-KTONR * 10 + 2.
           MOVE WH-DATUM TO KA-DATUM.
           MOVE 286 TO WH-KART.
           MOVE SPACE TO KA-TXT.
           MOVE WH-KATX TO KA-TXT.
           WRITE KA-SATZ INVALID PERFORM KART-ANHANG.
           CLOSE KARTEIN.
       Z.  EXIT.
      ******************************************************************
       KART-ANHANG SECTION.
       A.  READ KARTEIN INVALID GO Z.
           MOVE 236 TO WH-KPOS.
       C.  IF WH-KPOS > 1 AND KA-TXT(WH-KPOS:1) = SPACE
               SUBTRACT 1 FROM WH-KPOS GO C.
           IF WH-KPOS > 234 GO Z.
           ADD 2 TO WH-KPOS.
           MOVE "/ " TO KA-TXT(WH-KPOS:2).
           ADD 2 TO WH-KPOS.
           MOVE WH-KATX TO KA-TXT(WH-KPOS:40).
           MOVE 286 TO WH-KART.
           REWRITE KA-SATZ.
       Z.  EXIT.
      ******************************************************************
       SKP-MENU SECTION.
       A.  OPEN I-O SKABZUG.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT SKABZUG
               CLOSE SKABZUG
               OPEN I-O SKABZUG.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Skontopruefung " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - unberechtigte Abzuege je Kunde" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Nachforderungsschreiben" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Parameter Skontopruefung" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM SKP-LISTE
               WHEN 2 PERFORM SKP-BRIEFE
               WHEN 3 PERFORM SKP-PAR
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE SKABZUG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
       Z.  EXIT.
      ******************** Liste der unberechtigten Abzuege je Kunde *
       SKP-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Unberechtigte Skontoabzuege " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Zahlungen vom:            bis:" AT VDU-LP.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-MONAT WZ-TAG.
       B.  DISPLAY "<esc>= Abbruch, <ret>= von Datum" AT 2301.
           CALL "CAUP" USING "1103186006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           MOVE WZ-DATUM TO WV-VON.
           MOVE WH-DATUM TO WZ-DATUM.
       C.  DISPLAY "<esc>= Abbruch, <ret>= bis Datum" AT 2301.
           CALL "CAUP" USING "1103346006" WH-CREG.
           IF ESC GO Y.
           IF WOLI GO B.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WV-BIS.
           IF WV-BIS < WV-VON GO C.
           MOVE "SKONTO.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ANZ WM-KTONR WS-KUNBER WS-GUNBER.
           MOVE 0 TO SU-KTONR.
           START SKABZUG KEY NOT < SU-KTONR INVALID GO V.
       D.  READ SKABZUG NEXT IGNORE LOCK AT END GO V.
           IF SU-ZLDAT < WV-VON OR SU-ZLDAT > WV-BIS GO D.
           IF SU-KTONR NOT = WM-KTONR
               PERFORM KUNDE-SUMME
               MOVE SU-KTONR TO WM-KTONR
               PERFORM KUNDE-KOPF.
           MOVE SPACE TO DRS-SATZ.
           MOVE SU-RENUM TO DRS-RENUM.
           MOVE SU-REDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRS-REDAT.
           MOVE SU-ZLDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRS-ZLDAT.
           MOVE SU-TAGE TO DRS-TAGE.
           MOVE SU-ABZUG TO DRS-ABZUG.
           MOVE SU-BERECHT TO DRS-BERECHT.
           MOVE SU-UNBER TO DRS-UNBER.
      *--------> heutiger Rest am Posten (0 = inzwischen bezahlt) <-
           MOVE 0 TO WS-OPREST.
           MOVE SU-RENUM TO OP-RENUM.
           READ OFFPOST IGNORE LOCK INVALID GO E.
           IF OP-AUSGL = 0
               COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
       E.  MOVE WS-OPREST TO DRS-REST.
           IF SU-BRIEF NOT = 0
               MOVE SU-BRIEF TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRS-BRIEF.
           IF SU-QUELLE = 2 MOVE "Bank" TO DRS-QUELLE
               ELSE MOVE "manuell" TO DRS-QUELLE.
           MOVE DRS-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           ADD SU-UNBER TO WS-KUNBER WS-GUNBER.
           ADD 1 TO WZ-ANZ.
           GO D.
       V.  PERFORM KUNDE-SUMME.
           IF WZ-ANZ = 0
               DISPLAY "keine unberechtigten Abzuege im Zeitraum."
                   AT 2401
               PERFORM WEITER GO Y.
           MOVE ALL "=" TO DRA-SATZ(8:100).
           PERFORM DRUCK.
           MOVE "Gesamt unberechtigt:" TO DRA-SATZ(8:).
           MOVE WS-GUNBER TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(60:14).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-ANZ with highlight AT 2220
               " Abzuege gedruckt." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       KUNDE-KOPF SECTION.
       A.  IF WZ-ZEILEN > 58 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO W.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "Unberechtigte Skontoabzuege, Zahlungen vom"
               TO DRA-SATZ(8:).
           MOVE WV-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(51:8).
           MOVE "bis" TO DRA-SATZ(60:3).
           MOVE WV-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(64:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:100).
           PERFORM DRUCK.
           MOVE "Rechnung Re-Datum Zahlung   Tage      Abzug"
               TO DRA-SATZ(9:).
           MOVE "zulaessig  unberecht.   heute offen Brief am"
               TO DRA-SATZ(56:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:100).
           PERFORM DRUCK.
       W.  MOVE 2 TO WZ-SCHALT.
           MOVE WM-KTONR TO DE-KTONR WD-KTO.
           MOVE SPACE TO DE-BEZ.
           IF WM-OPDEB > 0
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WD-KTO TO DRA-SATZ(8:6).
           MOVE WT-BEZ TO DRA-SATZ(16:60).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       KUNDE-SUMME SECTION.
       A.  IF WM-KTONR = 0 GO Z.
           MOVE "Summe Kunde:" TO DRA-SATZ(8:).
           MOVE WS-KUNBER TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(60:14).
           PERFORM DRUCK.
           MOVE 0 TO WS-KUNBER.
       Z.  EXIT.
      ***** Nachforderungsschreiben fuer alle noch nicht angeschrie-
      *     benen Abzuege, deren Posten noch offen ist
       SKP-BRIEFE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Nachforderung Skonto " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Schreiben fuer offene, noch nicht angeschriebene"
               AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "unberechtigte Abzuege -> SKBRIEF.LST" AT VDU-LP.
       B.  DISPLAY "<esc>= Abbruch, <ret>= Schreiben drucken" AT 2301.
           CALL "CAUP" USING "0023421000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO B.
           PERFORM PAR-LESEN.
           MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE "SKBRIEF.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-BRIEFE WM-KTONR WS-KUNBER.
           MOVE 0 TO SU-KTONR.
           START SKABZUG KEY NOT < SU-KTONR INVALID GO V.
       D.  READ SKABZUG NEXT AT END GO V.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF SU-BRIEF NOT = 0 GO D.
           MOVE SU-RENUM TO OP-RENUM.
           READ OFFPOST IGNORE LOCK INVALID GO D.
           IF OP-AUSGL NOT = 0 GO D.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF WS-OPREST NOT > 0 GO D.
           IF SU-KTONR NOT = WM-KTONR
               PERFORM BRIEF-FUSS
               MOVE SU-KTONR TO WM-KTONR
               PERFORM BRIEF-KOPF.
           MOVE SPACE TO DRS-SATZ.
           MOVE SU-RENUM TO DRS-RENUM.
           MOVE SU-REDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRS-REDAT.
           MOVE SU-ZLDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRS-ZLDAT.
           MOVE SU-TAGE TO DRS-TAGE.
           MOVE SU-ABZUG TO DRS-ABZUG.
           MOVE SU-BERECHT TO DRS-BERECHT.
           MOVE SU-UNBER TO DRS-UNBER.
           MOVE DRS-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           ADD SU-UNBER TO WS-KUNBER.
           MOVE WH-DATUM TO SU-BRIEF.
           REWRITE SU-SATZ.
           GO D.
       V.  PERFORM BRIEF-FUSS.
           PERFORM END-DRU.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           DISPLAY WZ-BRIEFE with highlight AT 2220
               " Schreiben gedruckt." with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********************** Briefkopf, Anschrift, Betreff, Text *
       BRIEF-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
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
           MOVE WM-KTONR TO DE-KTONR.
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
           MOVE "U n b e r e c h t i g t e r   S k o n t o a b z u g"
               TO DRA-SATZ(8:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Datum:" TO DRA-SATZ(62:6).
           MOVE VDU-DATUM TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *---------------------> Text lt. Parameter, sonst Standard <-
           IF WH-SKTEXT NOT = SPACE
               MOVE WH-SKTEXT TO DRA-SATZ(8:80)
               PERFORM DRUCK
           ELSE
               MOVE "bei den folgenden Zahlungen wurde Skonto nach"
                   TO DRA-SATZ(8:)
               MOVE "Ablauf der Skontofrist" TO DRA-SATZ(54:)
               PERFORM DRUCK
               MOVE "bzw. ueber den vereinbarten Satz hinaus abgezogen."
                   TO DRA-SATZ(8:)
               MOVE "Wir bitten um Ausgleich des Differenzbetrags."
                   TO DRA-SATZ(59:)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Rechnung Re-Datum Zahlung   Tage      Abzug"
               TO DRA-SATZ(9:).
           MOVE "zulaessig  unberecht." TO DRA-SATZ(56:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:68).
           PERFORM DRUCK.
           ADD 1 TO WZ-BRIEFE.
       Z.  EXIT.
      ******************************************************************
       BRIEF-FUSS SECTION.
       A.  IF WM-KTONR = 0 GO Z.
           MOVE ALL "-" TO DRA-SATZ(8:68).
           PERFORM DRUCK.
           MOVE "nachzuzahlender Betrag:" TO DRA-SATZ(8:).
           MOVE WS-KUNBER TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(62:14).
           PERFORM DRUCK.
           MOVE 0 TO WS-KUNBER.
       Z.  EXIT.
      ***************************** Parameter der Skontopruefung *
       SKP-PAR SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Parameter Skontopruefung " with highlight
               AT VDU-LP.
           PERFORM PAR-LESEN.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Toleranztage......:" AT VDU-LP.
           MOVE WH-TOLER TO WD-TG.
           ADD 224 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-TG with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bagatellgrenze....:" AT VDU-LP.
           MOVE WH-MINBET TO WD-GEB.
           ADD 324 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-GEB with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Brieftext:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-SKTEXT(1:45) with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= Ende, <ret>= Tage ueber die Skontofrist"
               AT 2301.
           MOVE WH-TOLER TO WH-WERT.
           CALL "CAUP" USING "1002242002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-WERT TO WH-TOLER WD-TG.
           ADD 224 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-TG with highlight AT VDU-LP.
       E.  DISPLAY "<ret>= unberechtigte Abzuege bis hier gelten"
               AT 2301.
           MOVE WH-MINBET TO WH-WERT.
           CALL "CAUP" USING "1003245207" WH-CREG.
           IF ESC GO X.
           IF WOLI GO C.
           IF NOT RET GO E.
           MOVE WH-WERT TO WH-MINBET WD-GEB.
           ADD 324 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-GEB with highlight AT VDU-LP.
       F.  DISPLAY "<ret>= Brieftext (leer = Standardtext)" AT 2301.
           ADD 503 VDU-ECK GIVING VDU-LP.
           MOVE WH-SKTEXT TO WT-TX.
           CALL "CAUP" USING "1200000145" WH-CREG.
           IF ESC GO X.
           IF WOLI GO E.
           IF NOT RET GO F.
           MOVE WT-TX TO WH-SKTEXT.
           DISPLAY WH-SKTEXT(1:45) with highlight AT VDU-LP.
       X.  MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           MOVE 59 TO WH-KEY.
           READ KONSTANT INVALID GO Y.
           MOVE WH-TOLER TO KSK-TOLER.
           MOVE WH-MINBET TO KSK-MINBET.
           MOVE WH-SKTEXT TO KSK-TEXT.
           REWRITE KO-SATZ.
       Y.  IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
