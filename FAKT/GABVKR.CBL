      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABVKR.
      ******************************************************************
      *   VK-Kalkulation je Warengruppe (GABISVKR.DAT): Aufschlag auf  *
      *   den EKP, Mindest-VKP und Rundung auf Preisschwellen (,90 /   *
      *   ,99 / ,95 / volle Euro / 10 Cent).  Die Nachkalkulations-    *
      *   liste (VKREGEL.LST) zeigt jeden Artikel, dessen AR-VKP nicht *
      *   mehr zur Regel seiner Gruppe passt, mit altem und neuem      *
      *   Preis und DB%; der Anpassungslauf uebernimmt die Preise      *
      *   einzeln bestaetigt oder gesamt, schreibt die Preishistorie   *
      *   und das Aenderungsjournal.  Artikel mit Festpreis (AR-FIXPR) *
      *   oder ohne EKP bleiben unberuehrt.                            *
      *   Nur fuer Benutzer, die Einkaufspreise und Margen sehen       *
      *   duerfen (KU-EKSICHT).                                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEART.CPY.
           COPY GABSEVKR.CPY.
           COPY GABSEPRH.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTIK.CPY.
       COPY GABVKREG.CPY.
       COPY GABPRHIS.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
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
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPPRH                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-ABW                  PIC 9(6)      COMP.
           03  WZ-UEB                  PIC 9(6)      COMP.
           03  WH-MODUS                PIC 9         COMP.
           03  WH-ALLE                 PIC 9         COMP.
           03  WH-GX                   PIC 999       COMP.
           03  WH-ABW                  PIC 9         COMP.
           03  WH-UEB                  PIC 9         COMP.
           03  WH-ROH                  PIC S9(7)V99  COMP-3.
           03  WH-ZIEL                 PIC S9(7)V99  COMP-3.
           03  WH-DIFF                 PIC S9(7)V99  COMP-3.
           03  WH-EURO                 PIC 9(7)      COMP-3.
           03  WH-ZEHN                 PIC 9(8)      COMP-3.
           03  WH-AVKP                 PIC S9(7)V99  COMP-3.
           03  WH-DBP                  PIC S9(5)V9   COMP-3.
           03  WN-ZEIT.
               05 WN-ZEIT6             PIC 9(6).
               05 FILLER               PIC 99.
      *--------------------> Regeln aller Warengruppen 0 - 99 <-
           03  WR-TAB                                       OCCURS 100.
               05  WR-AKTIV            PIC 9         COMP.
               05  WR-AUFSCHL          PIC S999V99   COMP-3.
               05  WR-MINVKP           PIC S9(7)V99  COMP-3.
               05  WR-RUND             PIC 9         COMP.
               05  WR-TOLER            PIC S99V9     COMP-3.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-GRP                  PIC Z9.
           03  WD-PREIS                PIC ZZZ.ZZ9,99-.
           03  WD-PROZ                 PIC ZZ9,9-.
           03  WD-AUF                  PIC ZZ9,99-.
           03  WD-TOL                  PIC Z9,9.
           03  WD-RUND                 PIC 9.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY GABAEJSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON VKREGEL.
       A.  CALL "CADECL" USING "GABISVKR.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PREISHIST.
       A.  CALL "CADECL" USING "GABISPRH.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WB-EKVERBOT
               DISPLAY "keine Berechtigung fuer Einkaufspreise und Marge
      -            "n!" with highlight AT 2401
               PERFORM WEITER GO X.
           IF WL-CA = 10 PERFORM VKR-MENU GO W.
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
      ******************************************************************
       VKR-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " VK-Kalkulation " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Regel je Warengruppe" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Nachkalkulationsliste" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Verkaufspreise anpassen" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM VKR-PFLEGE
               WHEN 2 MOVE 1 TO WH-MODUS PERFORM NK-LAUF
               WHEN 3 MOVE 2 TO WH-MODUS PERFORM NK-LAUF
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ********************************* Regel je Warengruppe pflegen *
       VKR-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " VK-Regel " with highlight AT VDU-LP.
           OPEN I-O VKREGEL.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT VKREGEL
               CLOSE VKREGEL
               OPEN I-O VKREGEL.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Warengruppe...............:" AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Aufschlag auf EKP %.......:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mindest-VKP...............:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Rundung (0-5, s.u.).......:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Toleranz %................:" AT VDU-LP.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "0=Cent 1=,90 2=,99 3=Euro 4=,95 5=10 Cent"
               AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Warengruppe" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002316002" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WH-NUM TO VR-GRP.
           READ VKREGEL INVALID
               INITIALIZE VR-SATZ
               MOVE WH-NUM TO VR-GRP
               WRITE VR-SATZ.
           MOVE VR-AUFSCHL TO WD-AUF.
           ADD 331 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-AUF with highlight AT VDU-LP.
           MOVE VR-MINVKP TO WD-PREIS.
           ADD 431 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           MOVE VR-RUND TO WD-RUND.
           ADD 531 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-RUND with highlight AT VDU-LP.
           MOVE VR-TOLER TO WD-TOL.
           ADD 631 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-TOL with highlight AT VDU-LP.
      *---------------------------------> Aufschlag <-
       E.  DISPLAY "<esc>= zurueck, <ret>= Aufschlag (0 = keine Regel)"
               AT 2301.
           MOVE VR-AUFSCHL TO WH-WERT.
           CALL "CAUP" USING "1003316205" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-WERT < 0 GO E.
           MOVE WH-WERT TO VR-AUFSCHL.
      *---------------------------------> Mindest-VKP <-
       G.  DISPLAY "<esc>= zurueck, <ret>= Mindest-VKP (0 = keiner)"
               AT 2301.
           MOVE VR-MINVKP TO WH-WERT.
           CALL "CAUP" USING "1004316209" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-WERT < 0 GO G.
           MOVE WH-WERT TO VR-MINVKP.
      *---------------------------------> Rundung <-
       I.  DISPLAY "<esc>= zurueck, <ret>= Preisschwelle" AT 2301.
           MOVE VR-RUND TO WH-NUM.
           CALL "CAUP" USING "1005316001" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM > 5 GO I.
           MOVE WH-NUM TO VR-RUND.
      *---------------------------------> Toleranz <-
       K.  DISPLAY "<esc>= zurueck, <ret>= Toleranz in Prozent" AT 2301.
           MOVE VR-TOLER TO WH-WERT.
           CALL "CAUP" USING "1006316103" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-WERT < 0 GO K.
           MOVE WH-WERT TO VR-TOLER.
           COMPUTE VR-DATUM = WH-DATUM + 20000000.
           REWRITE VR-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE VKREGEL.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Nachkalkulation, WH-MODUS 1 = nur Liste, 2 = anpassen:
      *    jeder Artikel einer Gruppe mit Regel wird gegen seinen
      *    Zielpreis geprueft; abweichende kommen auf die Liste und
      *    werden im Anpassungslauf einzeln oder gesamt uebernommen
      ******************************************************************
       NK-LAUF SECTION.
       A.  PERFORM REGEL-LADEN.
           IF WH-GX = 0
               DISPLAY "keine Kalkulationsregel angelegt," AT 2401
               PERFORM WEITER GO Z.
           MOVE 1 TO WH-ALLE.
           IF WH-MODUS = 1 GO E.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verkaufspreise anpassen " with highlight
               AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 = einzeln bestaetigen, 2 = alle:" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Art der Uebernahme" AT 2301.
           MOVE 1 TO WH-NUM.
           CALL "CAUP" USING "1002396001" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM < 1 OR WH-NUM > 2 GO C.
           IF WH-NUM = 2 MOVE 1 TO WH-ALLE
           ELSE MOVE 0 TO WH-ALLE.
           CALL "GABAEJ" USING "20NEULAUF" WH-CREG.
           MOVE "GABVKR" TO WJ-PROG.
           MOVE "ARTIKEL" TO WJ-DATEI.
           MOVE "AR-VKP" TO WJ-FELD.
           MOVE 0 TO WM-OPPRH.
           OPEN I-O PREISHIST.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPPRH.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPPRH.
       E.  MOVE 0 TO WM-OPART.
           IF WH-MODUS = 1 OPEN INPUT ARTIKEL
           ELSE OPEN I-O ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           DISPLAY "Nachkalkulation..." with highlight AT 2401.
           MOVE "VKREGEL.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ABW WZ-UEB WZ-ZEILEN AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO W.
       G.  IF WH-MODUS = 1
               READ ARTIKEL NEXT IGNORE LOCK AT END GO W
               END-READ
               GO H.
           READ ARTIKEL NEXT AT END GO W.
           IF ZUGRIF PERFORM BESETZT GO G.
       H.  PERFORM ZIEL-RECH.
           IF WH-ABW = 0 GO G.
           ADD 1 TO WZ-ABW.
           MOVE AR-VKP TO WH-AVKP.
           MOVE 0 TO WH-UEB.
           IF WH-MODUS = 1 GO K.
           IF WH-ALLE = 1 GO I.
      *--------------------------------> Bestaetigung je Artikel <-
           MOVE AR-NUM TO WD-ARNUM.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " AR-BEZA.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "VKP bisher:             neu:              "
               AT VDU-LP.
           MOVE AR-VKP TO WD-PREIS.
           ADD 515 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
           MOVE WH-ZIEL TO WD-PREIS.
           ADD 532 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS with highlight AT VDU-LP.
       J.  DISPLAY "<ret>= uebernehmen, <tab>= lassen, <esc>= Ende"
               AT 2301.
           CALL "CAUP" USING "0023481000" WH-CREG.
           IF ESC UNLOCK ARTIKEL GO W.
           IF TABL UNLOCK ARTIKEL GO K.
           IF NOT RET GO J.
       I.  PERFORM VKP-AENDERN.
           MOVE 1 TO WH-UEB.
           ADD 1 TO WZ-UEB.
       K.  PERFORM NK-ZEILE.
           GO G.
       W.  IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WH-MODUS = 2 AND WM-OPPRH = 1 CLOSE PREISHIST.
           IF WZ-ABW = 0
               DISPLAY "alle Preise passen zur Regel." AT 2401
               PERFORM WEITER GO Y.
           MOVE SPACE TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE "abweichend:" TO DRA-SATZ(2:11).
           MOVE WZ-ABW TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(14:7).
           IF WH-MODUS = 2
               MOVE "angepasst:" TO DRA-SATZ(24:10)
               MOVE WZ-UEB TO WD-ANZ
               MOVE WD-ANZ TO DRA-SATZ(35:7).
           PERFORM DRUCK.
           PERFORM END-DRU.
           MOVE WZ-ABW TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2401
               " Artikel abweichend, Liste VKREGEL.LST." with highlight.
           PERFORM WEITER.
       Y.  IF WH-MODUS = 2 CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** Regeln in die Tabelle, WH-GX = Anzahl aktiver Regeln *
       REGEL-LADEN SECTION.
       A.  MOVE 0 TO WH-GX.
           INITIALIZE WR-TAB(1).
           MOVE 1 TO WX.
       B.  ADD 1 TO WX.
           IF WX > 100 GO C.
           MOVE WR-TAB(1) TO WR-TAB(WX).
           GO B.
       C.  OPEN INPUT VKREGEL.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO VR-GRP.
           START VKREGEL KEY NOT < VR-KEY INVALID GO X.
       E.  READ VKREGEL NEXT IGNORE LOCK AT END GO X.
           IF VR-AUFSCHL = 0 AND VR-MINVKP = 0 GO E.
           ADD VR-GRP 1 GIVING WX.
           MOVE 1 TO WR-AKTIV(WX).
           MOVE VR-AUFSCHL TO WR-AUFSCHL(WX).
           MOVE VR-MINVKP TO WR-MINVKP(WX).
           MOVE VR-RUND TO WR-RUND(WX).
           MOVE VR-TOLER TO WR-TOLER(WX).
           ADD 1 TO WH-GX.
           GO E.
       X.  CLOSE VKREGEL.
       Z.  EXIT.
      ******************************************************************
      *    Zielpreis des Artikels nach der Regel seiner Gruppe:
      *    EKP plus Aufschlag, auf die Preisschwelle aufgerundet,
      *    mindestens der Mindest-VKP; WH-ABW = 1, wenn AR-VKP
      *    ausserhalb der Toleranz vom Zielpreis abweicht
      ******************************************************************
       ZIEL-RECH SECTION.
       A.  MOVE 0 TO WH-ABW WH-ZIEL.
           IF AR-FIXPR NOT = 0 OR AR-EKP NOT > 0 GO Z.
           ADD AR-GRP 1 GIVING WX.
           IF WR-AKTIV(WX) = 0 GO Z.
           COMPUTE WH-ROH ROUNDED =
               AR-EKP * (100 + WR-AUFSCHL(WX)) / 100.
           MOVE WH-ROH TO WH-EURO.
           MOVE WH-ROH TO WH-ZIEL.
           EVALUATE WR-RUND(WX)
               WHEN 1 COMPUTE WH-ZIEL = WH-EURO + 0,90
               WHEN 2 COMPUTE WH-ZIEL = WH-EURO + 0,99
               WHEN 4 COMPUTE WH-ZIEL = WH-EURO + 0,95
               WHEN 3 MOVE WH-EURO TO WH-ZIEL
               WHEN 5 COMPUTE WH-ZEHN = WH-ROH * 10
                      COMPUTE WH-ZIEL = WH-ZEHN / 10.
           IF WH-ZIEL < WH-ROH AND WR-RUND(WX) = 5
               ADD 0,10 TO WH-ZIEL.
           IF WH-ZIEL < WH-ROH AND WR-RUND(WX) NOT = 5
               ADD 1 TO WH-ZIEL.
           IF WH-ZIEL < WR-MINVKP(WX) MOVE WR-MINVKP(WX) TO WH-ZIEL.
           IF AR-VKP = WH-ZIEL GO Z.
           MOVE 1 TO WH-ABW.
           IF WR-TOLER(WX) = 0 GO Z.
           SUBTRACT WH-ZIEL FROM AR-VKP GIVING WH-DIFF.
           IF WH-DIFF < 0 MULTIPLY -1 BY WH-DIFF.
           IF WH-DIFF * 100 NOT > WH-ZIEL * WR-TOLER(WX)
               MOVE 0 TO WH-ABW.
       Z.  EXIT.
      ********** VKP setzen, Preishistorie und Aenderungsjournal *
       VKP-AENDERN SECTION.
       A.  MOVE WH-ZIEL TO AR-VKP.
           REWRITE AR-SATZ.
           MOVE AR-NUM   TO PH-ARNUM.
           MOVE WH-DATUM TO PH-ADAT.
           MOVE AR-LIEF  TO PH-ALIEF.
           ACCEPT WN-ZEIT FROM TIME.
           MOVE WN-ZEIT6 TO PH-AZEIT.
           MOVE AR-PREIS TO PH-APREIS.
           MOVE AR-RAB   TO PH-ARAB.
           MOVE AR-ZRAB  TO PH-AZRAB.
           MOVE AR-AUF   TO PH-AAUF.
           MOVE AR-EKP   TO PH-EKP.
           MOVE AR-VKP   TO PH-VKP.
           WRITE PH-SATZ INVALID REWRITE PH-SATZ.
           MOVE SPACE TO WJ-SCHL.
           MOVE AR-NUM TO WD-ARNUM.
           MOVE WD-ARNUM TO WJ-SCHL(1:7).
           MOVE WH-AVKP TO WD-PREIS.
           MOVE WD-PREIS TO WJ-ALT.
           MOVE AR-VKP TO WD-PREIS.
           MOVE WD-PREIS TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
       Z.  EXIT.
      ********************************* Zeile der Nachkalkulation *
       NK-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WH-MODUS = 1
               MOVE "N a c h k a l k u l a t i o n   V K P"
                   TO DRA-SATZ(2:)
           ELSE MOVE "V K P - A n p a s s u n g" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(72:5).
           MOVE VDU-DATUM TO DRA-SATZ(77:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:100).
           PERFORM DRUCK.
           MOVE " Artikel  Bezeichnung               Grp         EKP
      -        "  VKP bisher   DB%      VKP neu   DB%" TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:100).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE AR-NUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(2:7).
           MOVE AR-BEZA TO DRA-SATZ(11:25).
           MOVE AR-GRP TO WD-GRP.
           MOVE WD-GRP TO DRA-SATZ(37:2).
           MOVE AR-EKP TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(41:11).
           MOVE WH-AVKP TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(53:11).
           MOVE 0 TO WH-DBP.
           IF WH-AVKP NOT = 0
               COMPUTE WH-DBP ROUNDED =
                   (WH-AVKP - AR-EKP) * 100 / WH-AVKP.
           MOVE WH-DBP TO WD-PROZ.
           MOVE WD-PROZ TO DRA-SATZ(65:6).
           MOVE WH-ZIEL TO WD-PREIS.
           MOVE WD-PREIS TO DRA-SATZ(73:11).
           COMPUTE WH-DBP ROUNDED = (WH-ZIEL - AR-EKP) * 100 / WH-ZIEL.
           MOVE WH-DBP TO WD-PROZ.
           MOVE WD-PROZ TO DRA-SATZ(85:6).
           IF WH-UEB = 1 MOVE "angepasst" TO DRA-SATZ(93:9).
           PERFORM DRUCK.
       Z.  EXIT.
