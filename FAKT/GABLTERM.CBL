      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABLTERM.
      ******************************************************************
      *   Liefertermine der Verkaufsauftraege: Wunschtermin des        *
      *   Kunden und zugesagter Termin am Auftragskopf (AK-WUNDAT,     *
      *   AK-ZUDAT), abweichender Termin je Zeile (AU-ZUDAT).  Die     *
      *   Auftragsbestaetigung geht wie die Rechnung ueber das         *
      *   Belegarchiv (GABSPOOL, Belegart 3) an das Druckziel.         *
      *   Liefertreue: zugesagter gegen tatsaechlichen Liefertag       *
      *   (AK-LIEFDAT bzw. AU-LIEFDAT) je Kunde, Verkaeufer und        *
      *   Warengruppe (LIEFTREU.LST); gefaehrdete Termine: offene      *
      *   Zeilen, deren Termin in den naechsten Tagen faellt oder      *
      *   schon vorbei ist (TERMGEF.LST).                              *
      *   Ist ein Serviceeinsatz geplant (GABEPL), nennt die Auf-      *
      *   tragsbestaetigung Einsatztermin und Techniker.               *
      *                                                                *
      *   10 = Menue.                                                  *
      *   Optionen/Alternativen eines Angebots (GABAOPT) werden        *
      *   gekennzeichnet und nicht mitsummiert.                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABANBOT.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
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
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WH-VON                  PIC 9(6)      COMP.
           03  WH-BIS                  PIC 9(6)      COMP.
           03  WH-VORL                 PIC 999       COMP.
           03  WH-SOLL                 PIC 9(6)      COMP.
           03  WH-IST                  PIC 9(6)      COMP.
           03  WH-LKTONR               PIC 9(6)      COMP.
           03  WH-OFFEN                PIC S9(7)     COMP-3.
           03  WH-USTSATZ              PIC 99V99     COMP-3.
           03  WH-USTB                 PIC S9(9)V99  COMP-3.
           03  WH-QUOTE                PIC 999V9     COMP-3.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-GRENZ                PIC 9(8)      COMP.
           03  WA-TAGE                 PIC 9(8)      COMP.
           03  WA-SOLL                 PIC 9(8)      COMP.
           03  WH-DIFF                 PIC S9(5)     COMP.
           03  WZ-KOUNT                PIC 9(5)      COMP.
           03  WZ-UEBER                PIC 9(5)      COMP.
           03  WZ-OHNE                 PIC 9(5)      COMP.
           03  WS-NET0                 PIC S9(9)V99  COMP-3.
           03  WS-USTNET               PIC S9(9)V99  COMP-3 OCCURS 6.
           03  WS-NETTO                PIC S9(9)V99  COMP-3.
           03  WS-BRUTTO               PIC S9(9)V99  COMP-3.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-NUM                  PIC ZZZZZZZ9.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-ANZ                  PIC ZZZZZZ9-.
           03  WD-TAGE                 PIC ZZZZ9-.
           03  WD-UST                  PIC Z9,99.
      *--------> Liefertreue: laufender Kunde, je Verkaeufer (AK-VKF
      *          + 1) und je Warengruppe (AU-GRP + 1), Gesamt <-
       01  WJ-KUNDE.
           03  WJ-ANZ                  PIC 9(5)      COMP.
           03  WJ-PUE                  PIC 9(5)      COMP.
           03  WJ-TAGE                 PIC 9(7)      COMP.
       01  WV-TAB.
           03  WV-ZL                                  OCCURS 100.
               05 WV-ANZ               PIC 9(5)      COMP.
               05 WV-PUE               PIC 9(5)      COMP.
               05 WV-TAGE              PIC 9(7)      COMP.
       01  WG-TAB.
           03  WG-ZL                                  OCCURS 100.
               05 WG-ANZ               PIC 9(5)      COMP.
               05 WG-PUE               PIC 9(5)      COMP.
               05 WG-TAGE              PIC 9(7)      COMP.
       01  WJ-GESAMT.
           03  WJ-GANZ                 PIC 9(5)      COMP.
           03  WJ-GPUE                 PIC 9(5)      COMP.
           03  WJ-GTAGE                PIC 9(7)      COMP.
      *--------> Uebergabe an LT-ZEILE <-
       01  WJ-ZEILE.
           03  WJ-ZANZ                 PIC 9(5)      COMP.
           03  WJ-ZPUE                 PIC 9(5)      COMP.
           03  WJ-ZTAGE                PIC 9(7)      COMP.
      *-----------------------------------------> Zeile Liefertreue <-
       01  DRL-SATZ.
           03  FILLER                  PIC X.
           03  DRL-NUM                 PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRL-NAME                PIC X(30).
           03  DRL-ANZ                 PIC ZZZZ9.
           03  FILLER                  PIC X(3).
           03  DRL-PUE                 PIC ZZZZ9.
           03  FILLER                  PIC X(3).
           03  DRL-SPAET               PIC ZZZZ9.
           03  FILLER                  PIC X(3).
           03  DRL-QUOTE               PIC ZZ9,9.
           03  FILLER                  PIC X(4).
           03  DRL-SCHNITT             PIC ZZZ9,9.
      *-----------------------------------> Zeile gefaehrdete Termine <-
       01  DRG-SATZ.
           03  FILLER                  PIC X.
           03  DRG-AUFNUM              PIC ZZZZZZZ9.
           03  FILLER                  PIC X.
           03  DRG-KTONR               PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRG-NAME                PIC X(20).
           03  FILLER                  PIC X.
           03  DRG-ARNUM               PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  DRG-BEZ                 PIC X(25).
           03  DRG-OFFEN               PIC ZZZZZZ9-.
           03  FILLER                  PIC X.
           03  DRG-TERMIN              PIC X(8).
           03  DRG-TAGE                PIC ZZZZ9-.
           03  FILLER                  PIC X.
           03  DRG-HINW                PIC X(12).
       COPY GABSPSCH.CPY.
       COPY GABEPLSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM LT-MENU GO W.
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
       LT-MENU SECTION.
       A.  COMPUTE WX-DATUM = WH-DATUM + 20000000.
           COMPUTE WA-HEUTE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Liefertermine " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Termine eines Auftrags" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Auftragsbestaetigung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Liefertreue" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - gefaehrdete Termine" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           IF WH-PG > 4 GO C.
           OPEN I-O AUFKOPF AUFTRAG.
      *--------> DEBITOR/KONSTANT haelt in der Regel GABVORL offen (41):
      *          mitlesen, aber nur selbst geoeffnete schliessen <-
           MOVE 0 TO WM-OPDEB WM-OPKON.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           EVALUATE WH-PG
               WHEN 1 PERFORM TERMIN-PFLEGE
               WHEN 2 PERFORM AB-DRUCK
               WHEN 3 PERFORM LT-TREUE
               WHEN 4 PERFORM LT-GEFAEHRD.
           CLOSE AUFKOPF AUFTRAG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************** Auftrag waehlen *
      *    nur Verkaufsauftraege; AK-NUM = 0 bei Abbruch
       AUF-WAHL SECTION.
       A.  MOVE 0 TO AK-NUM.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftragsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002206008" WH-CREG.
           IF ESC MOVE 0 TO AK-NUM GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AK-NUM.
           READ AUFKOPF INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO C.
           IF NOT AK-VERKAUF
               DISPLAY "kein Verkaufsauftrag!" AT 2401
               PERFORM WEITER GO C.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:50) with highlight AT VDU-LP.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
       Z.  EXIT.
      ******************** Wunsch- und Zusagetermin, Zeilentermine *
       TERMIN-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Termine eines Auftrags " with highlight AT VDU-LP.
           PERFORM AUF-WAHL.
           IF AK-NUM = 0 GO Y.
           IF AK-RENUM NOT = 0
               DISPLAY "Auftrag ist bereits fakturiert!" AT 2401
               PERFORM WEITER GO X.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Wunschtermin:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "zugesagt:" AT VDU-LP.
           IF AK-ABDAT NOT = 0
               MOVE AK-ABDAT TO WC-DATUM
               PERFORM DATDREH
               ADD 603 VDU-ECK GIVING VDU-LP
               DISPLAY "Bestaetigung gedruckt am" AT VDU-LP
               ADD 628 VDU-ECK GIVING VDU-LP
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
       C.  DISPLAY "<esc>= zurueck, <ret>= Wunschtermin (0 = keiner)"
               AT 2301.
           MOVE AK-WUNDAT TO WZ-DATUM.
           CALL "CAUP" USING "1104206006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO AK-WUNDAT.
       E.  DISPLAY "<esc>= zurueck, <ret>= zugesagter Termin (0 = noch
      -        " keiner)" AT 2301.
           MOVE AK-ZUDAT TO WZ-DATUM.
           IF WZ-DATUM = 0 MOVE AK-WUNDAT TO WZ-DATUM.
           CALL "CAUP" USING "1105206006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WZ-DATUM NOT = 0 AND WZ-DATUM < AK-DATUM
               DISPLAY "Termin liegt vor dem Auftragsdatum!" AT 2401
               PERFORM WEITER GO E.
           MOVE WZ-DATUM TO AK-ZUDAT.
           IF AK-ZUDAT > AK-WUNDAT AND AK-WUNDAT NOT = 0
               DISPLAY "Zusage liegt nach dem Wunschtermin." AT 2401.
       G.  DISPLAY "<esc>= verwerfen, <ret>= speichern" AT 2301.
           CALL "CAUP" USING "0023401000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO G.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           REWRITE AK-SATZ.
       H.  DISPLAY "<esc>= fertig, <ret>= Termine der Zeilen erfassen"
               AT 2301.
           CALL "CAUP" USING "0023551000" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO H.
           PERFORM ZEIL-TERMIN.
       K.  IF AK-ABDAT NOT = 0
               DISPLAY "Termine geaendert - Bestaetigung neu drucken."
                   with highlight AT 2401
               PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************** abweichender Termin je Artikelzeile *
       ZEIL-TERMIN SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Zeilentermine " with highlight AT VDU-LP.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO X.
       C.  READ AUFTRAG NEXT AT END GO X.
           IF AU-NUM NOT = AK-NUM GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF AU-ARNUM = 0 GO C.
           ADD 203 VDU-ECK GIVING VDU-LP.
           MOVE AU-ARNUM TO WD-KTO.
           DISPLAY WD-KTO with highlight AT VDU-LP " " AU-BEZ(1).
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Menge:" AT VDU-LP.
           MOVE AU-ANZ TO WD-ANZ.
           ADD 310 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 320 VDU-ECK GIVING VDU-LP.
           DISPLAY "geliefert:" AT VDU-LP.
           MOVE AU-GELIEF TO WD-ANZ.
           ADD 331 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Termin:" AT VDU-LP.
       E.  DISPLAY "<ret>= Termin (0 = wie Auftrag), <tab>= Zeile unver
      -        "aendert, <esc>= Ende" AT 2301.
           MOVE AU-ZUDAT TO WZ-DATUM.
           CALL "CAUP" USING "1104206006" WH-CREG.
           IF ESC GO X.
           IF TABL GO C.
           IF NOT RET GO E.
           IF WZ-DATUM NOT = 0 AND WZ-DATUM < AK-DATUM
               DISPLAY "Termin liegt vor dem Auftragsdatum!" AT 2401
               PERFORM WEITER GO E.
           MOVE WZ-DATUM TO AU-ZUDAT.
           IF AU-ZUDAT = AK-ZUDAT MOVE 0 TO AU-ZUDAT.
           REWRITE AU-SATZ.
           GO C.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
       Z.  EXIT.
      ************* Auftragsbestaetigung ueber das Belegarchiv *
       AB-DRUCK SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auftragsbestaetigung " with highlight AT VDU-LP.
           PERFORM AUF-WAHL.
           IF AK-NUM = 0 GO Y.
           IF AK-ZUDAT = 0
               DISPLAY "kein zugesagter Termin - Bestaetigung ohne Ter
      -            "min." AT 2401.
       C.  DISPLAY "<esc>= Abbruch, <ret>= drucken" AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE 3 TO WSP-ART.
           MOVE AK-NUM TO WSP-NUM.
           CALL "GABSPOOL" USING "40NAME" WH-CREG.
           MOVE WSP-NAME TO WH-DRUNAM.
           PERFORM AB-BELEG.
           PERFORM END-DRU.
           MOVE AK-KTONR TO WSP-KTONR.
           CALL "GABSPOOL" USING "10EINTRAG" WH-CREG.
           CALL "GABSPOOL" USING "30AUSGABE" WH-CREG.
           MOVE WH-DATUM TO AK-ABDAT.
           REWRITE AK-SATZ.
           DISPLAY "Auftragsbestaetigung gedruckt." with highlight
               AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       AB-BELEG SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
      *-----------------------------------> Briefkopf lt. KONSTANT <-
           PERFORM VARYING WH-KEY FROM 2 BY 1 UNTIL WH-KEY > 5
               READ KONSTANT IGNORE LOCK
                   INVALID MOVE SPACE TO KO-KOPF
               END-READ
               MOVE KO-KOPF TO DRA-SATZ(8:102)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *-----------------------------------------> Anschrift <-
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 5
               MOVE WR-ADR(WX) TO DRA-SATZ(12:40)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *-----------------------------------------> Betreff <-
           MOVE "A u f t r a g s b e s t a e t i g u n g"
               TO DRA-SATZ(8:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Datum:" TO DRA-SATZ(62:6).
           MOVE VDU-DATUM TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           MOVE "Auftrag:" TO DRA-SATZ(8:).
           MOVE AK-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(17:8).
           MOVE "vom:" TO DRA-SATZ(27:5).
           MOVE AK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(32:8).
           MOVE "Kunde:" TO DRA-SATZ(62:6).
           MOVE AK-KTONR TO WD-KTO.
           MOVE WD-KTO TO DRA-SATZ(69:6).
           PERFORM DRUCK.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:60) TO DRA-SATZ(8:60).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Wir danken fuer Ihren Auftrag, den wir wie folgt bes"
               TO DRA-SATZ(8:).
           MOVE "taetigen:" TO DRA-SATZ(59:).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
      *-----------------------------------------> Termine <-
           IF AK-WUNDAT NOT = 0
               MOVE "Ihr Wunschtermin:" TO DRA-SATZ(8:)
               MOVE AK-WUNDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(30:8)
               PERFORM DRUCK.
           MOVE "Liefertermin:" TO DRA-SATZ(8:).
           IF AK-ZUDAT = 0
               MOVE "wird noch bekanntgegeben" TO DRA-SATZ(30:)
           ELSE
               MOVE AK-ZUDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(30:8).
           PERFORM DRUCK.
      *--------> geplanter Serviceeinsatz (GABEPL) <-
           MOVE AK-NUM TO WEP-AUFNUM.
           CALL "GABEPL" USING "20EPLAUF" WH-CREG.
           IF WEP-ANZ > 0
               MOVE "Einsatztermin:" TO DRA-SATZ(8:)
               MOVE WEP-DATUM TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(30:8)
               MOVE "Techniker:" TO DRA-SATZ(42:10)
               MOVE WEP-NAME TO DRA-SATZ(53:30)
               PERFORM DRUCK.
           PERFORM AB-KOPFZ.
      *-----------------------------------------> Zeilen <-
           MOVE 0 TO WS-NET0.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO WS-USTNET(WX).
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           IF WZ-ZEILEN > 60 PERFORM AB-KOPFZ.
      *--------> Optionen/Alternativen (GABAOPT): Preis ja,
      *          Summe nein <-
           IF AU-NORMAL
               IF AU-UST > 0 AND AU-UST < 7
                   ADD AU-BET TO WS-USTNET(AU-UST)
               ELSE ADD AU-BET TO WS-NET0.
           MOVE AU-BEZ(1) TO DRA-SATZ(10:30).
      *--------> reine Textzeile ohne Menge und Betrag <-
           IF AU-ARNUM = 0 AND AU-ANZ = 0 AND AU-BET = 0 GO D.
           MOVE AU-ANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(42:8).
           MOVE AU-PREIS TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(51:14).
           MOVE AU-BET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(66:14).
       D.  PERFORM DRUCK.
           IF AU-BEZ(2) NOT = SPACE
               MOVE AU-BEZ(2) TO DRA-SATZ(10:30)
               PERFORM DRUCK.
           IF AU-OPTION
               MOVE "Option - nicht im Gesamtbetrag enthalten"
                   TO DRA-SATZ(12:)
               PERFORM DRUCK.
           IF AU-ALTERNATIV
               MOVE AU-ALTPOS TO WD-KTO
               STRING "Alternative zu Pos. " WD-KTO(3:4)
                   " - nicht im Gesamtbetrag enthalten"
                   DELIMITED BY SIZE INTO DRA-SATZ(12:)
               PERFORM DRUCK.
      *--------> eigener Termin der Zeile <-
           IF AU-ZUDAT NOT = 0 AND AU-ZUDAT NOT = AK-ZUDAT
               MOVE "Liefertermin dieser Position:" TO DRA-SATZ(12:)
               MOVE AU-ZUDAT TO WC-DATUM
               PERFORM DATDREH
               MOVE VDU-DATUM TO DRA-SATZ(42:8)
               PERFORM DRUCK.
           GO C.
      *-----------------------------------------> Summen <-
       E.  MOVE ALL "-" TO DRA-SATZ(8:72).
           PERFORM DRUCK.
           MOVE WS-NET0 TO WS-NETTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               ADD WS-USTNET(WX) TO WS-NETTO.
           MOVE "Summe netto:" TO DRA-SATZ(10:).
           MOVE WS-NETTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(66:14).
           PERFORM DRUCK.
           MOVE WS-NETTO TO WS-BRUTTO.
           PERFORM AB-UST VARYING WX FROM 1 BY 1 UNTIL WX > 6.
           MOVE "Gesamtbetrag:" TO DRA-SATZ(10:).
           MOVE WS-BRUTTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(66:14).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Die Lieferung erfolgt zu unseren Liefer- und Zahlungs"
               TO DRA-SATZ(8:).
           MOVE "bedingungen." TO DRA-SATZ(61:).
           PERFORM DRUCK.
           MOVE 70 TO WZ-ZEILEN.
       Z.  EXIT.
      ******** Ust je Steuerart (OSS: Saetze des Bestimmungslands) *
       AB-UST SECTION.
       A.  IF WS-USTNET(WX) = 0 GO Z.
           MOVE WT-UST(WX) TO WH-USTSATZ.
           IF AK-OSSART = 3 MOVE AK-OSSUST(WX) TO WH-USTSATZ.
           COMPUTE WH-USTB ROUNDED =
               WS-USTNET(WX) * WH-USTSATZ / 100.
           MOVE "zzgl. Ust" TO DRA-SATZ(10:9).
           IF AK-OSSART = 3 MOVE AK-OSSLAND TO DRA-SATZ(20:2).
           MOVE WH-USTSATZ TO WD-UST.
           MOVE WD-UST TO DRA-SATZ(23:5).
           MOVE "% von" TO DRA-SATZ(29:5).
           MOVE WS-USTNET(WX) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(35:14).
           MOVE WH-USTB TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(66:14).
           PERFORM DRUCK.
           ADD WH-USTB TO WS-BRUTTO.
       Z.  EXIT.
      *********************** Spaltenkopf der Positionen *
       AB-KOPFZ SECTION.
       A.  IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN
               MOVE "Auftragsbestaetigung" TO DRA-SATZ(8:)
               MOVE AK-NUM TO WD-NUM
               MOVE WD-NUM TO DRA-SATZ(30:8)
               MOVE "- Fortsetzung -" TO DRA-SATZ(40:)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Bezeichnung" TO DRA-SATZ(10:).
           MOVE "Menge" TO DRA-SATZ(45:).
           MOVE "Einzelpreis" TO DRA-SATZ(54:).
           MOVE "Betrag" TO DRA-SATZ(74:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(8:72).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Liefertreue: Auftraege, die im Zeitraum (erstmals) geliefert
      *    wurden und einen zugesagten Termin tragen.  Kunde und
      *    Verkaeufer werden je Auftrag gewertet, die Warengruppe je
      *    gelieferter Zeile (Zeilentermin, sonst Kopftermin).
      ******************************************************************
       LT-TREUE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Liefertreue " with highlight AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "geliefert von:" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "bis:" AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liste -> LIEFTREU.LST" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-TAG WZ-MONAT.
           CALL "CAUP" USING "1103206006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WH-VON.
       D.  MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1104206006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           MOVE WZ-DATUM TO WH-BIS.
           IF WH-BIS < WH-VON GO D.
       E.  DISPLAY "<esc>= Abbruch, <ret>= Liste drucken" AT 2301.
           CALL "CAUP" USING "0023371000" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO E.
           DISPLAY "Auswertung..." with highlight AT 2401.
           INITIALIZE WV-TAB WG-TAB WJ-GESAMT WJ-KUNDE.
           MOVE 0 TO WZ-OHNE.
           MOVE "LIEFTREU.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM LT-KOPF.
           MOVE "nach Kunden" TO DRA-SATZ(2:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
      *--------> ueber den Kundenschluessel: Gruppenwechsel Kunde <-
           MOVE 0 TO AK-KTONR WH-LKTONR.
           START AUFKOPF KEY NOT < AK-KTONR INVALID GO V.
       G.  READ AUFKOPF NEXT IGNORE LOCK AT END GO V.
           IF NOT AK-VERKAUF GO G.
           IF AK-LIEFDAT < WH-VON OR AK-LIEFDAT > WH-BIS GO G.
           IF AK-ZUDAT = 0 ADD 1 TO WZ-OHNE GO G.
           IF AK-KTONR NOT = WH-LKTONR PERFORM LT-KDWECHSEL.
           MOVE AK-ZUDAT TO WH-SOLL.
           MOVE AK-LIEFDAT TO WH-IST.
           PERFORM LT-VERGL.
           ADD 1 TO WJ-ANZ WJ-GANZ WV-ANZ(AK-VKF + 1).
           IF WH-DIFF > 0
               ADD WH-DIFF TO WJ-TAGE WJ-GTAGE WV-TAGE(AK-VKF + 1)
           ELSE
               ADD 1 TO WJ-PUE WJ-GPUE WV-PUE(AK-VKF + 1).
           PERFORM LT-ZEILEN.
           GO G.
       V.  PERFORM LT-KDWECHSEL.
      *--------> je Verkaeufer <-
           MOVE 2 TO WZ-SCHALT.
           MOVE "nach Verkaeufern" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM LT-VKF VARYING WX FROM 1 BY 1 UNTIL WX > 100.
      *--------> je Warengruppe (Zeilen) <-
           IF WZ-ZEILEN > 50 PERFORM LT-KOPF.
           MOVE 2 TO WZ-SCHALT.
           MOVE "nach Warengruppen (Positionen)" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM LT-GRP VARYING WX FROM 1 BY 1 UNTIL WX > 100.
      *--------> gesamt <-
           MOVE ALL "-" TO DRA-SATZ(2:80).
           PERFORM DRUCK.
           MOVE WJ-GANZ TO WJ-ZANZ.
           MOVE WJ-GPUE TO WJ-ZPUE.
           MOVE WJ-GTAGE TO WJ-ZTAGE.
           MOVE SPACE TO DRL-SATZ.
           MOVE "Auftraege gesamt" TO DRL-NAME.
           IF WJ-GANZ > 0 PERFORM LT-ZEILE.
           MOVE 2 TO WZ-SCHALT.
           MOVE WZ-OHNE TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(2:8).
           MOVE "gelieferte Auftraege ohne zugesagten Termin (nicht ge"
               TO DRA-SATZ(11:).
           MOVE "wertet)" TO DRA-SATZ(64:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WJ-GANZ with highlight AT 2201
               " Auftraege gewertet -> LIEFTREU.LST" with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       LT-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "Liefertreue - geliefert vom" TO DRA-SATZ(2:).
           MOVE WH-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(30:8).
           MOVE "bis" TO DRA-SATZ(39:3).
           MOVE WH-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(43:8).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(60:6).
           MOVE VDU-DATUM TO DRA-SATZ(67:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "   Nr. Bezeichnung                   Anzahl  puenktl."
               TO DRA-SATZ(2:).
           MOVE "   spaet  Quote %  Tage Verzug" TO DRA-SATZ(55:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:83).
           PERFORM DRUCK.
       Z.  EXIT.
      ************************* Abweichung WH-IST gegen WH-SOLL *
       LT-VERGL SECTION.
       A.  COMPUTE WX-DATUM = WH-SOLL + 20000000.
           COMPUTE WA-SOLL = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WX-DATUM = WH-IST + 20000000.
           COMPUTE WA-TAGE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WH-DIFF = WA-TAGE - WA-SOLL.
       Z.  EXIT.
      *************** gelieferte Zeilen je Warengruppe werten *
       LT-ZEILEN SECTION.
       A.  MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF AU-ARNUM = 0 OR AU-GELIEF = 0 GO C.
           MOVE AU-ZUDAT TO WH-SOLL.
           IF WH-SOLL = 0 MOVE AK-ZUDAT TO WH-SOLL.
           MOVE AU-LIEFDAT TO WH-IST.
           IF WH-IST = 0 MOVE AK-LIEFDAT TO WH-IST.
           PERFORM LT-VERGL.
           ADD 1 TO WG-ANZ(AU-GRP + 1).
           IF WH-DIFF > 0 ADD WH-DIFF TO WG-TAGE(AU-GRP + 1)
               ELSE ADD 1 TO WG-PUE(AU-GRP + 1).
           GO C.
       Z.  EXIT.
      ************************** Kundenwechsel: Zeile drucken *
       LT-KDWECHSEL SECTION.
       A.  IF WJ-ANZ = 0 GO X.
           MOVE WH-LKTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE SPACE TO DRL-SATZ.
           MOVE WH-LKTONR TO DRL-NUM.
           MOVE WT-BEZ(1:30) TO DRL-NAME.
           MOVE WJ-KUNDE TO WJ-ZEILE.
           PERFORM LT-ZEILE.
       X.  MOVE 0 TO WJ-ANZ WJ-PUE WJ-TAGE.
           MOVE AK-KTONR TO WH-LKTONR.
       Z.  EXIT.
      ******************************************************************
       LT-VKF SECTION.
       A.  IF WV-ANZ(WX) = 0 GO Z.
           MOVE SPACE TO DRL-SATZ.
           COMPUTE DRL-NUM = WX - 1.
           MOVE "Verkaeufer" TO DRL-NAME.
           MOVE WV-ANZ(WX) TO WJ-ZANZ.
           MOVE WV-PUE(WX) TO WJ-ZPUE.
           MOVE WV-TAGE(WX) TO WJ-ZTAGE.
           PERFORM LT-ZEILE.
       Z.  EXIT.
      ******************************************************************
       LT-GRP SECTION.
       A.  IF WG-ANZ(WX) = 0 GO Z.
           MOVE SPACE TO DRL-SATZ.
           COMPUTE DRL-NUM = WX - 1.
           MOVE "Warengruppe" TO DRL-NAME.
           MOVE WG-ANZ(WX) TO WJ-ZANZ.
           MOVE WG-PUE(WX) TO WJ-ZPUE.
           MOVE WG-TAGE(WX) TO WJ-ZTAGE.
           PERFORM LT-ZEILE.
       Z.  EXIT.
      ********* Zahlen aus WJ-ZEILE in DRL-SATZ, Zeile drucken *
      *    Tage Verzug = Schnitt ueber die verspaeteten Faelle
       LT-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 60 PERFORM LT-KOPF.
           MOVE WJ-ZANZ TO DRL-ANZ.
           MOVE WJ-ZPUE TO DRL-PUE.
           COMPUTE DRL-SPAET = WJ-ZANZ - WJ-ZPUE.
           COMPUTE WH-QUOTE ROUNDED = WJ-ZPUE * 100 / WJ-ZANZ.
           MOVE WH-QUOTE TO DRL-QUOTE.
           MOVE 0 TO DRL-SCHNITT.
           IF WJ-ZANZ > WJ-ZPUE
               COMPUTE DRL-SCHNITT ROUNDED =
                   WJ-ZTAGE / (WJ-ZANZ - WJ-ZPUE).
           MOVE DRL-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    gefaehrdete Termine: offene Zeilen nicht fakturierter
      *    Verkaufsauftraege, deren Termin (Zeile, sonst Kopf) vor
      *    heute + Vorlauf liegt
      ******************************************************************
       LT-GEFAEHRD SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " gefaehrdete Liefertermine " with highlight
               AT VDU-LP.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vorlauf in Tagen:" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Liste -> TERMGEF.LST" AT VDU-LP.
       C.  DISPLAY "<esc>= Abbruch, <ret>= Vorlauf" AT 2301.
           MOVE 3 TO WH-NUM.
           CALL "CAUP" USING "1003216003" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           MOVE WH-NUM TO WH-VORL.
           COMPUTE WA-GRENZ = WA-HEUTE + WH-VORL.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE "TERMGEF.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           PERFORM GF-KOPF.
           MOVE 0 TO WZ-KOUNT WZ-UEBER AK-NUM.
           START AUFKOPF KEY > AK-NUM INVALID GO V.
       D.  READ AUFKOPF NEXT IGNORE LOCK AT END GO V.
           IF NOT AK-VERKAUF OR AK-RENUM NOT = 0 GO D.
           IF AK-FAKTURIERT GO D.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO D.
       E.  READ AUFTRAG NEXT IGNORE LOCK AT END GO D.
           IF AU-NUM NOT = AK-NUM GO D.
           IF AU-ARNUM = 0 GO E.
           COMPUTE WH-OFFEN = AU-ANZ - AU-GELIEF.
           IF WH-OFFEN NOT > 0 GO E.
           MOVE AU-ZUDAT TO WH-SOLL.
           IF WH-SOLL = 0 MOVE AK-ZUDAT TO WH-SOLL.
           IF WH-SOLL = 0 GO E.
           COMPUTE WX-DATUM = WH-SOLL + 20000000.
           COMPUTE WA-SOLL = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-SOLL > WA-GRENZ GO E.
           IF WZ-ZEILEN > 60 PERFORM GF-KOPF.
           MOVE SPACE TO DRG-SATZ.
           MOVE AK-NUM TO DRG-AUFNUM.
           MOVE AK-KTONR TO DRG-KTONR.
           MOVE WT-BEZ(1:20) TO DRG-NAME.
           MOVE AU-ARNUM TO DRG-ARNUM.
           MOVE AU-BEZ(1) TO DRG-BEZ.
           MOVE WH-OFFEN TO DRG-OFFEN.
           MOVE WH-SOLL TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRG-TERMIN.
           COMPUTE WH-DIFF = WA-SOLL - WA-HEUTE.
           MOVE WH-DIFF TO DRG-TAGE.
           IF WH-DIFF < 0 MOVE "ueberfaellig" TO DRG-HINW
               ADD 1 TO WZ-UEBER.
           IF AK-VK-OFFEN MOVE "Vorauskasse" TO DRG-HINW.
           MOVE DRG-SATZ TO DRA-SATZ.
           PERFORM DRUCK.
           ADD 1 TO WZ-KOUNT.
           GO E.
       V.  MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
           MOVE WZ-KOUNT TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(2:8).
           MOVE "Positionen gefaehrdet, davon" TO DRA-SATZ(11:).
           MOVE WZ-UEBER TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(40:8).
           MOVE "ueberfaellig" TO DRA-SATZ(49:).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2201
               " Positionen gefaehrdet -> TERMGEF.LST" with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       GF-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "gefaehrdete Liefertermine - Vorlauf" TO DRA-SATZ(2:).
           MOVE WH-VORL TO WD-TAGE.
           MOVE WD-TAGE TO DRA-SATZ(38:6).
           MOVE "Tage" TO DRA-SATZ(45:4).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Stand:" TO DRA-SATZ(60:6).
           MOVE VDU-DATUM TO DRA-SATZ(67:8).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Auftrag  Kunde Name                 Artikel Bezeichnu"
               TO DRA-SATZ(2:).
           MOVE "ng                 offen Termin    Tage"
               TO DRA-SATZ(57:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:110).
           PERFORM DRUCK.
       Z.  EXIT.
