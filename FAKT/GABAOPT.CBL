      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABAOPT.
      ******************************************************************
      *   Optionen und Alternativen im Angebot: Positionsart je        *
      *   Angebotsposition (AU-POSART 1 = Option, 2 = Alternative      *
      *   zu Position AU-ALTPOS desselben Kapitels).  Solche           *
      *   Positionen werden mit Preis und Kennzeichnung gedruckt       *
      *   (Angebot ueber das Belegarchiv, GABSPOOL Belegart 2),        *
      *   zaehlen aber weder in der Kopfsumme AK-SUM noch in der       *
      *   Ust-Aufstellung.                                             *
      *   Uebernahme in den Auftrag: je Option/Alternative wird        *
      *   gefragt, ob der Kunde sie angenommen hat; angenommene        *
      *   werden normale Positionen (eine Alternative ersetzt ihre     *
      *   Position), die uebrigen werden gestrichen, die Summen neu    *
      *   gebildet und das Angebot gilt als gewonnen (AK-ANGMARK).     *
      *                                                                *
      *   10 = Menue;                                                  *
      *   20 = AK-SUM(1-6) des Kopfs im Puffer aus den Zeilen ohne     *
      *        Optionen/Alternativen bilden (Dateien offen beim        *
      *        Rufer, der den Kopf zurueckschreibt).  Die externe      *
      *        Auftragserfassung GABAUF ruft 20 vor dem Zurueck-       *
      *        schreiben eines Angebots (Bannervertrag).               *
      *   30 = WH-WERT 1, wenn der Auftrag AK-NUM noch offene          *
      *        Optionen/Alternativen traegt (Dateien offen beim        *
      *        Rufer).  Solche Auftraege fakturiert GABSAMM erst nach  *
      *        der Uebernahme; die externe Fakturierung GABRECH ruft   *
      *        30 und weist sie ebenso ab (Bannervertrag).             *
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
           03  WM-OPTDA                PIC 9         COMP.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WH-LKAP                 PIC 999       COMP.
           03  WH-LPOS                 PIC 9(4)      COMP.
           03  WH-LART                 PIC 9         COMP.
           03  WH-LALT                 PIC 9(4)      COMP.
           03  WH-SKAP                 PIC 99        COMP.
           03  WH-SPOS                 PIC 9(4)      COMP.
           03  WH-STZ                  PIC 99        COMP.
           03  WH-ALTOK                PIC 9         COMP.
           03  WH-TREFF                PIC 9         COMP.
           03  WH-ARTTX                PIC X(30).
           03  WZ-GESTR                PIC 9(4)      COMP.
           03  WH-USTSATZ              PIC 99V99     COMP-3.
           03  WH-USTB                 PIC S9(9)V99  COMP-3.
           03  WS-NET0                 PIC S9(9)V99  COMP-3.
           03  WS-USTNET               PIC S9(9)V99  COMP-3 OCCURS 6.
           03  WS-NETTO                PIC S9(9)V99  COMP-3.
           03  WS-BRUTTO               PIC S9(9)V99  COMP-3.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-NUM                  PIC ZZZZZZZ9.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-ANZ                  PIC ZZZZZZ9-.
           03  WD-UST                  PIC Z9,99.
           03  WD-POS                  PIC ZZZ9.
      *--------> Optionen/Alternativen eines Angebots, je Position
      *          (Kapitel + Position) ein Eintrag; WO-WAHL 1 = vom
      *          Kunden angenommen <-
       01  WO-LISTE.
           03  WO-ANZ                  PIC 999       COMP.
           03  WO-I                    PIC 999       COMP.
           03  WO-TAB                                 OCCURS 500.
               05 WO-KAP               PIC 99        COMP.
               05 WO-POS               PIC 9(4)      COMP.
               05 WO-ART               PIC 9         COMP.
               05 WO-ALT               PIC 9(4)      COMP.
               05 WO-WAHL              PIC 9         COMP.
               05 WO-BEZ               PIC X(30).
               05 WO-BET               PIC S9(7)V99  COMP-3.
       COPY GABSPSCH.CPY.
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
           IF WL-CA = 10 PERFORM AO-MENU GO W.
           IF WL-CA = 20 PERFORM AO-SUMMEN GO X.
           IF WL-CA = 30 PERFORM AO-OFFEN GO X.
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
       AO-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Optionen / Alternativen " with highlight
               AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Positionsart festlegen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Angebot drucken" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Uebernahme in den Auftrag" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           IF WH-PG > 3 GO C.
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
               WHEN 1 PERFORM POSART-PFLEGE
               WHEN 2 PERFORM ANG-DRUCK
               WHEN 3 PERFORM UEBERNAHME.
           CLOSE AUFKOPF AUFTRAG.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************** Angebot waehlen *
      *    nur Verkaufskoepfe; AK-NUM = 0 bei Abbruch
       ANG-WAHL SECTION.
       A.  MOVE 0 TO AK-NUM.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Angebotsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Angebotsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002206008" WH-CREG.
           IF ESC MOVE 0 TO AK-NUM GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AK-NUM.
           READ AUFKOPF INVALID
               DISPLAY "Angebot nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF ZUGRIF PERFORM BESETZT PERFORM WEITER GO C.
           IF NOT AK-VERKAUF
               UNLOCK AUFKOPF
               DISPLAY "kein Verkaufsbeleg!" AT 2401
               PERFORM WEITER GO C.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:50) with highlight AT VDU-LP.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
       Z.  EXIT.
      ********* Kopfsumme AK-SUM(1-6) ohne Optionen/Alternativen *
      *    je Ust-Code der Zeile; der Kopf steht im Puffer
       AO-SUMMEN SECTION.
       A.  PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO AK-SUM(WX).
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF NOT AU-NORMAL GO C.
           IF AU-UST > 0 AND AU-UST < 7
               ADD AU-BET TO AK-SUM(AU-UST).
           GO C.
       Z.  EXIT.
      ************* offene Optionen/Alternativen eines Auftrags *
      *    WH-WERT 1 = fakturierbar erst nach der Uebernahme (3)
       AO-OFFEN SECTION.
       A.  MOVE 0 TO WH-WERT.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF AU-NORMAL GO C.
           MOVE 1 TO WH-WERT.
       Z.  EXIT.
      ************* Positionsart je Position eines Angebots *
      *    Folgezeilen einer Position (weitere AU-TZ) erhalten die
      *    Art ihrer ersten Zeile
       POSART-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Positionsart " with highlight AT VDU-LP.
           PERFORM ANG-WAHL.
           IF AK-NUM = 0 GO Y.
           IF AK-RENUM NOT = 0 OR AK-GEWONNEN
               UNLOCK AUFKOPF
               DISPLAY "Angebot ist bereits uebernommen oder fakturiert
      -            "!" AT 2401
               PERFORM WEITER GO X.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Art (0=normal 1=Option 2=Altern.):" AT VDU-LP.
           ADD 544 VDU-ECK GIVING VDU-LP.
           DISPLAY "zu Pos.:" AT VDU-LP.
           MOVE 999 TO WH-LKAP.
           MOVE 0 TO WH-LPOS.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO S.
       C.  READ AUFTRAG NEXT AT END GO S.
           IF AU-NUM NOT = AK-NUM GO S.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF AU-KAP = WH-LKAP AND AU-POS = WH-LPOS
               MOVE WH-LART TO AU-POSART
               MOVE WH-LALT TO AU-ALTPOS
               REWRITE AU-SATZ
               GO C.
           ADD 403 VDU-ECK GIVING VDU-LP.
           MOVE AU-POS TO WD-POS.
           DISPLAY "Pos." AT VDU-LP " " WD-POS with highlight
               " " AU-BEZ(1).
           ADD 444 VDU-ECK GIVING VDU-LP.
           MOVE AU-BET TO WD-BET.
           DISPLAY WD-BET AT VDU-LP.
           ADD 553 VDU-ECK GIVING VDU-LP.
           IF AU-ALTERNATIV
               MOVE AU-ALTPOS TO WD-POS
               DISPLAY WD-POS AT VDU-LP
               ELSE DISPLAY "    " AT VDU-LP.
       E.  DISPLAY "<ret>= Art, <tab>= Position unveraendert, <esc>= E
      -        "nde" AT 2301.
           MOVE AU-POSART TO WH-NUM.
           CALL "CAUP" USING "1005406001" WH-CREG.
           IF ESC GO S.
           IF TABL
               MOVE AU-POSART TO WH-LART
               MOVE AU-ALTPOS TO WH-LALT
               GO K.
           IF NOT RET GO E.
           IF WH-NUM > 2 GO E.
           MOVE WH-NUM TO WH-LART.
           MOVE 0 TO WH-LALT.
           IF WH-LART NOT = 2 GO K.
       G.  DISPLAY "<ret>= Position, die ersetzt wird, <esc>= zurueck"
               AT 2301.
           MOVE AU-ALTPOS TO WH-NUM.
           CALL "CAUP" USING "1005536004" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = 0 OR WH-NUM = AU-POS GO G.
           MOVE WH-NUM TO WH-LALT.
           PERFORM ALT-PRUEF.
           IF WH-ALTOK = 0
               DISPLAY "keine normale Position dieser Nummer im Kapite
      -            "l!" AT 2401
               PERFORM WEITER GO G.
       K.  MOVE AU-KAP TO WH-LKAP.
           MOVE AU-POS TO WH-LPOS.
           MOVE WH-LART TO AU-POSART.
           MOVE WH-LALT TO AU-ALTPOS.
           REWRITE AU-SATZ.
           GO C.
       S.  PERFORM AO-SUMMEN.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           REWRITE AK-SATZ.
           DISPLAY "Kopfsumme ohne Optionen/Alternativen gespeichert."
               with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******** ersetzte Position WH-LALT: normale Position im
      *    Kapitel der aktuellen Zeile?  Die aktuelle Zeile wird
      *    danach wieder gelesen (Satzzeiger und Sperre)
       ALT-PRUEF SECTION.
       A.  MOVE 0 TO WH-ALTOK.
           MOVE AU-KAP TO WH-SKAP.
           MOVE AU-POS TO WH-SPOS.
           MOVE AU-TZ TO WH-STZ.
           MOVE WH-LALT TO AU-POS.
           MOVE 0 TO AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
           READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM = AK-NUM AND AU-KAP = WH-SKAP
                   AND AU-POS = WH-LALT AND AU-NORMAL
               MOVE 1 TO WH-ALTOK.
       E.  MOVE AK-NUM TO AU-NUM.
           MOVE WH-SKAP TO AU-KAP.
           MOVE WH-SPOS TO AU-POS.
           MOVE WH-STZ TO AU-TZ.
       F.  READ AUFTRAG INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO F.
       Z.  EXIT.
      ************* Angebot ueber das Belegarchiv drucken *
       ANG-DRUCK SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Angebot drucken " with highlight AT VDU-LP.
           PERFORM ANG-WAHL.
           IF AK-NUM = 0 GO Y.
       C.  DISPLAY "<esc>= Abbruch, <ret>= drucken" AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC UNLOCK AUFKOPF GO X.
           IF NOT RET GO C.
           MOVE 2 TO WSP-ART.
           MOVE AK-NUM TO WSP-NUM.
           CALL "GABSPOOL" USING "40NAME" WH-CREG.
           MOVE WSP-NAME TO WH-DRUNAM.
           PERFORM ANG-BELEG.
           PERFORM END-DRU.
           MOVE AK-KTONR TO WSP-KTONR.
           CALL "GABSPOOL" USING "10EINTRAG" WH-CREG.
           CALL "GABSPOOL" USING "30AUSGABE" WH-CREG.
           UNLOCK AUFKOPF.
           DISPLAY "Angebot gedruckt." with highlight AT 2401.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       ANG-BELEG SECTION.
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
           MOVE "A n g e b o t" TO DRA-SATZ(8:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "Datum:" TO DRA-SATZ(62:6).
           MOVE VDU-DATUM TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           MOVE "Angebot:" TO DRA-SATZ(8:).
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
           MOVE "Wir danken fuer Ihre Anfrage und bieten Ihnen freibl"
               TO DRA-SATZ(8:).
           MOVE "eibend an:" TO DRA-SATZ(59:).
           PERFORM DRUCK.
           PERFORM ANG-KOPFZ.
      *-----------------------------------------> Zeilen <-
           MOVE 0 TO WS-NET0 WM-OPTDA.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO WS-USTNET(WX).
           MOVE 999 TO WH-LKAP.
           MOVE 0 TO WH-LPOS.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           IF WZ-ZEILEN > 60 PERFORM ANG-KOPFZ.
      *--------> Optionen/Alternativen: Preis ja, Summe nein <-
           IF NOT AU-NORMAL
               MOVE 1 TO WM-OPTDA
           ELSE
               IF AU-UST > 0 AND AU-UST < 7
                   ADD AU-BET TO WS-USTNET(AU-UST)
               ELSE ADD AU-BET TO WS-NET0.
           IF AU-KAP NOT = WH-LKAP OR AU-POS NOT = WH-LPOS
               MOVE AU-POS TO WD-POS
               MOVE WD-POS TO DRA-SATZ(3:4).
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
      *--------> Kennzeichnung einmal je Position <-
           IF AU-KAP = WH-LKAP AND AU-POS = WH-LPOS GO C.
           MOVE AU-KAP TO WH-LKAP.
           MOVE AU-POS TO WH-LPOS.
           IF AU-NORMAL GO C.
           IF AU-OPTION
               MOVE "Option - nicht im Gesamtbetrag enthalten"
                   TO DRA-SATZ(12:)
           ELSE
               MOVE AU-ALTPOS TO WD-POS
               STRING "Alternative zu Pos. " WD-POS
                   " - nicht im Gesamtbetrag enthalten"
                   DELIMITED BY SIZE INTO DRA-SATZ(12:).
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
           PERFORM ANG-UST VARYING WX FROM 1 BY 1 UNTIL WX > 6.
           MOVE "Gesamtbetrag:" TO DRA-SATZ(10:).
           MOVE WS-BRUTTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(66:14).
           PERFORM DRUCK.
           IF WM-OPTDA = 1
               MOVE "Optionen und Alternativen sind im Gesamtbetrag n"
                   TO DRA-SATZ(10:)
               MOVE "icht enthalten." TO DRA-SATZ(58:)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Es gelten unsere Liefer- und Zahlungsbedingungen."
               TO DRA-SATZ(8:).
           PERFORM DRUCK.
           MOVE 70 TO WZ-ZEILEN.
       Z.  EXIT.
      ******** Ust je Steuerart (OSS: Saetze des Bestimmungslands) *
       ANG-UST SECTION.
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
       ANG-KOPFZ SECTION.
       A.  IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN
               MOVE "Angebot" TO DRA-SATZ(8:)
               MOVE AK-NUM TO WD-NUM
               MOVE WD-NUM TO DRA-SATZ(30:8)
               MOVE "- Fortsetzung -" TO DRA-SATZ(40:)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Pos." TO DRA-SATZ(3:).
           MOVE "Bezeichnung" TO DRA-SATZ(10:).
           MOVE "Menge" TO DRA-SATZ(45:).
           MOVE "Einzelpreis" TO DRA-SATZ(54:).
           MOVE "Betrag" TO DRA-SATZ(74:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(3:77).
           PERFORM DRUCK.
       Z.  EXIT.
      ************* Uebernahme des Angebots in den Auftrag *
       UEBERNAHME SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Uebernahme in den Auftrag " with highlight
               AT VDU-LP.
           PERFORM ANG-WAHL.
           IF AK-NUM = 0 GO Y.
           IF AK-RENUM NOT = 0 OR AK-GEWONNEN
               UNLOCK AUFKOPF
               DISPLAY "Angebot ist bereits uebernommen oder fakturiert
      -            "!" AT 2401
               PERFORM WEITER GO X.
           PERFORM OPT-LADEN.
           IF WO-ANZ = 0
               DISPLAY "keine Optionen oder Alternativen im Angebot."
                   AT 2401
               GO K.
           ADD 535 VDU-ECK GIVING VDU-LP.
           DISPLAY "angenommen (0/1):" AT VDU-LP.
           MOVE 0 TO WO-I.
       C.  ADD 1 TO WO-I.
           IF WO-I > WO-ANZ GO K.
           ADD 403 VDU-ECK GIVING VDU-LP.
           MOVE WO-POS(WO-I) TO WD-POS.
           DISPLAY "Pos." AT VDU-LP " " WD-POS with highlight
               " " WO-BEZ(WO-I).
           ADD 444 VDU-ECK GIVING VDU-LP.
           MOVE WO-BET(WO-I) TO WD-BET.
           DISPLAY WD-BET AT VDU-LP.
           MOVE SPACE TO WH-ARTTX.
           IF WO-ART(WO-I) = 1
               MOVE "Option" TO WH-ARTTX
           ELSE
               MOVE WO-ALT(WO-I) TO WD-POS
               STRING "Alternative zu Pos. " WD-POS
                   DELIMITED BY SIZE INTO WH-ARTTX.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-ARTTX AT VDU-LP.
       E.  DISPLAY "<ret>= 1 angenommen / 0 nicht, <esc>= zurueck"
               AT 2301.
           MOVE WO-WAHL(WO-I) TO WH-NUM.
           CALL "CAUP" USING "1005536001" WH-CREG.
           IF ESC
               IF WO-I = 1 UNLOCK AUFKOPF GO X
               ELSE SUBTRACT 2 FROM WO-I GO C.
           IF NOT RET GO E.
           IF WH-NUM > 1 GO E.
           MOVE WH-NUM TO WO-WAHL(WO-I).
           GO C.
       K.  DISPLAY "<esc>= Abbruch, <ret>= in den Auftrag uebernehmen"
               AT 2301.
           CALL "CAUP" USING "0023501000" WH-CREG.
           IF ESC UNLOCK AUFKOPF GO X.
           IF NOT RET GO K.
           MOVE 1 TO AK-ANGMARK.
           PERFORM UEB-ZEILEN.
           PERFORM AO-SUMMEN.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           REWRITE AK-SATZ.
           CALL "GABAHI" USING "90AHIENDE" WH-CREG.
           MOVE WZ-GESTR TO WD-ANZ.
           DISPLAY "in den Auftrag uebernommen," with highlight AT 2401
               WD-ANZ " Zeilen gestrichen.".
           PERFORM WEITER.
       X.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO A.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********* Optionen/Alternativen des Angebots in WO-TAB *
       OPT-LADEN SECTION.
       A.  MOVE 0 TO WO-ANZ.
           MOVE 999 TO WH-LKAP.
           MOVE 0 TO WH-LPOS.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF AU-NORMAL GO C.
           IF AU-KAP = WH-LKAP AND AU-POS = WH-LPOS
               ADD AU-BET TO WO-BET(WO-ANZ)
               GO C.
           IF WO-ANZ NOT < 500 GO C.
           ADD 1 TO WO-ANZ.
           MOVE AU-KAP TO WO-KAP(WO-ANZ) WH-LKAP.
           MOVE AU-POS TO WO-POS(WO-ANZ) WH-LPOS.
           MOVE AU-POSART TO WO-ART(WO-ANZ).
           MOVE AU-ALTPOS TO WO-ALT(WO-ANZ).
           MOVE 0 TO WO-WAHL(WO-ANZ).
           MOVE AU-BEZ(1) TO WO-BEZ(WO-ANZ).
           MOVE AU-BET TO WO-BET(WO-ANZ).
           GO C.
       Z.  EXIT.
      ********* Zeilen nach der Auswahl: annehmen oder streichen *
       UEB-ZEILEN SECTION.
       A.  MOVE 0 TO WZ-GESTR.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF ZUGRIF PERFORM BESETZT GO C.
           PERFORM OPT-SUCHE.
           IF WH-TREFF = 1
               DELETE AUFTRAG RECORD
               CALL "GABAHI" USING "25AHIAUS" WH-CREG
               ADD 1 TO WZ-GESTR
               GO C.
           IF WH-TREFF = 2
               MOVE 0 TO AU-POSART AU-ALTPOS
               REWRITE AU-SATZ.
      *--------> Verkaufshistorie: Angebot ist jetzt gewonnen <-
           CALL "GABAHI" USING "20AHIZEIL" WH-CREG.
           GO C.
       Z.  EXIT.
      ******** Entscheidung fuer die aktuelle Zeile: WH-TREFF
      *    0 = bleibt, 1 = streichen, 2 = angenommen (wird normal);
      *    eine normale Position faellt weg, wenn eine angenommene
      *    Alternative sie ersetzt
       OPT-SUCHE SECTION.
       A.  MOVE 0 TO WH-TREFF WO-I.
           IF NOT AU-NORMAL GO E.
       C.  ADD 1 TO WO-I.
           IF WO-I > WO-ANZ GO Z.
           IF WO-ART(WO-I) = 2 AND WO-WAHL(WO-I) = 1
                   AND WO-KAP(WO-I) = AU-KAP AND WO-ALT(WO-I) = AU-POS
               MOVE 1 TO WH-TREFF GO Z.
           GO C.
       E.  ADD 1 TO WO-I.
           IF WO-I > WO-ANZ GO Z.
           IF WO-KAP(WO-I) NOT = AU-KAP OR WO-POS(WO-I) NOT = AU-POS
               GO E.
           IF WO-WAHL(WO-I) = 1 MOVE 2 TO WH-TREFF
               ELSE MOVE 1 TO WH-TREFF.
       Z.  EXIT.
