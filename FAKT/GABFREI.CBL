      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABFREI.
      ******************************************************************
      *   Vier-Augen-Freigabe (GABISFRG.DAT): Aenderungen an IBAN/BIC  *
      *   des Kunden (Mandat, GABSEPA) und des Lieferanten (GABKRED),  *
      *   an unseren Bankdaten (KONSTANT 52) sowie Erhoehungen des     *
      *   Kredit- und des Konzernlimits (GABDEBIT) werden nur          *
      *   vorgemerkt.  Bis ein zweiter, anderer Benutzer mit Frei-     *
      *   gaberecht (KU-FREIG) sie freigibt, gilt im Stamm der alte    *
      *   Wert - fuer den Einzug, den Zahlungslauf und den Zahlungs-   *
      *   QR-Code.  Das Master-Codewort erfasst, gibt aber nicht frei. *
      *   Die Freigabe schreibt die Werte in den Stamm und ins         *
      *   Aenderungsjournal (Benutzer = Freigebender, dazu Eintrag     *
      *   FREIGABE mit Erfasser und Freigebendem).                     *
      *                                                                *
      *   10 = Liste der offenen und der in den letzten 30 Tagen       *
      *        erledigten Aenderungen, freigeben/ablehnen;             *
      *   20 = Aenderung vormerken (Felder in GABFRGSC.CPY); eine      *
      *        noch offene zum selben Stamm gilt dann als ersetzt;     *
      *   30 = offene Aenderung zum Stamm suchen (WFG-ERG 1 = ja).     *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEFRG.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEKON.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABFREIG.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABLIEFS.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WH-OK                   PIC 9         COMP.
           03  WH-FGNR                 PIC 9(6)      COMP.
           03  WH-FGSATZ               PIC X(256).
      *--------> Liste: Beginn der Seite, Zeile, Grenze 30 Tage <--
           03  WH-LISTNR               PIC 9(6)      COMP.
           03  WH-LETZT                PIC 9(6)      COMP.
           03  WZ-ZEILE                PIC 99        COMP.
           03  WA-HEUTE                PIC 9(8)      COMP.
           03  WA-INT                  PIC 9(8)      COMP.
           03  WA-GRENZE               PIC 9(8)      COMP.
      *--------> Werte im Stamm vor der Freigabe <--
           03  WH-AIBAN                PIC X(34).
           03  WH-ABIC                 PIC X(11).
           03  WH-AGLID                PIC X(18).
           03  WH-ALIM                 PIC S9(9)V99  COMP-3.
           03  WH-ARTTX                PIC X(45)     VALUE
               "Bank Kd. KreditlimKonzernl.Bank LiefBank eig.".
           03  WR-ARTTX REDEFINES WH-ARTTX PIC X(9)  OCCURS 5.
           03  WH-STATX                PIC X(32)     VALUE
               "offen   frei    abgel.  ersetzt ".
           03  WR-STATX REDEFINES WH-STATX PIC X(8)  OCCURS 4.
           03  WN-ZEIT.
               05 WN-ZEIT6             PIC 9(6).
               05 FILLER               PIC 99.
           03  WD-NR                   PIC ZZZZZ9.
           03  WD-LIM                  PIC -(9)9,99.
           03  WD-ZEIT.
               05 WD-ZHH               PIC 99.
               05 FILLER               PIC X         VALUE ":".
               05 WD-ZMM               PIC 99.
      *--------> Listenzeile <--
           03  WA-ZEILE.
               05 WA-NR                PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 WA-ART               PIC X(9).
               05 FILLER               PIC X.
               05 WA-SCHL              PIC X(6).
               05 FILLER               PIC X.
               05 WA-NEU               PIC X(18).
               05 FILLER               PIC X.
               05 WA-ANNAME            PIC X(12).
               05 FILLER               PIC X.
               05 WA-FRNAME            PIC X(12).
               05 FILLER               PIC X.
               05 WA-STATUS            PIC X(8).
       COPY GABFRGSC.CPY.
       COPY GABAEJSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FREIGAB.
       A.  CALL "CADECL" USING "GABISFRG.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM FR-MENU GO W.
           IF WL-CA = 20 PERFORM VORMERKEN GO X.
           IF WL-CA = 30 PERFORM OFFEN-SUCHEN GO X.
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
       FRG-OEFFNE SECTION.
       A.  OPEN I-O FREIGAB.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT FREIGAB
               CLOSE FREIGAB
               OPEN I-O FREIGAB.
       Z.  EXIT.
      ***** Datum JJJJMMTT in WX-DATUM -> VDU-DATUM (0 = leer) *
       DAT-ANZ SECTION.
       A.  MOVE SPACE TO VDU-DATUM.
           IF WX-DATUM = 0 GO Z.
           COMPUTE WC-DATUM = WX-DATUM - 20000000.
           PERFORM DATDREH.
       Z.  EXIT.
      ******************************************************************
      *    Aenderung vormerken (Einstieg 20): offene Aenderungen zum
      *    selben Stamm werden ersetzt, dann neuer Satz mit der
      *    naechsten Nummer; erfasst von = angemeldeter Benutzer
      ******************************************************************
       VORMERKEN SECTION.
       A.  PERFORM FRG-OEFFNE.
           ACCEPT WN-ZEIT FROM TIME.
           MOVE WFG-ART TO FG-ART.
           MOVE WFG-SCHL TO FG-SCHL.
           START FREIGAB KEY = FG-OBJ INVALID GO D.
       B.  READ FREIGAB NEXT AT END GO D.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF FG-ART NOT = WFG-ART OR FG-SCHL NOT = WFG-SCHL GO D.
           IF NOT FG-OFFEN GO B.
           MOVE 3 TO FG-STATUS.
           MOVE WB-NUM TO FG-FRBEN.
           MOVE WB-NAME TO FG-FRNAME.
           IF WB-NAME = SPACE MOVE "Master" TO FG-FRNAME.
           COMPUTE FG-FRDAT = WH-DATUM + 20000000.
           MOVE WN-ZEIT6 TO FG-FRZEIT.
           REWRITE FG-SATZ.
           GO B.
       D.  INITIALIZE FG-SATZ.
           MOVE WFG-ART TO FG-ART.
           MOVE WFG-SCHL TO FG-SCHL.
           MOVE 0 TO FG-STATUS.
           MOVE WFG-AIBAN TO FG-AIBAN.
           MOVE WFG-ABIC TO FG-ABIC.
           MOVE WFG-AGLID TO FG-AGLID.
           MOVE WFG-ALIM TO FG-ALIM.
           MOVE WFG-NIBAN TO FG-NIBAN.
           MOVE WFG-NBIC TO FG-NBIC.
           MOVE WFG-NGLID TO FG-NGLID.
           MOVE WFG-NLIM TO FG-NLIM.
           MOVE WB-NUM TO FG-ANBEN.
           MOVE WB-NAME TO FG-ANNAME.
           IF WB-NAME = SPACE MOVE "Master" TO FG-ANNAME.
           COMPUTE FG-ANDAT = WH-DATUM + 20000000.
           MOVE WN-ZEIT6 TO FG-ANZEIT.
           MOVE SPACE TO FG-FRNAME.
      *--------> naechste freie Nummer <-
           MOVE FG-SATZ TO WH-FGSATZ.
           MOVE 999999 TO FG-NR.
           START FREIGAB KEY < FG-NR INVALID MOVE 0 TO FG-NR GO E.
           READ FREIGAB PREVIOUS IGNORE LOCK AT END MOVE 0 TO FG-NR.
       E.  MOVE FG-NR TO WH-FGNR.
           MOVE WH-FGSATZ TO FG-SATZ.
       F.  ADD 1 TO WH-FGNR.
           MOVE WH-FGNR TO FG-NR.
           WRITE FG-SATZ INVALID GO F.
           MOVE 0 TO WFG-ERG.
           CLOSE FREIGAB.
       Z.  EXIT.
      ***** offene Aenderung zu WFG-ART/WFG-SCHL suchen (Einstieg 30) *
       OFFEN-SUCHEN SECTION.
       A.  MOVE 0 TO WFG-ERG.
           OPEN INPUT FREIGAB.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WFG-ART TO FG-ART.
           MOVE WFG-SCHL TO FG-SCHL.
           START FREIGAB KEY = FG-OBJ INVALID GO X.
       B.  READ FREIGAB NEXT IGNORE LOCK AT END GO X.
           IF FG-ART NOT = WFG-ART OR FG-SCHL NOT = WFG-SCHL GO X.
           IF NOT FG-OFFEN GO B.
           MOVE 1 TO WFG-ERG.
           MOVE FG-NIBAN TO WFG-NIBAN.
           MOVE FG-NBIC TO WFG-NBIC.
           MOVE FG-NGLID TO WFG-NGLID.
           MOVE FG-NLIM TO WFG-NLIM.
       X.  CLOSE FREIGAB.
       Z.  EXIT.
      ******************************************************************
      *    Freigabe (Einstieg 10): Liste seitenweise, neueste zuerst;
      *    Nummer waehlen -> Einzelheiten, freigeben oder ablehnen
      ******************************************************************
       FR-MENU SECTION.
       A.  PERFORM FRG-OEFFNE.
           MOVE 0 TO WM-OPDEB WM-OPLIS WM-OPKON.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
           OPEN I-O LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           COMPUTE WA-HEUTE = WH-DATUM + 20000000.
           COMPUTE WA-GRENZE = FUNCTION INTEGER-OF-DATE(WA-HEUTE) - 30.
           CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Freigaben (vier Augen) " with highlight AT VDU-LP.
           ADD 202 VDU-ECK GIVING VDU-LP.
           DISPLAY "    Nr Art       Schl.  neuer Wert         erfasst v
      -        "on  freigegeben  Status" AT VDU-LP.
           MOVE 999999 TO WH-LISTNR.
       B.  PERFORM FR-LISTE.
           PERFORM DETAIL-LOESCH.
       C.  ADD 1702 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nr.:" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Nummer waehlen, 0 = naechste Sei
      -        "te" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1017076006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO B.
           MOVE WH-NUM TO FG-NR.
       D.  READ FREIGAB INVALID
               DISPLAY "Nummer nicht vorhanden!" AT 2401
               GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           PERFORM FR-DETAIL.
           IF NOT FG-OFFEN
               UNLOCK FREIGAB
               DISPLAY "Aenderung ist bereits erledigt." AT 2401
               GO C.
       E.  DISPLAY "<ret>= freigeben, <tab>= ablehnen, <esc>= zurueck"
               AT 2301.
           CALL "CAUP" USING "0023701000" WH-CREG.
           IF ESC UNLOCK FREIGAB GO C.
           IF TABL GO G.
           IF NOT RET GO E.
      *--------> freigeben: anderer Benutzer mit Freigaberecht <-
           IF WB-NUM = 0 OR NOT WB-FREIGEBER
               UNLOCK FREIGAB
               DISPLAY "keine Freigabeberechtigung (Stammdaten, Benutzer
      -            ")!" AT 2401
               PERFORM WEITER GO C.
           IF WB-NUM = FG-ANBEN OR WB-NAME = FG-ANNAME
               UNLOCK FREIGAB
               DISPLAY "Freigabe nur durch einen anderen Benutzer als de
      -            "n Erfasser!" AT 2401
               PERFORM WEITER GO C.
           PERFORM UEBERNEHMEN.
           IF WH-OK = 0 UNLOCK FREIGAB PERFORM WEITER GO C.
           MOVE 1 TO FG-STATUS.
           PERFORM FR-STEMPEL.
           REWRITE FG-SATZ.
           PERFORM FR-JOURNAL.
           DISPLAY "freigegeben - der neue Wert gilt ab sofort."
               with highlight AT 2401.
           PERFORM WEITER.
           MOVE 999999 TO WH-LISTNR.
           GO B.
      *--------> ablehnen: Erfasser selbst oder Freigeber <-
       G.  IF WB-NUM NOT = FG-ANBEN
               AND (WB-NUM = 0 OR NOT WB-FREIGEBER)
               UNLOCK FREIGAB
               DISPLAY "keine Freigabeberechtigung (Stammdaten, Benutzer
      -            ")!" AT 2401
               PERFORM WEITER GO C.
           MOVE 2 TO FG-STATUS.
           PERFORM FR-STEMPEL.
           REWRITE FG-SATZ.
           DISPLAY "abgelehnt - es bleibt der alte Wert." with highlight
               AT 2401.
           PERFORM WEITER.
           MOVE 999999 TO WH-LISTNR.
           GO B.
       X.  CLOSE FREIGAB DEBZUS.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Freigebender/Ablehnender und Zeitpunkt in den Satz *
       FR-STEMPEL SECTION.
       A.  ACCEPT WN-ZEIT FROM TIME.
           MOVE WB-NUM TO FG-FRBEN.
           MOVE WB-NAME TO FG-FRNAME.
           IF WB-NAME = SPACE MOVE "Master" TO FG-FRNAME.
           COMPUTE FG-FRDAT = WH-DATUM + 20000000.
           MOVE WN-ZEIT6 TO FG-FRZEIT.
       Z.  EXIT.
      ******************************************************************
      *    eine Seite (Zeilen 3 - 12) ab WH-LISTNR abwaerts: offene
      *    Aenderungen immer, erledigte nur der letzten 30 Tage;
      *    am Ende der Datei beginnt die naechste Seite wieder oben
      ******************************************************************
       FR-LISTE SECTION.
       A.  MOVE 0 TO WZ-ZEILE.
           MOVE WH-LISTNR TO WH-LETZT.
           MOVE WH-LISTNR TO FG-NR.
           START FREIGAB KEY < FG-NR INVALID GO W.
       B.  READ FREIGAB PREVIOUS IGNORE LOCK AT END GO W.
           IF FG-OFFEN GO C.
           IF FG-FRDAT = 0 GO B.
           MOVE FG-FRDAT TO WX-DATUM.
           COMPUTE WA-INT = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           IF WA-INT < WA-GRENZE GO B.
       C.  ADD 1 TO WZ-ZEILE.
           MOVE FG-NR TO WH-LETZT.
           PERFORM FR-ZEILE.
           COMPUTE VDU-LP = (WZ-ZEILE + 2) * 100 + 2 + VDU-ECK.
           DISPLAY WA-ZEILE AT VDU-LP.
           IF WZ-ZEILE < 10 GO B.
           MOVE WH-LETZT TO WH-LISTNR.
           GO X.
       W.  MOVE 999999 TO WH-LISTNR.
           IF WZ-ZEILE = 0
               ADD 302 VDU-ECK GIVING VDU-LP
               DISPLAY "keine offenen oder kuerzlich erledigten Aenderun
      -            "gen" AT VDU-LP
               MOVE 1 TO WZ-ZEILE.
      *--------> Rest der Seite loeschen <-
       X.  MOVE SPACE TO WA-ZEILE.
       Y.  IF WZ-ZEILE NOT < 10 GO Z.
           ADD 1 TO WZ-ZEILE.
           COMPUTE VDU-LP = (WZ-ZEILE + 2) * 100 + 2 + VDU-ECK.
           DISPLAY WA-ZEILE AT VDU-LP.
           GO Y.
       Z.  EXIT.
      ***** Listenzeile aus FG-SATZ aufbauen *
       FR-ZEILE SECTION.
       A.  MOVE SPACE TO WA-ZEILE.
           MOVE FG-NR TO WA-NR.
           IF FG-ART > 0 AND FG-ART < 6
               MOVE WR-ARTTX(FG-ART) TO WA-ART.
           MOVE FG-SCHL TO WA-SCHL.
           IF FG-ART = 2 OR FG-ART = 3
               MOVE FG-NLIM TO WD-LIM
               MOVE WD-LIM TO WA-NEU
           ELSE
               MOVE FG-NIBAN TO WA-NEU.
           MOVE FG-ANNAME TO WA-ANNAME.
           IF NOT FG-OFFEN MOVE FG-FRNAME TO WA-FRNAME.
           IF FG-STATUS < 4 MOVE WR-STATX(FG-STATUS + 1) TO WA-STATUS.
       Z.  EXIT.
      ******************************************************************
      *    Einzelheiten der gewaehlten Aenderung (Zeilen 13 - 16):
      *    Stamm, alter und neuer Wert, Erfasser und Freigebender
      ******************************************************************
       FR-DETAIL SECTION.
       A.  PERFORM DETAIL-LOESCH.
           MOVE SPACE TO WT-BEZ.
           EVALUATE FG-ART
               WHEN 1 THRU 3
                   MOVE FG-KTONR TO DE-KTONR
                   IF WM-OPDEB > 0
                       READ DEBITOR IGNORE LOCK INVALID
                           MOVE SPACE TO DE-BEZ
                       END-READ
                       MOVE DE-BEZ TO WT-BEZ
                       INSPECT WT-BEZ REPLACING ALL "#" BY ","
                   END-IF
               WHEN 4
                   MOVE FG-SCHL TO LS-LIEF
                   READ LIEFSTAM IGNORE LOCK INVALID
                       MOVE SPACE TO LS-BEZ
                   END-READ
                   MOVE LS-BEZ TO WT-BEZ
               WHEN 5
                   MOVE "unsere Bankverbindung (KONSTANT 52)" TO WT-BEZ
           END-EVALUATE.
           MOVE FG-NR TO WD-NR.
           ADD 1302 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nr." AT VDU-LP " " WD-NR with highlight " "
               WR-ARTTX(FG-ART) " " FG-SCHL(1:6) " " WT-BEZ(1:40).
           ADD 100 TO VDU-LP.
           IF FG-ART = 2 OR FG-ART = 3
               MOVE FG-ALIM TO WD-LIM
               DISPLAY "alt: " AT VDU-LP WD-LIM
               ADD 100 TO VDU-LP
               MOVE FG-NLIM TO WD-LIM
               DISPLAY "neu: " AT VDU-LP WD-LIM with highlight
           ELSE
               DISPLAY "alt: " AT VDU-LP FG-AIBAN " " FG-ABIC " "
                   FG-AGLID
               ADD 100 TO VDU-LP
               DISPLAY "neu: " AT VDU-LP FG-NIBAN with highlight " "
                   FG-NBIC with highlight " " FG-NGLID with highlight.
           ADD 100 TO VDU-LP.
           MOVE FG-ANDAT TO WX-DATUM.
           PERFORM DAT-ANZ.
           MOVE FG-ANZEIT(1:2) TO WD-ZHH.
           MOVE FG-ANZEIT(3:2) TO WD-ZMM.
           DISPLAY "erfasst: " AT VDU-LP FG-ANNAME with highlight " "
               VDU-DATUM " " WD-ZEIT.
           IF FG-OFFEN GO Z.
           MOVE FG-FRDAT TO WX-DATUM.
           PERFORM DAT-ANZ.
           MOVE FG-FRZEIT(1:2) TO WD-ZHH.
           MOVE FG-FRZEIT(3:2) TO WD-ZMM.
           ADD 42 TO VDU-LP.
           DISPLAY WR-STATX(FG-STATUS + 1) AT VDU-LP FG-FRNAME
               with highlight " " VDU-DATUM.
       Z.  EXIT.
      ***** Zeilen 13 - 16 der Einzelheiten loeschen *
       DETAIL-LOESCH SECTION.
       A.  MOVE SPACE TO WA-ZEILE.
           ADD 1302 VDU-ECK GIVING VDU-LP.
       B.  DISPLAY WA-ZEILE AT VDU-LP.
           ADD 100 TO VDU-LP.
           IF VDU-LP < 1700 + VDU-ECK GO B.
       Z.  EXIT.
      ******************************************************************
      *    freigegebene Werte in den Stamm: WH-OK = 1 uebernommen;
      *    die bisherigen Werte fuer das Journal nach WH-AIBAN ...
      ******************************************************************
       UEBERNEHMEN SECTION.
       A.  MOVE 0 TO WH-OK.
           MOVE SPACE TO WH-AIBAN WH-ABIC WH-AGLID.
           MOVE 0 TO WH-ALIM.
           IF FG-ART = 4 GO L.
           IF FG-ART = 5 GO K.
      *--------> Kundenzusatz: Bank, Kredit-, Konzernlimit <-
           MOVE FG-KTONR TO DZ-KTONR.
       D.  READ DEBZUS INVALID
               DISPLAY "Kunde nicht mehr vorhanden!" AT 2401
               GO Z.
           IF ZUGRIF PERFORM BESETZT GO D.
           IF FG-ART = 1
               MOVE DZ-IBAN TO WH-AIBAN
               MOVE DZ-BIC TO WH-ABIC
               MOVE FG-NIBAN TO DZ-IBAN
               MOVE FG-NBIC TO DZ-BIC.
           IF FG-ART = 2
               MOVE DZ-KRLIMIT TO WH-ALIM
               MOVE FG-NLIM TO DZ-KRLIMIT.
           IF FG-ART = 3 AND DZ-KONZERN NOT = DZ-KTONR
               UNLOCK DEBZUS
               DISPLAY "Konto ist kein Konzern-Kopfkonto mehr!" AT 2401
               GO Z.
           IF FG-ART = 3
               MOVE DZ-KZLIMIT TO WH-ALIM
               MOVE FG-NLIM TO DZ-KZLIMIT.
           REWRITE DZ-SATZ.
           MOVE 1 TO WH-OK.
           GO Z.
      *--------> unsere Bankdaten KONSTANT 52 <-
       K.  MOVE 52 TO WH-KEY.
           READ KONSTANT INVALID
               INITIALIZE KO-SEPASATZ
               MOVE 52 TO KO-NUM
               MOVE SPACE TO KSE-IBAN KSE-BIC KSE-GLID
               WRITE KO-SATZ
               GO K.
           IF ZUGRIF PERFORM BESETZT GO K.
           MOVE KSE-IBAN TO WH-AIBAN.
           MOVE KSE-BIC TO WH-ABIC.
           MOVE KSE-GLID TO WH-AGLID.
           MOVE FG-NIBAN TO KSE-IBAN.
           MOVE FG-NBIC TO KSE-BIC.
           MOVE FG-NGLID TO KSE-GLID.
           MOVE 52 TO WH-KEY.
           REWRITE KO-SATZ.
           MOVE 1 TO WH-OK.
           GO Z.
      *--------> Lieferant <-
       L.  MOVE FG-SCHL TO LS-LIEF.
       M.  READ LIEFSTAM INVALID
               DISPLAY "Lieferant nicht mehr vorhanden!" AT 2401
               GO Z.
           IF ZUGRIF PERFORM BESETZT GO M.
           MOVE LS-IBAN TO WH-AIBAN.
           MOVE LS-BIC TO WH-ABIC.
           MOVE FG-NIBAN TO LS-IBAN.
           MOVE FG-NBIC TO LS-BIC.
           REWRITE LS-SATZ.
           MOVE 1 TO WH-OK.
       Z.  EXIT.
      ******************************************************************
      *    Aenderungsjournal: je geaendertem Feld ein Eintrag (die IBAN
      *    in zwei Teilen), dazu FREIGABE mit Erfasser (alt) und
      *    Freigebendem (neu); Benutzer des Eintrags = Freigebender
      ******************************************************************
       FR-JOURNAL SECTION.
       A.  MOVE 0 TO WJ-LAUF.
           MOVE "GABFREI" TO WJ-PROG.
           MOVE "DEBZUS" TO WJ-DATEI.
           IF FG-ART = 4 MOVE "LIEFSTAM" TO WJ-DATEI.
           IF FG-ART = 5 MOVE "KONSTANT" TO WJ-DATEI.
           MOVE FG-SCHL TO WJ-SCHL.
           IF FG-ART = 2 OR FG-ART = 3 GO G.
           IF WH-AIBAN = FG-NIBAN GO C.
           MOVE "IBAN" TO WJ-FELD.
           MOVE WH-AIBAN(1:20) TO WJ-ALT.
           MOVE FG-NIBAN(1:20) TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
           IF WH-AIBAN(21:14) = SPACE AND FG-NIBAN(21:14) = SPACE
               GO C.
           MOVE "IBAN 21-34" TO WJ-FELD.
           MOVE WH-AIBAN(21:14) TO WJ-ALT.
           MOVE FG-NIBAN(21:14) TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
       C.  IF WH-ABIC = FG-NBIC GO E.
           MOVE "BIC" TO WJ-FELD.
           MOVE WH-ABIC TO WJ-ALT.
           MOVE FG-NBIC TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
       E.  IF FG-ART NOT = 5 OR WH-AGLID = FG-NGLID GO W.
           MOVE "GLAEUB-ID" TO WJ-FELD.
           MOVE WH-AGLID TO WJ-ALT.
           MOVE FG-NGLID TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
           GO W.
       G.  MOVE "KRLIMIT" TO WJ-FELD.
           IF FG-ART = 3 MOVE "KZLIMIT" TO WJ-FELD.
           MOVE WH-ALIM TO WD-LIM.
           MOVE WD-LIM TO WJ-ALT.
           MOVE FG-NLIM TO WD-LIM.
           MOVE WD-LIM TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
       W.  MOVE "FREIGABE" TO WJ-FELD.
           MOVE FG-ANNAME TO WJ-ALT.
           MOVE FG-FRNAME TO WJ-NEU.
           CALL "GABAEJ" USING "10EINTRAG" WH-CREG.
       Z.  EXIT.
