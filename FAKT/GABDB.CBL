      *   Deckungsbeitragsauswertung ueber einen Datumsbereich:        *
      *   Umsatz (AU-BET), Einsatz (AU-EKP x AU-ANZ), DB und DB%       *
      *   mit Zwischensummen je Warengruppe (AU-GRP), Kundenklasse     *
      *   (DE-KLASSE), Verkaeufer (AK-VKF) und Kostenstelle (GABKSTV,  *
      *   Zeile vor Kopf vor Vorgabe) - Aufbau wie die Umsatzliste     *
      *   je Kundenklasse in GABLIST.  Wahlweise nur Kunden einer      *
      *   ABC-Klasse (DEBZUS) und/oder Artikel einer ABC/XYZ-Klasse    *
      *   (ARTZOLL), Klassen aus GABABC.                               *
      *   Nur fuer Benutzer, die Einkaufspreise und Margen sehen       *
      *   duerfen (KU-EKSICHT).                                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEAZL.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABANBOT.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABARTZL.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WH-DB                   PIC S9(11)V99 COMP-3.
           03  WH-KLX                  PIC 99        COMP.
           03  WH-VKX                  PIC 999       COMP.
      *--------------------> Summen je Kostenstelle, mehr als 100
      *                      Kostenstellen laufen in der letzten auf <--
           03  WS-SANZ                 PIC 999       COMP.
           03  WS-STAB                                      OCCURS 100.
               05  WS-SNR              PIC 9(5)      COMP.
               05  WS-SUMS             PIC S9(9)V99  COMP-3.
               05  WS-SKOS             PIC S9(9)V99  COMP-3.
           03  WH-SX                   PIC 999       COMP.
           03  WH-SMIN                 PIC 999       COMP.
           03  WH-SLETZT               PIC 9(6)      COMP.
           03  WM-KSTZ                 PIC 9         COMP  VALUE ZERO.
           03  WD-KST                  PIC ZZZZ9.
           03  WD-GRP                  PIC Z9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-PROZ                 PIC ZZ9,9-.
      *--------------------> Klassenauswahl (leer = alle) <--
           03  WV-KDKL                 PIC X(3)      VALUE SPACE.
           03  WV-KLASSE               PIC X(4)      VALUE SPACE.
           03  WV-KABC                 PIC X(4).
           03  WV-KXYZ                 PIC X(4).
           03  WV-KREST                PIC X(4).
           03  WM-DZOP                 PIC 9         COMP  VALUE ZERO.
           03  WM-AZLOP                PIC 9         COMP  VALUE ZERO.
           03  WZ-TREFF                PIC 99        COMP.
       COPY GABKSTSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISAZL.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM DB-LISTE GO W.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           MOVE WX-DATUM TO WS-DATUM.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           IF WS-DATUM < WV-DATUM GO C.
      *------> Kunden- und Artikelklasse aus der ABC-Analyse <-
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kunden ABC (leer= alle):" AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel ABC/XYZ (z.B. AX):" AT VDU-LP.
       F.  DISPLAY "<esc>= zurueck, <ret>= Kundenklassen, z.B. AB"
               AT 2301.
           MOVE WV-KDKL TO WT-TX.
           CALL "CAUP" USING "1203310103" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO F.
           MOVE WT-TX(1:3) TO WV-KDKL.
           INSPECT WV-KDKL CONVERTING "abc" TO "ABC".
           MOVE WV-KDKL TO WV-KREST.
           INSPECT WV-KREST CONVERTING "ABC" TO SPACE.
           IF WV-KREST NOT = SPACE GO F.
       H.  DISPLAY "<esc>= zurueck, <ret>= Artikelklassen" AT 2301.
           MOVE WV-KLASSE TO WT-TX.
           CALL "CAUP" USING "1204310104" WH-CREG.
           IF ESC GO F.
           IF NOT RET GO H.
           PERFORM KL-EINGABE.
           IF WV-KREST NOT = SPACE GO H.
       G.  DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Z.
                         WS-VUMS(WX) WS-VKOS(WX).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 10
               MOVE 0 TO WS-KUMS(WX) WS-KKOS(WX).
           MOVE 0 TO WS-UMS WS-KOS WS-SANZ.
           OPEN INPUT AUFKOPF AUFTRAG.
           MOVE 0 TO WM-DZOP WM-AZLOP.
           IF WV-KDKL NOT = SPACE
               OPEN INPUT DEBZUS
               IF WF-STATUS = "00" MOVE 1 TO WM-DZOP.
           IF WV-KLASSE NOT = SPACE
               OPEN INPUT ARTZOLL
               IF WF-STATUS = "00" MOVE 1 TO WM-AZLOP.
           MOVE WV-DATUM TO AK-DATUM.
           START AUFKOPF KEY NOT < AK-DATUM INVALID GO X.
       I.  READ AUFKOPF NEXT IGNORE LOCK AT END GO X.
           DISPLAY AK-NUM AT 2020.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE 0 TO DE-KLASSE.
           IF WV-KDKL = SPACE GO K.
           IF WM-DZOP = 0 GO X.
           MOVE AK-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO I.
           MOVE 0 TO WZ-TREFF.
           INSPECT WV-KDKL TALLYING WZ-TREFF FOR ALL DZ-ABC.
           IF DZ-ABC = SPACE OR WZ-TREFF = 0 GO I.
       K.  ADD DE-KLASSE 1 GIVING WH-KLX.
           ADD AK-VKF 1 GIVING WH-VKX.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO I.
       J.  READ AUFTRAG NEXT IGNORE LOCK AT END GO I.
           IF AU-NUM NOT = AK-NUM GO I.
           IF WV-KLASSE = SPACE GO L.
           IF WM-AZLOP = 0 GO X.
           MOVE AU-ARNUM TO AZ-ARNUM.
           READ ARTZOLL IGNORE LOCK INVALID GO J.
           MOVE 0 TO WZ-TREFF.
           IF WV-KABC NOT = SPACE
               INSPECT WV-KABC TALLYING WZ-TREFF FOR ALL AZ-ABC
               IF AZ-ABC = SPACE OR WZ-TREFF = 0 GO J.
           MOVE 0 TO WZ-TREFF.
           IF WV-KXYZ NOT = SPACE
               INSPECT WV-KXYZ TALLYING WZ-TREFF FOR ALL AZ-XYZ
               IF AZ-XYZ = SPACE OR WZ-TREFF = 0 GO J.
       L.  COMPUTE WH-KOST ROUNDED = AU-EKP * AU-ANZ.
           ADD AU-BET TO WS-GUMS(AU-GRP + 1)
                         WS-KUMS(WH-KLX)
                         WS-VUMS(WH-VKX) WS-UMS.
           ADD WH-KOST TO WS-GKOS(AU-GRP + 1)
                          WS-KKOS(WH-KLX)
                          WS-VKOS(WH-VKX) WS-KOS.
           CALL "GABKSTV" USING "25KSTZEIL" WH-CREG.
           PERFORM KST-SUCHE.
           ADD AU-BET TO WS-SUMS(WH-SX).
           ADD WH-KOST TO WS-SKOS(WH-SX).
           GO J.
       X.  CLOSE AUFKOPF AUFTRAG.
           IF WM-DZOP = 1 CLOSE DEBZUS.
           IF WM-AZLOP = 1 CLOSE ARTZOLL.
           CALL "GABKSTV" USING "90KSTENDE" WH-CREG.
           PERFORM DB-DRUCK.
       Z.  EXIT.
      ******************************************************************
       UNTER-HINW SECTION.
       A.  DISPLAY "Auswertung laeuft..." AT 2301.
       Z.  EXIT.
      ******************************************************************
      *    Klasseneingabe zerlegen: A/B/C nach WV-KABC, X/Y/Z nach
      *    WV-KXYZ; andere Zeichen bleiben in WV-KREST (ungueltig)
      ******************************************************************
       KL-EINGABE SECTION.
       A.  MOVE WT-TX(1:4) TO WV-KLASSE.
           INSPECT WV-KLASSE CONVERTING "abcxyz" TO "ABCXYZ".
           MOVE WV-KLASSE TO WV-KABC WV-KXYZ WV-KREST.
           INSPECT WV-KABC CONVERTING "XYZ" TO SPACE.
           INSPECT WV-KXYZ CONVERTING "ABC" TO SPACE.
           INSPECT WV-KREST CONVERTING "ABCXYZ" TO SPACE.
       Z.  EXIT.
      ******************************************************************
       DB-DRUCK SECTION.
       A.  MOVE "DBLISTE.LST" TO WH-DRUNAM.
           MOVE "bis:" TO DRA-SATZ(49:4).
           MOVE VDU-DATUM TO DRA-SATZ(54:8).
           PERFORM DRUCK.
           IF WV-KDKL = SPACE AND WV-KLASSE = SPACE GO C.
           MOVE "nur Kundenklasse:" TO DRA-SATZ(2:17).
           MOVE WV-KDKL TO DRA-SATZ(20:3).
           MOVE "Artikelklasse:" TO DRA-SATZ(34:14).
           MOVE WV-KLASSE TO DRA-SATZ(49:4).
           PERFORM DRUCK.
       C.  MOVE ALL "-" TO DRA-SATZ(2:85).
           PERFORM DRUCK.
           MOVE "                        Umsatz        Einsatz
      -        "         DB     DB%" TO DRA-SATZ(2:).
                   MOVE WS-VUMS(WX) TO WS-UMS
                   MOVE WS-VKOS(WX) TO WS-KOS
                   PERFORM DB-ZEILE.
           MOVE SPACE TO DRA-SATZ.
           PERFORM DRUCK.
           MOVE "Kostenstellen" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           PERFORM KST-DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
      ************ Tabellenzeile der Kostenstelle WKS-NUMMER -> WH-SX *
       KST-SUCHE SECTION.
       A.  MOVE 1 TO WH-SX.
       B.  IF WH-SX > WS-SANZ GO C.
           IF WS-SNR(WH-SX) = WKS-NUMMER GO Z.
           ADD 1 TO WH-SX.
           GO B.
       C.  IF WS-SANZ NOT < 100 MOVE 100 TO WH-SX GO Z.
           ADD 1 TO WS-SANZ.
           MOVE WS-SANZ TO WH-SX.
           MOVE WKS-NUMMER TO WS-SNR(WH-SX).
           MOVE 0 TO WS-SUMS(WH-SX) WS-SKOS(WH-SX).
       Z.  EXIT.
      ************ Kostenstellen aufsteigend drucken (0 = keine) *
       KST-DRUCK SECTION.
       A.  MOVE 1 TO WM-KSTZ.
           MOVE 0 TO WH-SLETZT.
       B.  MOVE 0 TO WH-SMIN.
           MOVE 1 TO WH-SX.
       C.  IF WH-SX > WS-SANZ GO E.
           IF WS-SNR(WH-SX) NOT < WH-SLETZT
               IF WH-SMIN = 0 OR WS-SNR(WH-SX) < WS-SNR(WH-SMIN)
                   MOVE WH-SX TO WH-SMIN.
           ADD 1 TO WH-SX.
           GO C.
       E.  IF WH-SMIN = 0 GO X.
           COMPUTE WH-SLETZT = WS-SNR(WH-SMIN) + 1.
           MOVE WS-SNR(WH-SMIN) TO WD-KST.
           MOVE WS-SUMS(WH-SMIN) TO WS-UMS.
           MOVE WS-SKOS(WH-SMIN) TO WS-KOS.
           PERFORM DB-ZEILE.
           GO B.
       X.  MOVE 0 TO WM-KSTZ.
       Z.  EXIT.
      ******************************************************************
       DB-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WM-KSTZ = 1 MOVE WD-KST TO DRA-SATZ(1:5)
               ELSE MOVE WD-GRP TO DRA-SATZ(4:2).
           MOVE WS-UMS TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(12:15).
           MOVE WS-KOS TO WD-BET.
