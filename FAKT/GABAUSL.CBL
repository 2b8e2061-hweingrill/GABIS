      $SET LINKCOUNT"128" ANS85"SYNTAX" BOUND AUTOLOCK
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GABAUSL.
      ******************************************************************
      *   Auslaufartikel: je Artikel Status (aktiv, auslaufend,        *
      *   ausgelaufen), Nachfolgeartikel und bis zu fuenf Ersatz-      *
      *   artikel (ARTNF, GABISANF.DAT).  Auslaufende Artikel werden   *
      *   nicht mehr nachbestellt (Bestellvorschlag GABBEST,           *
      *   Mindestbestands-Vorschlag GABDISPO).                         *
      *                                                                *
      *   Einstieg 20 prueft eine Auftragszeile zu WNF-AUSLAUF: bei    *
      *   ausgelaufenem Artikel oder zu geringer Verfuegbarkeit        *
      *   (GABLAGER 30) wird der Nachfolger bzw. der erste Ersatz-     *
      *   artikel mit ausreichender Verfuegbarkeit vorgeschlagen.      *
      *   Gerufen vom Shopimport (GABSHOP) und von der externen        *
      *   Auftragserfassung GABAUF vor dem Speichern einer Zeile;      *
      *   der Artikelsatz zu WNF-ARNUM steht danach wieder im Puffer.  *
      *                                                                *
      *   10 = Menue: Pflege, Liste der Auslaufartikel mit Bestand     *
      *        oder offenen Auftraegen (AUSLAUF.LST), Einzelabfrage    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     pc.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEANF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTNF.CPY.
       COPY GABARTIK.CPY.
       COPY GABANBOT.CPY.
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
           03  WM-OPAUF                PIC 9         COMP  VALUE ZERO.
           03  WM-OPANF                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WZ-KOUNT                PIC 9(5)      COMP.
           03  WH-I                    PIC 99        COMP.
           03  WH-J                    PIC 9(4)      COMP.
           03  WH-KAND                 PIC 9(6)      COMP.
           03  WH-KART                 PIC 9         COMP.
           03  WH-TREFF                PIC 9         COMP.
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-OFFEN                PIC S9(7)V99  COMP-3.
           03  WD-ARNUM                PIC Z9.9999.
           03  WD-MENGE                PIC -(6)9,99.
           03  WD-ZL                   PIC ZZZ9.
      *--------> offene Auftragsmengen der Auslaufartikel (Liste) <-
       01  WN-TABELLE.
           03  WN-ANZ                  PIC 9(4)      COMP.
           03  WN-POS                               OCCURS 300.
               05 WN-ARNUM             PIC 9(6)      COMP.
               05 WN-OFFEN             PIC S9(7)V99  COMP-3.
               05 WN-ZEILEN            PIC 9(4)      COMP.
       COPY GABLGBU.CPY.
       COPY GABANFSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-N SECTION.         USE AFTER ERROR PROCEDURE ON ARTNF.
       A.  CALL "CADECL" USING "GABISANF.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM AUSL-MENU GO W.
           IF WL-CA = 20 PERFORM AUSL-PRUEF GO X.
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
      ***************** Auslaufdatei oeffnen, notfalls anlegen *
       ANF-OEFFNE SECTION.
       A.  OPEN I-O ARTNF.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT ARTNF
               CLOSE ARTNF
               OPEN I-O ARTNF.
       Z.  EXIT.
      ******************************************************************
      *    Pruefung einer Auftragszeile zu WNF-AUSLAUF: Vorschlag nur
      *    bei ausgelaufenem Artikel oder wenn die Verfuegbarkeit die
      *    gewuenschte Menge nicht deckt; Reihenfolge Nachfolger, dann
      *    Ersatzartikel 1 - 5, jeweils der erste mit ausreichender
      *    Verfuegbarkeit.  Ist keiner lieferbar, wird beim ausge-
      *    laufenen Artikel trotzdem der Nachfolger genannt.
      ******************************************************************
       AUSL-PRUEF SECTION.
       A.  MOVE 0 TO WNF-KZ WNF-VERF WNF-VART WNF-VORSCHL WNF-VVERF.
           MOVE SPACE TO WNF-VBEZ.
           MOVE 0 TO WM-OPANF.
           IF WL-CA = 10 GO B.
           OPEN INPUT ARTNF.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 1 TO WM-OPANF.
       B.  MOVE WNF-ARNUM TO AN-ARNUM.
           READ ARTNF IGNORE LOCK INVALID GO X.
           MOVE AN-STATUS TO WNF-KZ.
      *--------> Verfuegbarkeit des gewuenschten Artikels <-
           MOVE WNF-ARNUM TO WG-ARNUM.
           MOVE WNF-LAGNR TO WG-LAGNR.
           CALL "GABLAGER" USING "30VERF" WH-CREG.
           MOVE WH-WERT TO WNF-VERF.
           IF NOT AN-AUSGEL AND WNF-VERF NOT < WNF-ANZ GO X.
      *--------> Nachfolger, dann Ersatzartikel <-
           MOVE 0 TO WH-TREFF.
           IF AN-NACHF = 0 GO C.
           MOVE AN-NACHF TO WH-KAND.
           MOVE 1 TO WH-KART.
           PERFORM KAND-PRUEF.
           IF WH-TREFF = 1 GO X.
       C.  MOVE 0 TO WH-I.
       E.  ADD 1 TO WH-I.
           IF WH-I > 5 GO G.
           IF AN-ERSATZ(WH-I) = 0 GO E.
           MOVE AN-ERSATZ(WH-I) TO WH-KAND.
           MOVE 2 TO WH-KART.
           PERFORM KAND-PRUEF.
           IF WH-TREFF = 1 GO X.
           GO E.
      *--------> nichts lieferbar: Nachfolger nur beim ausgelaufenen
      *          Artikel nennen, sonst kein Vorschlag <-
       G.  MOVE 0 TO WNF-VART WNF-VORSCHL WNF-VVERF.
           MOVE SPACE TO WNF-VBEZ.
           IF NOT AN-AUSGEL OR AN-NACHF = 0 GO X.
           MOVE AN-NACHF TO WH-KAND.
           MOVE 1 TO WH-KART.
           PERFORM KAND-PRUEF.
      *--------> Artikelsatz des Aufrufers wiederherstellen <-
       X.  IF WM-OPANF = 1 CLOSE ARTNF.
           MOVE WNF-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID NEXT SENTENCE.
       Z.  EXIT.
      ********* einen Vorschlagsartikel WH-KAND pruefen und eintragen *
       KAND-PRUEF SECTION.
       A.  IF WH-KAND = WNF-ARNUM GO Z.
           MOVE WH-KAND TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           MOVE WH-KAND TO WG-ARNUM.
           MOVE WNF-LAGNR TO WG-LAGNR.
           CALL "GABLAGER" USING "30VERF" WH-CREG.
           MOVE WH-KART TO WNF-VART.
           MOVE WH-KAND TO WNF-VORSCHL.
           MOVE AR-BEZA TO WNF-VBEZ.
           MOVE WH-WERT TO WNF-VVERF.
           IF WNF-VVERF NOT < WNF-ANZ MOVE 1 TO WH-TREFF.
       Z.  EXIT.
      ******************************************************************
       AUSL-MENU SECTION.
       A.  PERFORM ANF-OEFFNE.
           MOVE 0 TO WM-OPART.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auslaufartikel " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Status, Nachfolger, Ersatz" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Liste Auslaufartikel" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Abfrage Verfuegbarkeit" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           EVALUATE WH-PG
               WHEN 1 PERFORM AUSL-PFLEGE
               WHEN 2 PERFORM AUSL-LISTE
               WHEN 3 PERFORM AUSL-ABFRAGE
               WHEN OTHER GO C.
           GO C.
       X.  CLOSE ARTNF.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ****** Status, Nachfolger und Ersatzartikel je Artikel *
       AUSL-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Auslaufsteuerung Artikel " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002176008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 227 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE AR-NUM TO AN-ARNUM.
       D.  READ ARTNF INVALID
               INITIALIZE AN-SATZ
               MOVE AR-NUM TO AN-ARNUM
               WRITE AN-SATZ
               GO D.
           IF ZUGRIF PERFORM BESETZT GO D.
           PERFORM ERS-ZEIGEN.
      *-----------------------------------------> Status <-
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Status......:" AT VDU-LP.
           ADD 327 VDU-ECK GIVING VDU-LP.
           DISPLAY "(0 aktiv, 1 auslaufend, 2 ausgelaufen)" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Status" AT 2301.
           MOVE AN-STATUS TO WH-NUM.
           CALL "CAUP" USING "1003176001" WH-CREG.
           IF ESC UNLOCK ARTNF GO V.
           IF NOT RET GO E.
           IF WH-NUM > 2 GO E.
           IF WH-NUM NOT = AN-STATUS MOVE WH-DATUM TO AN-DATUM.
           MOVE WH-NUM TO AN-STATUS.
      *-----------------------------------------> Nachfolger <-
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Nachfolger..:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer (0 = keiner)"
               AT 2301.
           MOVE AN-NACHF TO WH-NUM.
           CALL "CAUP" USING "1004176008" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = AN-ARNUM GO G.
           MOVE WH-NUM TO WH-KAND.
           IF WH-KAND NOT = 0
               MOVE WH-KAND TO AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID
                   DISPLAY "Artikel nicht vorhanden!" AT 2401
                   PERFORM WEITER GO G.
           MOVE WH-KAND TO AN-NACHF.
           PERFORM ERS-ZEIGEN.
      *-----------------------------------------> Ersatzartikel <-
       I.  ADD 1103 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ersatz Nr...:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= 1 - 5 aendern, 0 = speichern"
               AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1011176001" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           IF WH-NUM = 0 GO M.
           IF WH-NUM > 5 GO I.
           MOVE WH-NUM TO WH-I.
       K.  ADD 1203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ersatzartik.:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer (0 = keiner)"
               AT 2301.
           MOVE AN-ERSATZ(WH-I) TO WH-NUM.
           CALL "CAUP" USING "1012176008" WH-CREG.
           IF ESC GO I.
           IF NOT RET GO K.
           IF WH-NUM = AN-ARNUM GO K.
           MOVE WH-NUM TO WH-KAND.
           IF WH-KAND NOT = 0
               MOVE WH-KAND TO AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID
                   DISPLAY "Artikel nicht vorhanden!" AT 2401
                   PERFORM WEITER GO K.
           MOVE WH-KAND TO AN-ERSATZ(WH-I).
           PERFORM ERS-ZEIGEN.
           ADD 1203 VDU-ECK GIVING VDU-LP.
           MOVE SPACE TO WT-TX.
           DISPLAY WT-TX(1:40) AT VDU-LP.
           GO I.
       M.  REWRITE AN-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ********* Nachfolger und Ersatzartikel mit Bezeichnung zeigen *
       ERS-ZEIGEN SECTION.
       A.  ADD 427 VDU-ECK GIVING VDU-LP.
           MOVE SPACE TO WT-TX.
           DISPLAY WT-TX(1:30) AT VDU-LP.
           IF AN-NACHF = 0 GO C.
           MOVE AN-NACHF TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
       C.  MOVE 0 TO WH-I.
       E.  ADD 1 TO WH-I.
           IF WH-I > 5 GO Z.
           COMPUTE VDU-LP = VDU-ECK + (WH-I + 4) * 100 + 3.
           DISPLAY "Ersatz" AT VDU-LP.
           ADD 7 TO VDU-LP.
           DISPLAY WH-I AT VDU-LP.
           ADD 7 TO VDU-LP.
           MOVE SPACE TO WT-TX.
           DISPLAY WT-TX(1:45) AT VDU-LP.
           IF AN-ERSATZ(WH-I) = 0 GO E.
           MOVE AN-ERSATZ(WH-I) TO WD-ARNUM AR-NUM.
           DISPLAY WD-ARNUM with highlight AT VDU-LP.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZA.
           ADD 10 TO VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           GO E.
       Z.  EXIT.
      ***** Auslaufartikel mit Restbestand oder offenen Auftraegen *
      *    Durchlauf 1 sammelt die offenen Auftragsmengen (Kopf ohne
      *    Rechnung) der auslaufenden und ausgelaufenen Artikel in
      *    WN-TABELLE, Durchlauf 2 druckt je Artikel aus ARTNF.
       AUSL-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Liste Auslaufartikel " with highlight AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Start" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC GO Y.
           IF NOT RETA GO A.
           DISPLAY "Auswertung..." with highlight AT 2401.
           MOVE 0 TO WN-ANZ WM-OPAUF.
           OPEN INPUT AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAUF
               OPEN INPUT AUFTRAG
               ELSE GO H.
           MOVE LOW-VALUES TO AU-SATZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO G.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO G.
           IF AU-ARNUM = 0 GO C.
           IF AU-ANZ - AU-GELIEF NOT > 0 GO C.
           MOVE AU-ARNUM TO AN-ARNUM.
           READ ARTNF IGNORE LOCK INVALID GO C.
           IF AN-AKTIV GO C.
           MOVE AU-NUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID GO C.
           IF NOT AK-VERKAUF OR AK-RENUM NOT = 0 GO C.
           PERFORM AU-FAKTOR.
           COMPUTE WH-OFFEN = (AU-ANZ - AU-GELIEF) / WH-AUFAK.
           MOVE 0 TO WH-J.
       D.  ADD 1 TO WH-J.
           IF WH-J > WN-ANZ
               IF WN-ANZ = 300 GO C
               ELSE ADD 1 TO WN-ANZ
                   MOVE AU-ARNUM TO WN-ARNUM(WN-ANZ)
                   MOVE 0 TO WN-OFFEN(WN-ANZ) WN-ZEILEN(WN-ANZ).
           IF WN-ARNUM(WH-J) NOT = AU-ARNUM GO D.
           ADD WH-OFFEN TO WN-OFFEN(WH-J).
           ADD 1 TO WN-ZEILEN(WH-J).
           GO C.
       G.  CLOSE AUFKOPF AUFTRAG.
      *--------------------------------> Durchlauf 2: Druck <-
       H.  MOVE "AUSLAUF.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WZ-KOUNT AN-ARNUM.
           START ARTNF KEY NOT < AN-KEY INVALID GO W.
       I.  READ ARTNF NEXT IGNORE LOCK AT END GO W.
           IF AN-AKTIV GO I.
           MOVE AN-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO I.
           MOVE 0 TO WH-OFFEN WH-I.
           MOVE 0 TO WH-J.
       K.  ADD 1 TO WH-J.
           IF WH-J > WN-ANZ GO L.
           IF WN-ARNUM(WH-J) NOT = AN-ARNUM GO K.
           MOVE WN-OFFEN(WH-J) TO WH-OFFEN.
       L.  IF AR-STAND NOT > 0 AND WH-OFFEN = 0 GO I.
           IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN = 0 PERFORM LISTE-KOPF.
           MOVE AN-ARNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(2:7).
           MOVE AR-BEZA TO DRA-SATZ(11:30).
           IF AN-AUSLAUF MOVE "auslaufend" TO DRA-SATZ(43:11)
               ELSE MOVE "ausgelaufen" TO DRA-SATZ(43:11).
           MOVE AR-STAND TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(56:10).
           MOVE WH-OFFEN TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(68:10).
           IF WH-J NOT > WN-ANZ
               MOVE WN-ZEILEN(WH-J) TO WD-ZL
               MOVE WD-ZL TO DRA-SATZ(80:4).
           IF AN-NACHF NOT = 0
               MOVE AN-NACHF TO WD-ARNUM
               MOVE WD-ARNUM TO DRA-SATZ(87:7).
           PERFORM DRUCK.
           ADD 1 TO WZ-KOUNT.
           GO I.
       W.  IF WZ-KOUNT = 0
               DISPLAY "keine Auslaufartikel mit Bestand oder Auftrag,"
                   AT 2401
               PERFORM WEITER GO Y.
           PERFORM END-DRU.
           DISPLAY WZ-KOUNT with highlight AT 2401 " Artikel gedruckt."
               with highlight.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       LISTE-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "A u s l a u f a r t i k e l" TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(60:5).
           MOVE VDU-DATUM TO DRA-SATZ(65:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:92).
           PERFORM DRUCK.
           MOVE "Artikel" TO DRA-SATZ(2:7).
           MOVE "Bezeichnung" TO DRA-SATZ(11:11).
           MOVE "Status" TO DRA-SATZ(43:6).
           MOVE "Bestand" TO DRA-SATZ(59:7).
           MOVE "Auftr.offen" TO DRA-SATZ(67:11).
           MOVE "Zln" TO DRA-SATZ(81:3).
           MOVE "Nachf." TO DRA-SATZ(88:6).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:92).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       AU-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
      ***** Einzelabfrage: Artikel und Menge wie in der Auftrags- *
      *    erfassung pruefen und den Vorschlag anzeigen
       AUSL-ABFRAGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Abfrage Verfuegbarkeit " with highlight
               AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002136008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 225 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Menge:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= gewuenschte Menge" AT 2301.
           MOVE 1 TO WH-WERT.
           CALL "CAUP" USING "1003136007" WH-CREG.
           IF ESC GO V.
           IF NOT RET GO E.
           IF WH-WERT NOT > 0 GO E.
           MOVE AR-NUM TO WNF-ARNUM.
           MOVE WH-WERT TO WNF-ANZ.
           MOVE 0 TO WNF-LAGNR.
           PERFORM AUSL-PRUEF.
           ADD 403 VDU-ECK GIVING VDU-LP.
           EVALUATE WNF-KZ
               WHEN 1 DISPLAY "Artikel ist auslaufend" AT VDU-LP
               WHEN 2 DISPLAY "Artikel ist ausgelaufen!" with highlight
                          AT VDU-LP
               WHEN OTHER DISPLAY "Artikel ist aktiv" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "verfuegbar:" AT VDU-LP.
           MOVE WNF-VERF TO WD-MENGE.
           ADD 515 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-MENGE with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           IF WNF-VART = 0
               DISPLAY "kein Vorschlag" AT VDU-LP GO U.
           IF WNF-VART = 1 DISPLAY "Nachfolger:" AT VDU-LP
               ELSE DISPLAY "Ersatz....:" AT VDU-LP.
           MOVE WNF-VORSCHL TO WD-ARNUM.
           ADD 615 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ARNUM with highlight AT VDU-LP " " WNF-VBEZ.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "verfuegbar:" AT VDU-LP.
           MOVE WNF-VVERF TO WD-MENGE.
           ADD 715 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-MENGE with highlight AT VDU-LP.
       U.  PERFORM WEITER.
       V.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
