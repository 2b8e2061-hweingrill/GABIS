      *   auch Archiv) je Land und KN8 auf Wert und Eigenmasse         *
      *   (Menge x AR-DGW), druckt die Meldung und schreibt die        *
      *   Uploaddatei INTRASTA.CSV.                                    *
      *                                                                *
      *   Exportpapiere fuer Drittlandskunden (DZ-LAND nicht in der    *
      *   EU): Proforma- bzw. Handelsrechnung aus dem Auftrag mit      *
      *   KN8, Ursprung, Netto- (AR-DGW) und Bruttogewicht (AZ-BRGW)   *
      *   je Zeile nach EXPORTRE.LST, dazu dieselben Daten fuer die    *
      *   Zollsoftware des Spediteurs in EXPORTDK.CSV (Satzart H =     *
      *   Kopf, P = Position, S = Summe; je Beleg angehaengt).         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           SELECT EXPDAT   ASSIGN TO "INTRASTA.CSV"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           COPY GABSEDEB.CPY.
           COPY GABSELAD.CPY.
           COPY GABSEKON.CPY.
           SELECT EXPDOK   ASSIGN TO "EXPORTDK.CSV"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTZL.CPY.
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EX-ZEILE                    PIC X(80).
       COPY GABDEBIT.CPY.
       COPY GABLIEAD.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  EXPDOK                      LABEL RECORD STANDARD.
       01  ED-ZEILE                    PIC X(250).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WD-MASSE                PIC ZZZ.ZZ9,99-.
           03  WD-CWERT                PIC 9(9),99.
           03  WD-CMASSE               PIC 9(7),99.
      *--------------------> Exportpapiere <--
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLAD                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPDBZ                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAZL                PIC 9         COMP  VALUE ZERO.
      *------> EU-Mitgliedstaaten (Griechenland als GR und EL) <-
           03  WH-EULAND.
               05  FILLER              PIC X(28)     VALUE
                   "ATBEBGCYCZDEDKEEELESFIFRGRHR".
               05  FILLER              PIC X(28)     VALUE
                   "HUIEITLTLULVMTNLPLPTROSESISK".
           03  WH-EU                   PIC 9         COMP.
      *------> 1 = Proformarechnung, 2 = Handelsrechnung <-
           03  WV-BELART               PIC 9         COMP.
           03  WV-ADRNR                PIC 9         COMP.
           03  WV-COLLI                PIC 9(4)      COMP.
           03  WV-INCO                 PIC X(20).
           03  WH-DOKNR                PIC 9(8)      COMP.
           03  WH-DOKDAT               PIC 9(6)      COMP.
           03  WH-POS                  PIC 9(4)      COMP.
           03  WH-NETKG                PIC S9(7)V99  COMP-3.
           03  WH-BRKG                 PIC S9(7)V99  COMP-3.
           03  WH-EPREIS               PIC S9(7)V99  COMP-3.
           03  WS-DWERT                PIC S9(9)V99  COMP-3.
           03  WS-NETKG                PIC S9(9)V99  COMP-3.
           03  WS-BRKG                 PIC S9(9)V99  COMP-3.
           03  WS-FWERT                PIC S9(9)V99  COMP-3.
           03  WZ-OHNEKN               PIC 999       COMP.
           03  WH-EMPF                 PIC X(30).
           03  WH-ESTR                 PIC X(25).
           03  WH-EPLZ                 PIC X(8).
           03  WH-EORT                 PIC X(20).
           03  WD-NUM                  PIC ZZZZZZZ9.
           03  WD-POS                  PIC ZZZ9.
           03  WD-ARNUM                PIC ZZZZZ9.
           03  WD-MENGE                PIC ZZZ.ZZ9,99-.
           03  WD-KG                   PIC ZZ.ZZ9,99-.
           03  WD-COLLI                PIC ZZZ9.
           03  WD-CNUM                 PIC 9(8).
           03  WD-CPOS                 PIC 9(4).
           03  WD-CARNUM               PIC 9(6).
           03  WD-CMENGE               PIC 9(7),99.
           03  WD-CPREIS               PIC 9(7),99.
           03  WD-CCOLLI               PIC 9(4).
           03  WD-CDAT                 PIC 9(8).
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON EXPDAT.
       A.  CALL "CADECL" USING "INTRASTA.CSV" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "GABISLAD.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON EXPDOK.
       A.  CALL "CADECL" USING "EXPORTDK.CSV" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
           DISPLAY "2 - Bestimmungsland je Kunde" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Monatsmeldung" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Exportpapiere Drittland" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 1 PERFORM ZOLL-PFLEGE
               WHEN 2 PERFORM LAND-PFLEGE
               WHEN 3 PERFORM MONATSMELDUNG
               WHEN 4 PERFORM EXPORT-DOK
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           OPEN I-O ARTZOLL.
           IF WF-STATUS = "35"
               OPEN OUTPUT ARTZOLL
               CLOSE ARTZOLL
               OPEN I-O ARTZOLL.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WT-TX NOT = SPACE MOVE WT-TX TO AZ-URSPR.
       H.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bruttogewicht je Einheit kg (0 = AR-DGW):"
               AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Bruttogewicht mit Verpackung"
               AT 2301.
           MOVE AZ-BRGW TO WH-WERT.
           CALL "CAUP" USING "1004455207" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-WERT NOT < 100 GO H.
           MOVE WH-WERT TO AZ-BRGW.
           REWRITE AZ-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Bestimmungsland " with highlight AT VDU-LP.
           OPEN I-O DEBZUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT DEBZUS
               CLOSE DEBZUS
               OPEN I-O DEBZUS.
           MOVE WD-CMASSE TO EX-ZEILE(26:10).
           WRITE EX-ZEILE.
       Z.  EXIT.
      ************* Exportpapiere fuer Drittlandskunden *
      *    Proforma- oder Handelsrechnung aus einem Auftrag nach
      *    EXPORTRE.LST, dieselben Daten an EXPORTDK.CSV angehaengt
       EXPORT-DOK SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Exportpapiere " with highlight AT VDU-LP.
           OPEN INPUT AUFKOPF AUFTRAG.
           MOVE 0 TO WM-OPART WM-OPDEB WM-OPLAD WM-OPKON WM-OPDBZ
                     WM-OPAZL.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPDEB.
           OPEN INPUT LIEFADR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLAD.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLAD.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDBZ.
           OPEN INPUT ARTZOLL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAZL.
       C.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Exportpapiere " with highlight AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftragsnummer:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002206008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF AK-GUTSCHRIFT
               DISPLAY "keine Exportpapiere fuer Gutschriften!" AT 2401
               PERFORM WEITER GO C.
           MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID INITIALIZE DE-SATZ.
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:50) with highlight AT VDU-LP.
      *--------> Bestimmungsland: EU-Kunden brauchen keine Papiere <-
           MOVE SPACE TO WH-LAND.
           IF WM-OPDBZ = 1 PERFORM KD-LAND.
           IF WH-LAND = SPACE MOVE "AT" TO WH-LAND.
           MOVE 0 TO WH-EU.
           PERFORM VARYING WX FROM 1 BY 2 UNTIL WX > 55
               IF WH-EULAND(WX:2) = WH-LAND MOVE 1 TO WH-EU.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Land:      Beleg (1=Proforma, 2=Handelsrg.):"
               AT VDU-LP.
           ADD 409 VDU-ECK GIVING VDU-LP.
           DISPLAY WH-LAND with highlight AT VDU-LP.
           IF WH-EU = 0 GO E.
       D.  DISPLAY "EU-Land - trotzdem Exportpapiere? <esc>= nein, <re
      -        "t>= ja" AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
       E.  DISPLAY "<esc>= zurueck, <ret>= Belegart" AT 2301.
           MOVE 1 TO WH-WERT.
           CALL "CAUP" USING "1004496001" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM < 1 OR WH-NUM > 2 GO E.
           MOVE WH-NUM TO WV-BELART.
           IF WV-BELART = 1
               MOVE AK-NUM TO WH-DOKNR
               MOVE WH-DATUM TO WH-DOKDAT
               GO G.
           IF AK-RENUM = 0
               DISPLAY "Auftrag noch nicht fakturiert - nur Proforma!"
                   AT 2401
               PERFORM WEITER GO E.
           MOVE AK-RENUM TO WH-DOKNR.
           MOVE AK-REDAT TO WH-DOKDAT.
       G.  ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Adresse (0-5):     Packstuecke:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= 0 = Kundenadresse, 1-5 = Lie
      -        "feranschrift" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1005186001" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM > 5 GO G.
           MOVE WH-NUM TO WV-ADRNR.
           PERFORM EMPF-ADR.
           IF WV-ADRNR = 0 AND WH-NUM NOT = 0
               DISPLAY "Lieferanschrift nicht vorhanden!" AT 2401
               PERFORM WEITER GO G.
       H.  DISPLAY "<esc>= zurueck, <ret>= Packstueckzahl" AT 2301.
           MOVE 1 TO WH-WERT.
           CALL "CAUP" USING "1005346004" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO H.
           IF WH-NUM = 0 MOVE 1 TO WH-NUM.
           MOVE WH-NUM TO WV-COLLI.
       I.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lieferbedingung (Incoterm):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= z.B. EXW Wien, DAP Zuerich"
               AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1206310120" WH-CREG.
           IF ESC GO H.
           IF NOT RET GO I.
           MOVE WT-TX TO WV-INCO.
       K.  DISPLAY "<esc>= Abbruch, <ret>= Exportpapiere drucken"
               AT 2301.
           CALL "CAUP" USING "0023431000" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO K.
           DISPLAY "Lauf..." with highlight AT 2401.
           PERFORM EXPORT-DRUCK.
           IF WZ-OHNEKN NOT = 0
               DISPLAY "gedruckt - Achtung: Zeilen ohne KN8-Nummer!"
                   with highlight AT 2401
           ELSE
               DISPLAY "gedruckt (EXPORTDK.CSV fortgeschrieben)."
                   with highlight AT 2401.
           PERFORM WEITER.
           GO C.
       X.  CLOSE AUFKOPF AUFTRAG.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPLAD = 1 CLOSE LIEFADR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           IF WM-OPDBZ = 1 CLOSE DEBZUS.
           IF WM-OPAZL = 1 CLOSE ARTZOLL.
           MOVE 0 TO WM-OPART WM-OPDEB WM-OPLAD WM-OPKON WM-OPDBZ
                     WM-OPAZL.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* Empfaenger: Lieferanschrift 1-5 oder Stammadresse *
       EMPF-ADR SECTION.
       A.  IF WV-ADRNR NOT = 0 AND WM-OPLAD > 0
               MOVE AK-KTONR TO LA-KTONR
               READ LIEFADR IGNORE LOCK INVALID
                   MOVE 0 TO WV-ADRNR
               END-READ
               IF WV-ADRNR NOT = 0
                   AND LA-BEZ(WV-ADRNR) = SPACE
                   MOVE 0 TO WV-ADRNR.
           IF WM-OPLAD = 0 MOVE 0 TO WV-ADRNR.
           IF WV-ADRNR NOT = 0
               MOVE LA-BEZ(WV-ADRNR) TO WH-EMPF
               MOVE LA-STR(WV-ADRNR) TO WH-ESTR
               MOVE LA-PLZL(WV-ADRNR) TO WH-EPLZ
               MOVE LA-ORT(WV-ADRNR) TO WH-EORT
               GO Z.
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           MOVE WR-ADR(1) TO WH-EMPF.
           MOVE DE-STR TO WH-ESTR.
           MOVE DE-PLZL TO WH-EPLZ.
           MOVE DE-ORT TO WH-EORT.
       Z.  EXIT.
      ************ Beleg drucken und Exportdatei fortschreiben *
       EXPORT-DRUCK SECTION.
       A.  MOVE "EXPORTRE.LST" TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           OPEN EXTEND EXPDOK.
           IF WF-STATUS NOT = "00" OPEN OUTPUT EXPDOK.
           MOVE 0 TO WH-POS WZ-OHNEKN.
           MOVE 0 TO WS-DWERT WS-NETKG WS-BRKG.
      *-----------------------------------> Briefkopf lt. KONSTANT <-
           PERFORM VARYING WH-KEY FROM 2 BY 1 UNTIL WH-KEY > 5
               READ KONSTANT IGNORE LOCK
                   INVALID MOVE SPACE TO KO-KOPF
               END-READ
               MOVE KO-KOPF TO DRA-SATZ(8:102)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           IF WV-BELART = 1
               MOVE "P R O F O R M A R E C H N U N G" TO DRA-SATZ(2:)
           ELSE
               MOVE "H A N D E L S R E C H N U N G" TO DRA-SATZ(2:).
           MOVE "Nr.:" TO DRA-SATZ(60:4).
           MOVE WH-DOKNR TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(65:8).
           MOVE "Datum:" TO DRA-SATZ(77:6).
           MOVE WH-DOKDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(84:8).
           MOVE "Auftrag:" TO DRA-SATZ(96:8).
           MOVE AK-NUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(105:8).
           PERFORM DRUCK.
           MOVE ALL "=" TO DRA-SATZ(2:122).
           PERFORM DRUCK.
      *--------------------> Exporteur und Empfaenger <-
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-FIRMA.
           MOVE "Exporteur:" TO DRA-SATZ(2:10).
           MOVE KO-FIRMA TO DRA-SATZ(14:22).
           MOVE "Empfaenger:" TO DRA-SATZ(60:11).
           MOVE WH-EMPF TO DRA-SATZ(73:30).
           PERFORM DRUCK.
           MOVE 45 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KX-UID.
           MOVE "UID:" TO DRA-SATZ(2:4).
           MOVE KX-UID TO DRA-SATZ(14:15).
           MOVE WH-ESTR TO DRA-SATZ(73:25).
           PERFORM DRUCK.
           MOVE WH-EPLZ TO DRA-SATZ(73:8).
           MOVE WH-EORT TO DRA-SATZ(82:20).
           PERFORM DRUCK.
           MOVE "Land:" TO DRA-SATZ(60:5).
           MOVE WH-LAND TO DRA-SATZ(73:2).
           MOVE "Kunde:" TO DRA-SATZ(80:6).
           MOVE AK-KTONR TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(87:6).
           PERFORM DRUCK.
           IF DE-UID NOT = SPACE
               MOVE "UID:" TO DRA-SATZ(60:4)
               MOVE DE-UID TO DRA-SATZ(73:15)
               PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Lieferbedingung:" TO DRA-SATZ(2:16).
           MOVE WV-INCO TO DRA-SATZ(19:20).
           MOVE "Packstuecke:" TO DRA-SATZ(45:12).
           MOVE WV-COLLI TO WD-COLLI.
           MOVE WD-COLLI TO DRA-SATZ(58:4).
           MOVE "Waehrung: EUR" TO DRA-SATZ(70:13).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE " Pos Artikel Bezeichnung                         Menge
      -        " ME  KN8      Ur  Netto kg  Brutto kg" TO DRA-SATZ.
           MOVE "Einzelpreis           Wert" TO DRA-SATZ(98:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:122).
           PERFORM DRUCK.
      *--------------------> Kopfsatz der Exportdatei <-
           PERFORM DOK-KOPF.
      *--------------------> Positionen <-
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO S.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO S.
           IF AU-NUM NOT = AK-NUM GO S.
           IF AU-ARNUM = 0 GO C.
           IF AU-RAGRP = 97 GO C.
           MOVE AU-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID INITIALIZE AR-SATZ.
           MOVE AU-ARNUM TO AZ-ARNUM.
           IF WM-OPAZL = 0 INITIALIZE AZ-SATZ
           ELSE READ ARTZOLL IGNORE LOCK INVALID INITIALIZE AZ-SATZ.
           PERFORM AU-FAKTOR.
           COMPUTE WH-NATANZ = AU-ANZ / WH-AUFAK.
           COMPUTE WH-NETKG ROUNDED = WH-NATANZ * AR-DGW.
           IF AZ-BRGW = 0
               MOVE WH-NETKG TO WH-BRKG
           ELSE
               COMPUTE WH-BRKG ROUNDED = WH-NATANZ * AZ-BRGW.
           MOVE 0 TO WH-EPREIS.
           IF WH-NATANZ NOT = 0
               COMPUTE WH-EPREIS ROUNDED = AU-BET / WH-NATANZ.
           ADD 1 TO WH-POS.
           ADD AU-BET TO WS-DWERT.
           ADD WH-NETKG TO WS-NETKG.
           ADD WH-BRKG TO WS-BRKG.
           PERFORM DOK-ZEILE.
           PERFORM DOK-POS.
           GO C.
      *--------------------> Summen und Erklaerung <-
       S.  MOVE ALL "-" TO DRA-SATZ(2:122).
           PERFORM DRUCK.
           MOVE "Summe" TO DRA-SATZ(14:5).
           MOVE WS-NETKG TO WD-KG.
           MOVE WD-KG TO DRA-SATZ(73:10).
           MOVE WS-BRKG TO WD-KG.
           MOVE WD-KG TO DRA-SATZ(84:10).
           MOVE "EUR" TO DRA-SATZ(105:3).
           MOVE WS-DWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(110:14).
           PERFORM DRUCK.
           IF AK-FSYM NOT = SPACE AND AK-FSYM NOT = "EUR"
               AND AK-KURS NOT = 0
               COMPUTE WS-FWERT ROUNDED = WS-DWERT * AK-KURS
               MOVE "Gegenwert" TO DRA-SATZ(14:9)
               MOVE AK-FSYM TO DRA-SATZ(105:3)
               MOVE WS-FWERT TO WD-BET
               MOVE WD-BET TO DRA-SATZ(110:14)
               PERFORM DRUCK.
           MOVE 3 TO WZ-SCHALT.
           IF WV-BELART = 1
               MOVE "Proformarechnung nur fuer Zollzwecke - keine Zahlu
      -            "ngsaufforderung." TO DRA-SATZ(2:)
               PERFORM DRUCK.
           MOVE "Der Exporteur der Waren, auf die sich dieses Handelspa
      -        "pier bezieht, erklaert, dass diese Waren, soweit nicht 
      -        "anders" TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE "angegeben, Ursprungswaren des jeweils angefuehrten Ur
      -        "sprungslandes sind." TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE 3 TO WZ-SCHALT.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-ORT.
           MOVE KO-ORT TO DRA-SATZ(2:15).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(19:8).
           MOVE ALL "_" TO DRA-SATZ(60:40).
           PERFORM DRUCK.
           MOVE "Unterschrift" TO DRA-SATZ(60:12).
           PERFORM DRUCK.
           PERFORM DOK-SUMME.
           CLOSE EXPDOK.
           MOVE 70 TO WZ-ZEILEN.
           PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
       DOK-ZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE WH-POS TO WD-POS.
           MOVE WD-POS TO DRA-SATZ(2:4).
           MOVE AU-ARNUM TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(7:6).
           MOVE AU-BEZ(1) TO DRA-SATZ(14:30).
           MOVE WH-NATANZ TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(45:11).
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH NOT > 20
               MOVE WT-MEH(WH-AUMEH) TO DRA-SATZ(57:3).
           IF AZ-KN8 = 0
               MOVE "fehlt" TO DRA-SATZ(61:5)
               ADD 1 TO WZ-OHNEKN
           ELSE
               MOVE AZ-KN8 TO WD-KN8
               MOVE WD-KN8 TO DRA-SATZ(61:8).
           MOVE AZ-URSPR TO DRA-SATZ(70:2).
           MOVE WH-NETKG TO WD-KG.
           MOVE WD-KG TO DRA-SATZ(73:10).
           MOVE WH-BRKG TO WD-KG.
           MOVE WD-KG TO DRA-SATZ(84:10).
           MOVE WH-EPREIS TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(95:14).
           MOVE AU-BET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(110:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ********* Exportdatei: H;Art;Nr;Datum;Auftrag;Kunde;Name;
      *    Strasse;PLZ;Ort;Land;UID;Incoterm;Colli;Waehrung
       DOK-KOPF SECTION.
       A.  MOVE SPACE TO ED-ZEILE.
           MOVE "H;" TO ED-ZEILE(1:2).
           MOVE WV-BELART TO ED-ZEILE(3:1).
           MOVE ";" TO ED-ZEILE(4:1).
           MOVE WH-DOKNR TO WD-CNUM.
           MOVE WD-CNUM TO ED-ZEILE(5:8).
           MOVE ";" TO ED-ZEILE(13:1).
           COMPUTE WD-CDAT = WH-DOKDAT + 20000000.
           MOVE WD-CDAT TO ED-ZEILE(14:8).
           MOVE ";" TO ED-ZEILE(22:1).
           MOVE AK-NUM TO WD-CNUM.
           MOVE WD-CNUM TO ED-ZEILE(23:8).
           MOVE ";" TO ED-ZEILE(31:1).
           MOVE AK-KTONR TO WD-CARNUM.
           MOVE WD-CARNUM TO ED-ZEILE(32:6).
           MOVE ";" TO ED-ZEILE(38:1).
           MOVE WH-EMPF TO ED-ZEILE(39:30).
           MOVE ";" TO ED-ZEILE(69:1).
           MOVE WH-ESTR TO ED-ZEILE(70:25).
           MOVE ";" TO ED-ZEILE(95:1).
           MOVE WH-EPLZ TO ED-ZEILE(96:8).
           MOVE ";" TO ED-ZEILE(104:1).
           MOVE WH-EORT TO ED-ZEILE(105:20).
           MOVE ";" TO ED-ZEILE(125:1).
           MOVE WH-LAND TO ED-ZEILE(126:2).
           MOVE ";" TO ED-ZEILE(128:1).
           MOVE DE-UID TO ED-ZEILE(129:15).
           MOVE ";" TO ED-ZEILE(144:1).
           MOVE WV-INCO TO ED-ZEILE(145:20).
           MOVE ";" TO ED-ZEILE(165:1).
           MOVE WV-COLLI TO WD-CCOLLI.
           MOVE WD-CCOLLI TO ED-ZEILE(166:4).
           MOVE ";EUR" TO ED-ZEILE(170:4).
           WRITE ED-ZEILE.
       Z.  EXIT.
      ********* Exportdatei: P;Pos;Artikel;Bezeichnung;Menge;ME;KN8;
      *    Ursprung;Netto kg;Brutto kg;Wert
       DOK-POS SECTION.
       A.  MOVE SPACE TO ED-ZEILE.
           MOVE "P;" TO ED-ZEILE(1:2).
           MOVE WH-POS TO WD-CPOS.
           MOVE WD-CPOS TO ED-ZEILE(3:4).
           MOVE ";" TO ED-ZEILE(7:1).
           MOVE AU-ARNUM TO WD-CARNUM.
           MOVE WD-CARNUM TO ED-ZEILE(8:6).
           MOVE ";" TO ED-ZEILE(14:1).
           MOVE AU-BEZ(1) TO ED-ZEILE(15:30).
           INSPECT ED-ZEILE(15:30) REPLACING ALL ";" BY ",".
           MOVE ";" TO ED-ZEILE(45:1).
           MOVE WH-NATANZ TO WD-CMENGE.
           MOVE WD-CMENGE TO ED-ZEILE(46:10).
           MOVE ";" TO ED-ZEILE(56:1).
           IF WH-AUMEH NOT > 20
               MOVE WT-MEH(WH-AUMEH) TO ED-ZEILE(57:3).
           MOVE ";" TO ED-ZEILE(60:1).
           MOVE AZ-KN8 TO WD-KN8.
           MOVE WD-KN8 TO ED-ZEILE(61:8).
           MOVE ";" TO ED-ZEILE(69:1).
           MOVE AZ-URSPR TO ED-ZEILE(70:2).
           MOVE ";" TO ED-ZEILE(72:1).
           MOVE WH-NETKG TO WD-CMASSE.
           MOVE WD-CMASSE TO ED-ZEILE(73:10).
           MOVE ";" TO ED-ZEILE(83:1).
           MOVE WH-BRKG TO WD-CMASSE.
           MOVE WD-CMASSE TO ED-ZEILE(84:10).
           MOVE ";" TO ED-ZEILE(94:1).
           MOVE AU-BET TO WD-CWERT.
           MOVE WD-CWERT TO ED-ZEILE(95:12).
           WRITE ED-ZEILE.
       Z.  EXIT.
      ********* Exportdatei: S;Wert;Netto kg;Brutto kg;Colli;Positionen
       DOK-SUMME SECTION.
       A.  MOVE SPACE TO ED-ZEILE.
           MOVE "S;" TO ED-ZEILE(1:2).
           MOVE WS-DWERT TO WD-CWERT.
           MOVE WD-CWERT TO ED-ZEILE(3:12).
           MOVE ";" TO ED-ZEILE(15:1).
           MOVE WS-NETKG TO WD-CMASSE.
           MOVE WD-CMASSE TO ED-ZEILE(16:10).
           MOVE ";" TO ED-ZEILE(26:1).
           MOVE WS-BRKG TO WD-CMASSE.
           MOVE WD-CMASSE TO ED-ZEILE(27:10).
           MOVE ";" TO ED-ZEILE(37:1).
           MOVE WV-COLLI TO WD-CCOLLI.
           MOVE WD-CCOLLI TO ED-ZEILE(38:4).
           MOVE ";" TO ED-ZEILE(42:1).
           MOVE WH-POS TO WD-CPOS.
           MOVE WD-CPOS TO ED-ZEILE(43:4).
           WRITE ED-ZEILE.
       Z.  EXIT.
