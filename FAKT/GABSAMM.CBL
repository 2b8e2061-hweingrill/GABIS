      *   die verworfenen Nummern als Lueckenprotokoll.                *
      *   Vorschauliste vor der Uebernahme, Auswahl nach Kunden-       *
      *   nummernbereich.                                              *
      *   OSS: Auftraege an EU-Privatkunden ueber der Lieferschwelle   *
      *   (AK-OSSART 3) tragen die Saetze des Bestimmungslands; eine   *
      *   Rechnung umfasst nur Auftraege gleicher Steuerbehandlung,    *
      *   abweichende gehen in den naechsten Lauf.                     *
      *   Garantiefaelle (AK-GARANTIE, GABGER) werden vor dem Druck    *
      *   ohne Berechnung gestellt, auch spaeter erfasste Zeilen.      *
      *   Angebote mit offenen Optionen/Alternativen (GABAOPT) werden  *
      *   erst nach der Uebernahme in den Auftrag fakturiert.          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
      *--------------------> zweistufiger Erstellauf <--
           03  WH-STAGDA               PIC 9         COMP.
           03  WZ-STRITT               PIC 999       COMP  VALUE ZERO.
           03  WZ-OPTOFF               PIC 999       COMP  VALUE ZERO.
           03  WZ-NRVOLL               PIC 9         COMP  VALUE ZERO.
           03  WH-LRENUM               PIC 9(7)      COMP.
           03  WH-ERST2                PIC 9         COMP.
           03  WD-ANZ                  PIC ZZZ.ZZ9-.
           03  WD-UST                  PIC Z9,99.
           03  WM-OPDBZ                PIC 9         COMP  VALUE ZERO.
      *--------------------> OSS: Steuerbehandlung der Rechnung <--
           03  WS-USTSATZ              PIC 99V99     COMP-3 OCCURS 6.
           03  WH-RELAND               PIC XX.
           03  WH-OSSKZ                PIC XX.
           03  WH-OSSUST               PIC 99V99     COMP-3 OCCURS 6.
           03  WH-OSSABW               PIC 9         COMP.
           03  WZ-OSSAUS               PIC 999       COMP  VALUE ZERO.
       COPY GABSPSCH.CPY.
       COPY GABKDASC.CPY.
       COPY GABMWZSC.CPY.
       COPY GABNRKSC.CPY.
       COPY GABEPCSC.CPY.
       COPY GABSPRSC.CPY.
       COPY GABKSTSC.CPY.
       COPY GABOSSSC.CPY.
       COPY GABGARSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
                   AT 2101 " strittige Lieferungen ohne Nachweis"
                   " uebergangen (GABPOD)!" with highlight
                   foreground-color 4.
           IF WZ-OPTOFF NOT = 0
               DISPLAY WZ-OPTOFF with highlight foreground-color 4
                   AT 1801 " Angebote mit offenen Optionen uebergangen"
                   " (GABAOPT 3)!" with highlight foreground-color 4.
           IF WZ-OSSAUS NOT = 0
               DISPLAY WZ-OSSAUS with highlight AT 1901
                   " Auftraege abweichender OSS-Steuer fuer den naechs
      -            "ten Lauf zurueckgestellt." with highlight.
           DISPLAY WZ-RECH with highlight AT 2220
               " Sammelrechnungen gedruckt." with highlight.
           PERFORM BESTAET-FRAGE.
       Z.  EXIT.
      ************* Lauf ueber den Kundenbereich (1= Vorschau) *
       SAMM-LAUF SECTION.
       A.  MOVE 0 TO WZ-RECH WA-ANZ WZ-OSSAUS WZ-OPTOFF.
           MOVE WV-VONKTO TO WK-KTONR AK-KTONR.
           START AUFKOPF KEY NOT < AK-KTONR INVALID GO V.
       C.  READ AUFKOPF NEXT AT END GO V.
               IF WH-WERT = 2
                   ADD 1 TO WZ-STRITT
                   GO C.
      *--------> Angebot mit offenen Optionen/Alternativen: erst
      *          nach der Uebernahme fakturieren (GABAOPT) <-
           CALL "GABAOPT" USING "30AOPRF" WH-CREG.
           IF WH-WERT = 1 ADD 1 TO WZ-OPTOFF GO C.
           IF WA-ANZ NOT < 100 GO C.
      *--------> OSS-Bestimmung nachholen (Auftraege aus der
      *          externen Erfassung), nur gleiche Steuerbehandlung
      *          auf eine Rechnung <-
           IF AK-OSSART = 0 PERFORM OSS-NACHHOL.
           IF WA-ANZ = 0 PERFORM OSS-MERKEN
               ELSE PERFORM OSS-VERGL
                   IF WH-OSSABW = 1 ADD 1 TO WZ-OSSAUS GO C.
           ADD 1 TO WA-ANZ.
           MOVE AK-NUM TO WA-NUM(WA-ANZ).
           GO C.
       A.  MOVE 0 TO WS-NET0 WS-NETTO WS-UST WS-BRUTTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO WS-USTNET(WX).
      *--------> Steuersaetze: Inland oder Bestimmungsland (OSS) <-
           MOVE SPACE TO WH-RELAND.
           IF AK-OSSART = 3 MOVE AK-OSSLAND TO WH-RELAND.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               IF AK-OSSART = 3 MOVE AK-OSSUST(WX) TO WS-USTSATZ(WX)
               ELSE MOVE WT-UST(WX) TO WS-USTSATZ(WX).
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           IF AU-UST > 0 AND AU-UST < 7
               ADD AU-BET TO WS-USTNET(AU-UST)
               ELSE ADD AU-BET TO WS-NET0.
               MOVE AU-KAGRP TO WH-KAT
               IF WH-KAT = 0 OR WH-KAT > 17 MOVE 1 TO WH-KAT
               END-IF
               ADD AU-BET TO WS-KATNET(WH-KAT)
               CALL "GABKSTV" USING "30KSTZEIL" WH-CREG.
           GO C.
       E.  MOVE WS-NET0 TO WS-NETTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               ADD WS-USTNET(WX) TO WS-NETTO
               COMPUTE WH-USTB ROUNDED =
                   WS-USTNET(WX) * WS-USTSATZ(WX) / 100
               ADD WH-USTB TO WS-UST.
           COMPUTE WS-BRUTTO = WS-NETTO + WS-UST.
       Z.  EXIT.
      **************** eine Sammelrechnung fuer WK-KTONR erzeugen *
       RE-ERZEUG SECTION.
      *--------> Mindermengenzuschlag je Auftrag vor der
      *          Fakturierung (GABMWZ prueft die Schwellen);
      *          Garantiefaelle zuletzt ganz auf 0 (GABGER) <-
       A.  PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WA-ANZ
               MOVE WA-NUM(WX) TO WMW-AUFNUM
               CALL "GABMWZ" USING "30MWZUS" WH-CREG
               MOVE WA-NUM(WX) TO WFR-AUFNUM
               CALL "GABFRA" USING "30FRACHT" WH-CREG
               MOVE WA-NUM(WX) TO WGA-AUFNUM
               CALL "GABGER" USING "30GARNULL" WH-CREG.
           MOVE WK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               MOVE 0 TO DE-KOND.
               END-PERFORM
               PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
                   MOVE 0 TO WS-USTGES(WX)
               END-PERFORM
               CALL "GABKSTV" USING "20KSTBEG" WH-CREG.
      *--------> Kopf umstellen und Summen sammeln <-
           MOVE SS-AUFNUM TO AK-NUM.
       D.  READ AUFKOPF INVALID GO C.
           PERFORM AUF-SUMME.
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 6
               ADD WS-USTNET(WY) TO WS-USTGES(WY).
      *--------> EU-Privatumsatz zur OSS-Lieferschwelle <-
           IF AK-OSSART > 1
               MOVE WS-NETTO TO WOS-BETRAG
               MOVE WH-DATUM TO WOS-DATUM
               CALL "GABOSS" USING "30OSSSUM" WH-CREG.
           MOVE WH-LRENUM TO AK-RENUM.
           MOVE WH-DATUM TO AK-REDAT.
           MOVE DE-KOND TO AK-KOND.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           MOVE 3 TO AK-STATUS.
           IF AK-LIEFDAT = 0 MOVE WH-DATUM TO AK-LIEFDAT.
           REWRITE AK-SATZ.
           GO C.
       X.  IF WH-ERST2 = 1 PERFORM RE-ABSCHLUSS.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
      *--------> nicht angenommene Optionen/Alternativen <-
           IF NOT AU-NORMAL GO C.
           MOVE AU-BEZ(1) TO DRA-SATZ(10:30).
      *--------> Artikeltext in der Kundensprache (GABSPRA) <-
           IF WSL-SPRACHE NOT = 0 AND AU-ARNUM NOT = 0
           MOVE WS-NETTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           PERFORM DRUCK.
      *--------> OSS: Steuer des Bestimmungslands je Satz <-
           IF AK-OSSART = 3
               PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 6
                   IF WS-USTNET(WY) NOT = 0 PERFORM OSS-ZEILE.
           ADD WS-BRUTTO TO WS-AUFSUM.
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 6
               ADD WS-USTNET(WY) TO WS-USTGES(WY).
           MOVE SPACE TO DRA-SATZ.
           PERFORM DRUCK.
       Z.  EXIT.
      ***** Ust-Zeile eines OSS-Auftrags (Steuerart WY) *
       OSS-ZEILE SECTION.
       A.  MOVE "zzgl. Ust" TO DRA-SATZ(10:9).
           MOVE AK-OSSLAND TO DRA-SATZ(20:2).
           MOVE WS-USTSATZ(WY) TO WD-UST.
           MOVE WD-UST TO DRA-SATZ(23:5).
           MOVE "% von" TO DRA-SATZ(29:5).
           MOVE WS-USTNET(WY) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(35:14).
           COMPUTE WH-USTB ROUNDED =
               WS-USTNET(WY) * WS-USTSATZ(WY) / 100.
           MOVE WH-USTB TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ***** OSS-Bestimmung fuer einen Auftrag ohne Kennzeichen *
       OSS-NACHHOL SECTION.
       A.  MOVE AK-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO Z.
           MOVE AK-KTONR TO WOS-KTONR.
           MOVE DE-UST TO WOS-UST.
           MOVE DE-UID TO WOS-UID.
           CALL "GABOSS" USING "20OSSAUF" WH-CREG.
           REWRITE AK-SATZ.
       Z.  EXIT.
      ***** Steuerbehandlung des ersten Auftrags der Rechnung *
       OSS-MERKEN SECTION.
       A.  MOVE SPACE TO WH-OSSKZ.
           IF AK-OSSART = 3 MOVE AK-OSSLAND TO WH-OSSKZ.
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 6
               MOVE AK-OSSUST(WY) TO WH-OSSUST(WY).
       Z.  EXIT.
      ***** weicht der Auftrag davon ab? WH-OSSABW = 1 *
       OSS-VERGL SECTION.
       A.  MOVE 0 TO WH-OSSABW.
           IF AK-OSSART = 3
               IF AK-OSSLAND NOT = WH-OSSKZ MOVE 1 TO WH-OSSABW
               END-IF
           ELSE
               IF WH-OSSKZ NOT = SPACE MOVE 1 TO WH-OSSABW.
           IF WH-OSSABW = 1 OR WH-OSSKZ = SPACE GO Z.
           PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 6
               IF AK-OSSUST(WY) NOT = WH-OSSUST(WY)
                   MOVE 1 TO WH-OSSABW.
       Z.  EXIT.
      ************* EPC-Zahlungscode unter dem Rechnungsbetrag *
       EPC-BLOCK SECTION.
       A.  MOVE WH-RENUM TO WQ-RENUM.
           MOVE 1 TO BF-KURS.
           MOVE SPACE TO BF-FSYM.
           MOVE "Sammelrechnung" TO BF-TX.
           IF WH-RELAND NOT = SPACE
               MOVE "OSS" TO BF-TX(16:3)
               MOVE WH-RELAND TO BF-TX(20:2).
           MOVE 0 TO WS-NETTO WS-UST.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE WS-KATNET(WX) TO BF-SUM(WX + 6)
               ADD WS-KATNET(WX) TO WS-NETTO.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               COMPUTE WH-USTB ROUNDED =
                   WS-USTGES(WX) * WS-USTSATZ(WX) / 100
               MOVE WS-USTGES(WX) TO BF-SUM(WX)
               ADD WH-USTB TO WS-UST.
           MOVE WS-UST TO BF-SUM(24).
           COMPUTE BF-SUM(25) = WS-NETTO + WS-UST.
           MOVE BF-SUM(25) TO BF-BET BF-B1.
           MOVE BF-SUM(25) TO BF-SKTOBAS.
      *--------> Aufteilung je Kostenstelle ablegen, am Summensatz
      *          die umsatzstaerkste Kostenstelle (GABKSTV) <-
           MOVE WH-RENUM TO WKS-RENUM.
           MOVE WH-DATUM TO WKS-DATUM.
           CALL "GABKSTV" USING "40KSTSCHR" WH-CREG.
           MOVE WKS-NUMMER TO BF-KST.
       B.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO B.
