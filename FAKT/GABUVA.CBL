      ******************************************************************
      *   Ist-Besteuerung: die UVA-Zahlen aus der Zahlungsseite der    *
      *   Offenen Posten statt nach Rechnungsdatum.  Gezaehlt wird     *
      *   jede Zahlung aus dem Zahlungsjournal (GABISZJR.DAT) mit      *
      *   Betrag + Skonto an ihrem echten Zahlungsdatum.  Posten       *
      *   ohne Journalsaetze (Altbestand) zaehlen wie bisher mit       *
      *   dem bezahlten Betrag (OP-BEZAHLT + OP-SKONTO), wenn der      *
      *   Ausgleich - oder bei Teilzahlungen die letzte Zahlung        *
      *   (OP-LETZTZL) - in den Zeitraum faellt.  Der Betrag           *
      *   wird ueber die Satzanteile der Rechnung aufgeteilt           *
      *   (Auftrags- bzw. Archivzeilen zu OP-AUFNUM); Auftraege        *
      *   ohne Zeilen laufen als Normalsatz 1 mit.                     *
      *   OSS-Rechnungen (Steuer des Bestimmungslands, AK-OSSART 3)    *
      *   gehoeren nicht in die UVA; sie werden nur als Summe          *
      *   ausgewiesen (Meldung ueber GABOSS).                          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GABSEOPO.CPY.
           COPY GABSEZJR.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEAAR.CPY.
           COPY GABSEKON.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABOPOS.CPY.
       COPY GABZAHLJ.CPY.
       COPY GABANBOT.CPY.
       COPY GABAUFAR.CPY.
       COPY GABKONST.CPY.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WM-ARCOP                PIC 9         COMP  VALUE ZERO.
           03  WM-ZJOP                 PIC 9         COMP  VALUE ZERO.
           03  WV-VON                  PIC 9(6)      COMP.
           03  WV-BIS                  PIC 9(6)      COMP.
           03  WH-ZLDAT                PIC 9(6)      COMP.
           03  WS-UST                  PIC S9(11)V99 COMP-3 OCCURS 7.
           03  WZ-POST                 PIC 9(6)      COMP.
           03  WH-FND                  PIC 9         COMP.
      *--------> OSS-Rechnungen: nicht in der UVA <--
           03  WH-OSS                  PIC 9         COMP.
           03  WS-OSSBRUT              PIC S9(11)V99 COMP-3.
           03  WZ-OSSPOST              PIC 9(6)      COMP.
           03  WD-UST                  PIC Z9,99.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZ.ZZ9.
       COPY GABEXT.CPY.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLJRN.
       A.  CALL "CADECL" USING "GABISZJR.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       UVA-LAUF SECTION.
       A.  PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 7
               MOVE 0 TO WS-BASIS(WX) WS-UST(WX).
           MOVE 0 TO WZ-POST WZ-OSSPOST WS-OSSBRUT.
           OPEN INPUT OFFPOST AUFKOPF AUFTRAG.
           MOVE 0 TO WM-ARCOP.
           OPEN INPUT ARCHKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-ARCOP
               OPEN INPUT ARCHZEIL.
           MOVE 0 TO WM-ZJOP.
           OPEN INPUT ZAHLJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-ZJOP
               ELSE GO E.
      *--------> Einzelzahlungen des Zeitraums aus dem Journal <-
           MOVE WV-VON TO ZJ-DATUM.
           START ZAHLJRN KEY NOT < ZJ-DATUM INVALID GO E.
       B.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO E.
           IF ZJ-DATUM > WV-BIS GO E.
      *--------> Forderungsausfall: Korrektur bucht GABAUSF <-
           IF ZJ-AUSFALL GO B.
           COMPUTE WH-BEZ = ZJ-BETRAG + ZJ-SKONTO.
           IF WH-BEZ = 0 GO B.
           MOVE ZJ-RENUM TO OP-RENUM.
           READ OFFPOST IGNORE LOCK INVALID GO B.
           IF OP-GUTSCHRIFT COMPUTE WH-BEZ = WH-BEZ * -1.
           PERFORM OSS-PRUEF.
           IF WH-OSS = 1 GO B.
           PERFORM ANTEILE-RECHNEN.
           PERFORM AUFTEILEN.
           ADD 1 TO WZ-POST.
           GO B.
      *--------> Altbestand: Posten ohne Journalsaetze <-
       E.  MOVE 0 TO OP-RENUM.
           START OFFPOST KEY > OP-KEY INVALID GO K.
       G.  READ OFFPOST NEXT IGNORE LOCK AT END GO K.
           IF WM-ZJOP = 1
               MOVE OP-RENUM TO ZJ-RENUM
               START ZAHLJRN KEY = ZJ-RENUM INVALID GO H
               END-START
               GO G.
      *--------> Zahlungsdatum des Postens bestimmen <-
       H.  IF OP-AUSGL NOT = 0 MOVE OP-AUSGL TO WH-ZLDAT
               ELSE MOVE OP-LETZTZL TO WH-ZLDAT.
           IF WH-ZLDAT = 0 GO G.
           IF WH-ZLDAT < WV-VON OR WH-ZLDAT > WV-BIS GO G.
           COMPUTE WH-BEZ = OP-BEZAHLT + OP-SKONTO.
           IF WH-BEZ = 0 GO G.
           IF OP-GUTSCHRIFT COMPUTE WH-BEZ = WH-BEZ * -1.
           PERFORM OSS-PRUEF.
           IF WH-OSS = 1 GO G.
      *--------> Satzanteile der Rechnung aus den Zeilen <-
           PERFORM ANTEILE-RECHNEN.
           PERFORM AUFTEILEN.
           ADD 1 TO WZ-POST.
           GO G.
       K.  CLOSE OFFPOST AUFKOPF AUFTRAG.
           IF WM-ZJOP = 1 CLOSE ZAHLJRN
               MOVE 0 TO WM-ZJOP.
           IF WM-ARCOP = 1 CLOSE ARCHKOPF ARCHZEIL
               MOVE 0 TO WM-ARCOP.
           PERFORM UVA-DRUCK.
       Z.  EXIT.
      ***** OSS-Rechnung? dann nur zur OSS-Summe (WH-OSS = 1) *
       OSS-PRUEF SECTION.
       A.  MOVE 0 TO WH-OSS.
           IF OP-AUFNUM = 0 GO Z.
           MOVE OP-AUFNUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID GO Z.
           IF AK-OSSART NOT = 3 GO Z.
           MOVE 1 TO WH-OSS.
           ADD WH-BEZ TO WS-OSSBRUT.
           ADD 1 TO WZ-OSSPOST.
       Z.  EXIT.
      ***** Bruttoanteile je Ust-Satz aus den Auftragszeilen *
       ANTEILE-RECHNEN SECTION.
       A.  PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 7
           MOVE WD-ANZ TO DRA-SATZ(26:6).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           IF WZ-OSSPOST NOT = 0
               MOVE "nicht enthalten: OSS-Zahlungen brutto"
                   TO DRA-SATZ(4:)
               MOVE WS-OSSBRUT TO WD-BET
               MOVE WD-BET TO DRA-SATZ(44:14)
               PERFORM DRUCK
               MOVE WZ-OSSPOST TO WD-ANZ
               MOVE "Posten (Meldung ueber OSS):" TO DRA-SATZ(4:28)
               MOVE WD-ANZ TO DRA-SATZ(33:6)
               PERFORM DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
