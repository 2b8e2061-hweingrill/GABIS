      *   Kontoauszug je Kunde ueber einen Datumsbereich, auf dem      *
      *   Briefpapier (Briefkopf lt. KONSTANT wie am Rechnungsdruck):  *
      *   Rechnungen aus dem Rechnungsausgangsbuch (GABISREJ.DAT),     *
      *   Zahlungen/Skonti einzeln mit ihrem Datum aus dem             *
      *   Zahlungsjournal (GABISZJR.DAT); nur fuer Posten ohne         *
      *   Journalsaetze (Altbestand) aus den Offenen Posten            *
      *   (Ausgleichs- bzw. letztes Zahlungsdatum im Zeitraum).        *
      *   Der Saldovortrag ist die Summe der am Beginn des             *
      *   Zeitraums noch offenen Betraege der Posten mit Rechnungs-    *
      *   datum vor dem Zeitraum.  Lauf fuer einen Kunden oder fuer    *
      *   alle Kunden mit offenem Saldo.                               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY GABSEREJ.CPY.
           COPY GABSEOPO.CPY.
           COPY GABSEZJR.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       FILE SECTION.
       COPY GABREJRN.CPY.
       COPY GABOPOS.CPY.
       COPY GABZAHLJ.CPY.
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       01  WF-REG.
           03  WM-OPDEB                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-ZJOP                 PIC 9         COMP  VALUE ZERO.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WH-OPREST               PIC S9(9)V99  COMP-3.
           03  WH-ZLDAT                PIC 9(6)      COMP.
           03  WH-ZAHL                 PIC S9(9)V99  COMP-3.
      *--------> Journalsaetze eines Postens ab Zeitraumbeginn <--
           03  WH-ZJFND                PIC 9         COMP.
           03  WS-ZJAB                 PIC S9(9)V99  COMP-3.
           03  WZ-AUSZ                 PIC 9(4)      COMP.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLJRN.
       A.  CALL "CADECL" USING "GABISZJR.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kontoauszug " with highlight AT VDU-LP.
           OPEN INPUT REJRNAL OFFPOST.
           MOVE 0 TO WM-ZJOP.
           OPEN INPUT ZAHLJRN.
           IF WF-STATUS = "00" MOVE 1 TO WM-ZJOP.
           MOVE 0 TO WM-OPDEB.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       Y.  CLOSE REJRNAL OFFPOST.
           IF WM-ZJOP = 1 CLOSE ZAHLJRN.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       B.  READ OFFPOST NEXT IGNORE LOCK AT END GO C.
           IF OP-KTONR NOT = WV-KTONR GO B.
           IF OP-REDAT NOT < WV-VON GO B.
      *----> mit Journal: Rest heute plus alles ab Zeitraumbeginn
      *      Gezahlte ergibt den Stand am Beginn <-
           PERFORM ZJ-SUMMEN.
           IF WH-ZJFND = 1
               COMPUTE WH-OPREST =
                   OP-BRUTTO - OP-BEZAHLT - OP-SKONTO + WS-ZJAB
               ADD WH-OPREST TO WS-VORTRAG
               GO B.
      *----> nur VOR dem Zeitraum ausgeglichene Posten zaehlen
      *      nicht; ein im (oder nach dem) Zeitraum gezahlter
      *      Posten stand am Anfang noch mit dem vollen Betrag
           START OFFPOST KEY > OP-KEY INVALID GO L.
       I.  READ OFFPOST NEXT IGNORE LOCK AT END GO L.
           IF OP-KTONR NOT = WV-KTONR GO I.
      *----> Posten mit Journal: jede Zahlung mit ihrem Datum <-
           PERFORM ZJ-SUMMEN.
           IF WH-ZJFND = 1
               PERFORM ZJ-ZAHLUNGEN
               GO I.
           IF OP-AUSGL NOT = 0 MOVE OP-AUSGL TO WH-ZLDAT
               ELSE MOVE OP-LETZTZL TO WH-ZLDAT.
           IF WH-ZLDAT = 0 GO I.
           MOVE 70 TO WZ-ZEILEN.
           ADD 1 TO WZ-AUSZ.
       Z.  EXIT.
      ****** Journalsaetze zu OP-RENUM: vorhanden? Summe ab WV-VON *
       ZJ-SUMMEN SECTION.
       A.  MOVE 0 TO WH-ZJFND WS-ZJAB.
           IF WM-ZJOP = 0 GO Z.
           MOVE OP-RENUM TO ZJ-RENUM.
           START ZAHLJRN KEY NOT < ZJ-RENUM INVALID GO Z.
       C.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO Z.
           IF ZJ-RENUM NOT = OP-RENUM GO Z.
           MOVE 1 TO WH-ZJFND.
           IF ZJ-DATUM NOT < WV-VON
               ADD ZJ-BETRAG ZJ-SKONTO TO WS-ZJAB.
           GO C.
       Z.  EXIT.
      ****** Zahlungen eines Postens im Zeitraum aus dem Journal *
       ZJ-ZAHLUNGEN SECTION.
       A.  MOVE OP-RENUM TO ZJ-RENUM.
           START ZAHLJRN KEY NOT < ZJ-RENUM INVALID GO Z.
       C.  READ ZAHLJRN NEXT IGNORE LOCK AT END GO Z.
           IF ZJ-RENUM NOT = OP-RENUM GO Z.
           IF ZJ-DATUM < WV-VON OR ZJ-DATUM > WV-BIS GO C.
           COMPUTE WH-ZAHL = ZJ-BETRAG + ZJ-SKONTO.
           IF WH-ZAHL = 0 GO C.
           MOVE ZJ-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(2:8).
           MOVE "Zahlung zu Re." TO DRA-SATZ(12:15).
           IF ZJ-AUSFALL MOVE "Ausbuchung Re." TO DRA-SATZ(12:15).
           MOVE OP-RENUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(28:7).
           MOVE WH-ZAHL TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(49:14).
           SUBTRACT WH-ZAHL FROM WS-SALDO.
           IF ZJ-SKONTO NOT = 0
               MOVE "(davon Skonto" TO DRA-SATZ(65:14)
               MOVE ZJ-SKONTO TO WD-BET
               MOVE WD-BET TO DRA-SATZ(79:14)
               MOVE ")" TO DRA-SATZ(94:1).
           PERFORM DRUCK.
           GO C.
       Z.  EXIT.
      ********* Briefkopf und Anschrift wie am Rechnungsdruck *
       AUSZ-KOPF SECTION.
       A.  MOVE x"0100" TO WH-PX(1).
