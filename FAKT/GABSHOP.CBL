      *   mit AK-STATUS erfasst (Nummern KO-ABNUM * 10 + 1).           *
      *   Fehlerzeilen wandern mit Grund in das Protokoll, der         *
      *   Lauf bricht nicht mitten in der Datei ab.                    *
      *   Auslaufartikel (GABAUSL 20): die Zeile wird uebernommen,     *
      *   das Protokoll nennt ausgelaufene bzw. nicht lieferbare       *
      *   Artikel mit Nachfolger- oder Ersatzvorschlag.                *
      *   Jede Zeile geht in die Verkaufshistorie (GABAHI 20).         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WZ-AUFTR                PIC 9(5)      COMP.
           03  WZ-POS                  PIC 9(5)      COMP.
           03  WZ-FEHL                 PIC 9(5)      COMP.
           03  WZ-HINW                 PIC 9(5)      COMP.
           03  WH-IKTO                 PIC X(6).
           03  WH-IART                 PIC X(6).
           03  WH-IMENGE               PIC X(8).
           03  WD-ANZ                  PIC ZZ.ZZ9.
       COPY GABLGBU.CPY.
       COPY GABPRSCH.CPY.
       COPY GABOSSSC.CPY.
       COPY GABANFSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           MOVE "SHOPIMP.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-AUFTR WZ-POS WZ-FEHL WZ-HINW WZ-ZEILEN.
           MOVE 0 TO WH-LKTO WH-AKNUM.
           PERFORM PROT-KOPF.
       C.  READ IMPDAT AT END GO W.
               PERFORM KOPF-ANLEGEN
               MOVE WH-NKTO TO WH-LKTO.
           PERFORM POS-ANLEGEN.
      *--------> Auslaufartikel: Hinweis mit Vorschlag <-
           MOVE WH-NART TO WNF-ARNUM.
           MOVE WH-NMENGE TO WNF-ANZ.
           MOVE 0 TO WNF-LAGNR.
           CALL "GABAUSL" USING "20AUSL" WH-CREG.
           IF WNF-KZ = 2 OR WNF-VART NOT = 0
               OR (WNF-KZ = 1 AND WNF-VERF < WNF-ANZ)
               PERFORM HINW-ZEILE.
           GO C.
       W.  CLOSE IMPDAT AUFKOPF AUFTRAG.
           CALL "GABAHI" USING "90AHIENDE" WH-CREG.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE "Positionen," TO DRA-SATZ(41:11).
           MOVE WZ-FEHL TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(53:6).
           MOVE "Fehler," TO DRA-SATZ(60:7).
           MOVE WZ-HINW TO WD-ANZ.
           MOVE WD-ANZ TO DRA-SATZ(68:6).
           MOVE "Hinweise." TO DRA-SATZ(75:9).
           PERFORM DRUCK.
           PERFORM END-DRU.
           DISPLAY "Import abgeschlossen (Protokoll gedruckt)."
           MOVE DE-UST TO AK-UST.
           MOVE WB-NUM TO AK-ERFBEN.
           MOVE 0 TO AK-ART AK-STATUS.
      *--------> EU-Privatkunde: Steuer des Bestimmungslands (OSS) <-
           MOVE WH-NKTO TO WOS-KTONR.
           MOVE DE-UST TO WOS-UST.
           MOVE DE-UID TO WOS-UID.
           CALL "GABOSS" USING "20OSSAUF" WH-CREG.
           WRITE AK-SATZ INVALID REWRITE AK-SATZ.
           MOVE 0 TO WH-POS.
           ADD 1 TO WZ-AUFTR.
           MOVE AR-BEZA TO AU-BEZ(1).
           MOVE SPACE TO AU-BEZ(2).
           WRITE AU-SATZ INVALID REWRITE AU-SATZ.
           CALL "GABAHI" USING "20AHIZEIL" WH-CREG.
           ADD 1 TO WZ-POS.
      *--------> Artikelsatz nach dem GABPREIS-Ruf zurueckholen <-
           MOVE WH-NART TO AR-NUM.
           MOVE WH-FGRUND TO DRA-SATZ(52:30).
           PERFORM DRUCK.
       Z.  EXIT.
      ******* Hinweiszeile zum Auslaufartikel in das Protokoll *
       HINW-ZEILE SECTION.
       A.  ADD 1 TO WZ-HINW.
           IF WZ-ZEILEN > 60 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           MOVE "HINWEIS:" TO DRA-SATZ(2:8).
           MOVE WH-NART TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(11:6).
           MOVE AR-BEZA TO DRA-SATZ(18:30).
           IF WNF-KZ = 2 MOVE "ausgelaufen" TO DRA-SATZ(50:30)
           ELSE IF WNF-KZ = 1
               MOVE "auslaufend, nicht lieferbar" TO DRA-SATZ(50:30)
           ELSE MOVE "nicht lieferbar" TO DRA-SATZ(50:30).
           PERFORM DRUCK.
           IF WNF-VART = 0 GO Z.
           IF WNF-VART = 1 MOVE "Nachfolger:" TO DRA-SATZ(10:11)
               ELSE MOVE "Ersatz....:" TO DRA-SATZ(10:11).
           MOVE WNF-VORSCHL TO WD-ARNUM.
           MOVE WD-ARNUM TO DRA-SATZ(22:6).
           MOVE WNF-VBEZ TO DRA-SATZ(29:30).
           MOVE "verfuegbar" TO DRA-SATZ(60:10).
           MOVE WNF-VVERF TO WD-CVERF.
           MOVE WD-CVERF TO DRA-SATZ(71:10).
           PERFORM DRUCK.
       Z.  EXIT.
