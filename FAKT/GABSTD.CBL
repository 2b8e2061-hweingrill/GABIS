      *   Wochensumme des Arbeiters wird beim Erfassen angezeigt.      *
      *   Dazu die Uebernahme unverrechneter Stunden in Auftrags-      *
      *   zeilen (Arbeiterartikel, summierte Menge, Preis aus          *
      *   AR-PREIS) mit Verrechnet-Kennzeichen am Stundensatz;         *
      *   im Garantiefall (AK-GARANTIE) ohne Berechnung.               *
      *   Jede Buchung geht zusaetzlich einzeln ins Stundenjournal     *
      *   (GABISSTJ.DAT) fuer die Lohnuebergabe; an die Lohnverrech-   *
      *   nung uebergebene Monate (GABLOHN) sind gesperrt.             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSESTD.CPY.
           COPY GABSEART.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSESTJ.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABSTDFD.CPY.
       COPY GABARTIK.CPY.
       COPY GABANBOT.CPY.
       COPY GABSTJFD.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
       A.  CALL "CADECL" USING "GABISAUF.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON AUFKOPF.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON STDJOUR.
       A.  CALL "CADECL" USING "GABISSTJ.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STD-MENU SECTION.
       A.  OPEN I-O STUNDEN.
           OPEN I-O AUFKOPF AUFTRAG.
           OPEN I-O STDJOUR.
           IF WF-STATUS NOT = "00" OPEN OUTPUT STDJOUR
               CLOSE STDJOUR OPEN I-O STDJOUR.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Stundenerfassung " with highlight AT VDU-LP.
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE STUNDEN AUFKOPF AUFTRAG STDJOUR.
       Z.  EXIT.
      ***************************************** Stunden erfassen *
       ERFASSEN SECTION.
           MOVE WZ-DATUM TO WH-NUM.
           CALL "GABPER" USING "40PERDIA" WH-CREG.
           IF WH-WERT NOT = 0 GO F.
      *--------> an die Lohnverrechnung uebergeben (GABLOHN) <-
           MOVE WZ-DATUM TO WH-NUM.
           CALL "GABLOHN" USING "20LOHNSP" WH-CREG.
           IF WH-WERT NOT = 0
               DISPLAY "Monat bereits an die Lohnverrechnung uebergeben"
                   AT 2401
               PERFORM WEITER GO F.
           MOVE WZ-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
      *--------> Projekt vom Auftragskopf mitstempeln <-
           MOVE AK-PROJEKT TO GS-PROJEKT.
           REWRITE GS-SATZ.
      *----------------> Einzelbuchung ins Stundenjournal <-
           MOVE WH-PERS TO HJ-NUM.
           MOVE WZ-DATUM TO HJ-DATUM.
           MOVE 1 TO HJ-LFD.
           MOVE WH-AUF TO HJ-AUF.
           MOVE WH-STD TO HJ-ANZ.
           MOVE WH-DATUM TO HJ-ERFDAT.
           MOVE 0 TO HJ-HERK.
       H.  WRITE HJ-SATZ INVALID ADD 1 TO HJ-LFD GO H.
      *----------------> Wochensumme des Arbeiters anzeigen <-
           PERFORM WOCHENSUM.
           ADD 603 VDU-ECK GIVING VDU-LP.
           MOVE AR-PREIS TO AU-PREIS.
           MOVE AR-EKP TO AU-EKP.
           COMPUTE AU-BET ROUNDED = GS-ANZ * AR-PREIS.
      *--------> Garantiefall (GABGER): Arbeitszeit ohne Berechnung <-
           IF AK-GARANTIE MOVE 0 TO AU-PREIS AU-BET.
           MOVE 0 TO AU-RAB.
           MOVE AR-UST TO AU-UST.
           MOVE AR-MIN TO AU-MIN.
