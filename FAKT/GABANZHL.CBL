      *   die Schlussrechnung zeigt Bruttosumme, abgezogene            *
      *   Anzahlungen und Restbetrag; jeder Teilbeleg geht als         *
      *   eigener Satz in die FIBU-Ueberleitung (BUCHFAKT).            *
      *   Optionen/Alternativen eines Angebots (GABAOPT) zaehlen       *
      *   nicht zum Auftragswert.                                      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       COPY GABNRKSC.CPY.
       COPY GABEPCSC.CPY.
       COPY GABSPRSC.CPY.
       COPY GABKSTSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ANZAHLG.
           MOVE WH-AZNET TO BF-SUM(WH-AZUST) BF-SUM(7).
           COMPUTE BF-SUM(24) = WH-AZBR - WH-AZNET.
           MOVE WH-AZBR TO BF-SUM(25) BF-BET BF-B1 BF-SKTOBAS.
           PERFORM BF-KOSTST.
       B.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO B.
           CLOSE BUCHFAKT.
           PERFORM ERL-FORT.
       Z.  EXIT.
      ********************* Kostenstelle des Summensatzes *
      *    Anzahlung und Schlussrechnung laufen ganz auf die Kosten-
      *    stelle des Auftragskopfs (AK-KST, sonst Kunde, Verkaeufer),
      *    damit die Verrechnung der Anzahlungen aufgeht
       BF-KOSTST SECTION.
       A.  MOVE AK-KST TO WKS-KST.
           MOVE AK-KTONR TO WKS-KTONR.
           MOVE AK-VKF TO WKS-VKF.
           CALL "GABKSTV" USING "50KSTOHNE" WH-CREG.
           MOVE WKS-NUMMER TO BF-KST.
       Z.  EXIT.
      ********************* BUCHFAKT oeffnen, letzten Key suchen *
       BF-AUF SECTION.
       A.  OPEN I-O BUCHFAKT.
           MOVE WB-NUM TO AK-AENDBEN.
           MOVE WH-DATUM TO AK-AENDDAT.
           MOVE 3 TO AK-STATUS.
           IF AK-LIEFDAT = 0 MOVE WH-DATUM TO AK-LIEFDAT.
           REWRITE AK-SATZ.
           PERFORM BF-SCHLUSS.
           DISPLAY "Schlussrechnung " with highlight AT 2201.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
      *--------> Optionen/Alternativen des Angebots (GABAOPT)
      *          zaehlen nicht <-
           IF NOT AU-NORMAL GO C.
           IF AU-UST > 0 AND AU-UST < 7
               ADD AU-BET TO WS-USTNET(AU-UST)
               ELSE ADD AU-BET TO WS-NET0.
           SUBTRACT WH-AZSUM FROM BF-SUM(7).
           MOVE WH-USTB TO BF-SUM(24).
           MOVE WS-REST TO BF-SUM(25) BF-BET BF-B1 BF-SKTOBAS.
           PERFORM BF-KOSTST.
       B.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO B.
