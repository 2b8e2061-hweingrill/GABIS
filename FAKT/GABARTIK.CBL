           03  WH-SETMRK            PIC 9(6)       COMP.
           03  WH-FND2              PIC 9          COMP.
       COPY GABAEJSC.CPY.
       COPY GABBENUT.CPY.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  WL-CALL                     PIC X(15).
           ACCEPT WH-X AT 0000.
           CALL "CAUP" using "1324012480000" WH-CREG.
       Z.  EXIT.
      ************* Einkaufspreise fuer diesen Benutzer gesperrt *
       EK-SPERRE SECTION.
       A.  DISPLAY "keine Berechtigung fuer Einkaufspreise und Margen!"
               with highlight AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      *****************************************************************
       ARTIK SECTION.
       A.  MOVE 0 TO WM-MERKER WI.
           DISPLAY WD-KZ with highlight AT VDU-LP.
           IF AR-FOLGE = 1 PERFORM FOLGETX.
           IF WL-CA = 52 GO Y.
      *--------> ohne Recht auf Einkaufspreise weiter bei Sonderpreis <-
       O.  IF WB-EKVERBOT; IF ANLAGE OR WH-PG < 5 GO U ELSE GO V.
           DISPLAY "Preisdatum" AT 2301.
           IF AR-DATUM = 0 MOVE WH-DATUM TO AR-DATUM.
           IF WH-PG = 4 MOVE WH-DATUM TO WC-DATUM WH-WERT
               ELSE MOVE AR-DATUM TO WC-DATUM WH-WERT.
           MOVE AR-FIXPR TO WH-WERT.
           CALL "CAUP" USING "1006696209" WH-CREG.
           IF ESC GO V.
           IF WOLI AND WB-EKVERBOT GO N.
           IF WOLI GO T.
           IF FEHLER GO U.
           MOVE WH-WERT TO AR-FIXPR.
       Z.  EXIT.
      *********************************** alternative Lieferanten je Artikel *
       LIEF-WART SECTION.
       A.  IF WB-EKVERBOT PERFORM EK-SPERRE GO Z.
           CALL "CAUP" USING "0708010780000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " alt. Lieferanten " WITH HIGHLIGHT AT VDU-LP.
           ADD 203 VDU-ECK GIVING VDU-LP.
       Z.  EXIT.
      *****************************************  Preiswartung Artikel *
       PR-WART SECTION.
       A.  IF WB-EKVERBOT PERFORM EK-SPERRE GO Z.
           MOVE 0 TO WM-MERKER.
           IF WL-CA NOT = 54 MOVE "     Preiswartung" TO WK-GEB
               CALL "CAUP" USING "06KOPF" WH-CREG.
           CALL "CAUP" USING "0708010780000" WH-CREG.
           DISPLAY VDU-DATUM WITH HIGHLIGHT AT VDU-LP.
           ADD 611 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-LIEF AT VDU-LP.
           IF WB-EKVERBOT
               ADD 618 VDU-ECK GIVING VDU-LP
               DISPLAY "          -                    -      "
                   AT VDU-LP
               GO B.
           MOVE AR-PREIS TO WD-PREIS.
           ADD 618 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS WITH HIGHLIGHT AT VDU-LP.
           IF AR-AUF NOT = 0 MOVE AR-AUF TO WD-RAB
               DISPLAY WD-RAB AT VDU-LP
               ELSE DISPLAY "    " AT VDU-LP.
       B.  MOVE AR-VKP TO WD-PREIS.
           ADD 657 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-PREIS WITH HIGHLIGHT AT VDU-LP.
       Z.  EXIT.
