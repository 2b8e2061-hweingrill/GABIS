      *   Top-Kunden-Ranking.  GABRECH sollte die Saetze beim          *
      *   Fakturieren fortschreiben wie die Artikelstatistik -         *
      *   solange tut es der monatliche Neuaufbau.                     *
      *   Anzeige je Konzern summiert die Statistik aller Kunden mit   *
      *   demselben Kopfkonto (DZ-KONZERN).                            *
      *   Ohne Recht auf Einkaufspreise und Margen (KU-EKSICHT)        *
      *   bleibt der Deckungsbeitrag in Anzeige und Ranking leer.      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEKST.CPY.
           COPY GABSEAUF.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABKSTAT.CPY.
       COPY GABANBOT.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
           03  WR-J                    PIC 99        COMP.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-BETX REDEFINES WD-BET PIC X(14).
           03  WD-MON                  PIC Z9.
           03  WD-JAHR                 PIC 9999.
      *--------------------> Konzernsummen <--
           03  WM-DBZOP                PIC 9         COMP  VALUE ZERO.
           03  WV-KZKOPF               PIC 9(6)      COMP.
           03  WZ-KZANZ                PIC 9(4)      COMP.
           03  WS-KZUMS                PIC S9(9)V99  COMP-3 OCCURS 24.
           03  WS-KZDB                 PIC S9(9)V99  COMP-3 OCCURS 24.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KDSTAT.
       A.  CALL "CADECL" USING "GABISKST.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABIKOPF.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Neuaufbau aus fakturierten Auftraegen"
               AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Anzeige je Konzern" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 1 PERFORM KD-ANZ
               WHEN 2 PERFORM RANKING
               WHEN 3 PERFORM NEUAUFBAU
               WHEN 4 PERFORM KZ-ANZ
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           READ KDSTAT IGNORE LOCK INVALID
               DISPLAY "keine Statistik zu diesem Kunden," AT 2401
               PERFORM WEITER GO C.
           PERFORM KD-ZEIGEN.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************************** Monatstabelle aus KD-SATZ zeigen *
       KD-ZEIGEN SECTION.
       A.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Mo       Umsatz           DB      VJ-Umsatz"
               with reverse-video AT VDU-LP.
           MOVE 0 TO WS-UMSGJ WS-UMSVJ WS-DBGJ.
               ADD 4 TO VDU-LP
               DISPLAY WD-BET with highlight AT VDU-LP
               MOVE KD-DB(WH-MON) TO WD-BET
               IF WB-EKVERBOT MOVE SPACE TO WD-BETX END-IF
               ADD 15 TO VDU-LP
               DISPLAY WD-BET AT VDU-LP
               MOVE KD-UMSATZ(WH-MON + 12) TO WD-BET
           ADD 1607 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE WS-DBGJ TO WD-BET.
           IF WB-EKVERBOT MOVE SPACE TO WD-BETX.
           ADD 1622 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           MOVE WS-UMSVJ TO WD-BET.
           ADD 1636 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       Z.  EXIT.
      ***************** Anzeige je Konzern (Summe aller Mitglieder) *
       KZ-ANZ SECTION.
       A.  CALL "CAUP" USING "0702011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Konzernstatistik " with highlight AT VDU-LP.
           MOVE 0 TO WM-DBZOP.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-DBZOP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kopf:" AT VDU-LP.
           DISPLAY "<esc>= Ende, <ret>= Kopfkonto des Konzerns" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002106006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO DE-KTONR WV-KZKOPF.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           ADD 215 VDU-ECK GIVING VDU-LP.
           DISPLAY WT-BEZ(1:45) with highlight AT VDU-LP.
           MOVE 0 TO WZ-KZANZ.
           PERFORM VARYING WH-MON FROM 1 BY 1 UNTIL WH-MON > 24
               MOVE 0 TO WS-KZUMS(WH-MON) WS-KZDB(WH-MON).
           MOVE WV-KZKOPF TO DZ-KONZERN.
           START DEBZUS KEY NOT < DZ-KONZERN INVALID GO E.
       D.  READ DEBZUS NEXT IGNORE LOCK AT END GO E.
           IF DZ-KONZERN NOT = WV-KZKOPF GO E.
           ADD 1 TO WZ-KZANZ.
           MOVE DZ-KTONR TO KD-KTONR.
           READ KDSTAT IGNORE LOCK INVALID GO D.
           PERFORM VARYING WH-MON FROM 1 BY 1 UNTIL WH-MON > 24
               ADD KD-UMSATZ(WH-MON) TO WS-KZUMS(WH-MON)
               ADD KD-DB(WH-MON) TO WS-KZDB(WH-MON).
           GO D.
       E.  IF WZ-KZANZ = 0
               DISPLAY "kein Konzern zu diesem Kopfkonto," AT 2401
               PERFORM WEITER GO C.
           ADD 262 VDU-ECK GIVING VDU-LP.
           MOVE WZ-KZANZ TO WD-NUM.
           DISPLAY WD-NUM with highlight AT VDU-LP " Mitgl.".
           PERFORM VARYING WH-MON FROM 1 BY 1 UNTIL WH-MON > 24
               MOVE WS-KZUMS(WH-MON) TO KD-UMSATZ(WH-MON)
               MOVE WS-KZDB(WH-MON) TO KD-DB(WH-MON).
           PERFORM KD-ZEIGEN.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  IF WM-DBZOP = 1 CLOSE DEBZUS.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************************** Top-Kunden nach Jahresumsatz *
       RANKING SECTION.
           MOVE WR-UMS(WR-I) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(48:14).
           MOVE WR-DB(WR-I) TO WD-BET.
           IF WB-EKVERBOT MOVE SPACE TO WD-BETX.
           MOVE WD-BET TO DRA-SATZ(63:14).
           PERFORM DRUCK.
       Z.  EXIT.
