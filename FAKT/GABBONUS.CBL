      *   Jahresendlauf erzeugt je faelliger Vereinbarung einen        *
      *   Gutschriftsauftrag (AK-ART 9, Bonusartikel lt. KONSTANT      *
      *   54) fuer die normale Fakturierung und druckt ein             *
      *   Protokoll.  Konzernvereinbarungen (BN-KONZERN = 1) rechnen   *
      *   die Staffel auf den Umsatz aller Mitglieder des Konzerns     *
      *   (DZ-KONZERN), die Gutschrift geht an das Kopfkonto.          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEAUF.CPY.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       COPY GABANBOT.CPY.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKONST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
           03  WD-PROZ                 PIC Z9,99.
      *--------------------> Konzernumsatz <--
           03  WM-DBZOP                PIC 9         COMP  VALUE ZERO.
           03  WV-UKTO                 PIC 9(6)      COMP.
           03  WZ-KZANZ                PIC 9(4)      COMP.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BONUS.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
      ******************************************************************
       BON-MENU SECTION.
       A.  OPEN I-O BONUS.
           IF WF-STATUS = "35"
               OPEN OUTPUT BONUS
               CLOSE BONUS
               OPEN I-O BONUS.
           READ BONUS INVALID
               INITIALIZE BN-TAB(1) BN-TAB(2) BN-TAB(3)
                          BN-TAB(4) BN-TAB(5)
               MOVE 0 TO BN-ERLEDIGT BN-GUTAUF BN-KONZERN
               WRITE BN-SATZ.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 5
               PERFORM STUFE-ZEILE.
      *--------------> Staffel auf den Konzernumsatz? <-
           ADD 1203 VDU-ECK GIVING VDU-LP.
           DISPLAY "fuer ganzen Konzern (0/1):" AT VDU-LP.
       E.  DISPLAY "<ret>= 1 = Umsatz aller Konzernmitglieder (Kunde = K
      -        "opfkonto)" AT 2301.
           MOVE BN-KONZERN TO WH-WERT.
           CALL "CAUP" USING "1012301001" WH-CREG.
           IF NOT RET OR WH-WERT > 1 GO E.
           MOVE WH-WERT TO BN-KONZERN.
           REWRITE BN-SATZ.
           DISPLAY "Vereinbarung gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ***** Jahresumsatz des Kunden aus der Kundenstatistik *
      *    Faecher 1-12 = Jahr lt. KD-JAHR, 13-24 = Vorjahr
      *    Konzernvereinbarung: Summe ueber alle Kunden, deren
      *    DZ-KONZERN auf BN-KTONR zeigt
       UMSATZ-RECHNE SECTION.
       A.  MOVE 0 TO WH-UMSATZ WM-KSTOP.
           OPEN INPUT KDSTAT.
           IF WF-STATUS = "00" MOVE 1 TO WM-KSTOP
               ELSE GO Z.
           COMPUTE WH-JJ = WV-JAHR - (WV-JAHR / 100) * 100.
           MOVE BN-KTONR TO WV-UKTO.
           IF BN-KONZERN NOT = 1 PERFORM KTO-UMSATZ GO X.
           MOVE 0 TO WM-DBZOP WZ-KZANZ.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-DBZOP.
           MOVE BN-KTONR TO DZ-KONZERN.
           START DEBZUS KEY NOT < DZ-KONZERN INVALID GO V.
       C.  READ DEBZUS NEXT IGNORE LOCK AT END GO V.
           IF DZ-KONZERN NOT = BN-KTONR GO V.
           ADD 1 TO WZ-KZANZ.
           MOVE DZ-KTONR TO WV-UKTO.
           PERFORM KTO-UMSATZ.
           GO C.
       V.  IF WM-DBZOP = 1 CLOSE DEBZUS.
      *--------------> kein Konzern eingetragen: Kunde allein <-
           MOVE BN-KTONR TO WV-UKTO.
           IF WZ-KZANZ = 0 PERFORM KTO-UMSATZ.
       X.  CLOSE KDSTAT.
           MOVE 0 TO WM-KSTOP.
       Z.  EXIT.
      ***** Jahresumsatz eines Kontos (WV-UKTO) dazuzaehlen *
       KTO-UMSATZ SECTION.
       A.  MOVE WV-UKTO TO KD-KTONR.
           READ KDSTAT IGNORE LOCK INVALID GO Z.
           IF KD-JAHR = WH-JJ
               PERFORM VARYING WY FROM 1 BY 1 UNTIL WY > 12
                   ADD KD-UMSATZ(WY) TO WH-UMSATZ
               END-PERFORM
               GO Z.
           IF KD-JAHR = WH-JJ + 1
               PERFORM VARYING WY FROM 13 BY 1 UNTIL WY > 24
                   ADD KD-UMSATZ(WY) TO WH-UMSATZ.
       Z.  EXIT.
      ***** hoechste erreichte Staffelstufe ermitteln *
       STUFE-RECHNE SECTION.
           MOVE WH-UMSATZ TO WD-BET.
           ADD 427 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           IF BN-KONZERN = 1
               ADD 443 VDU-ECK GIVING VDU-LP
               DISPLAY "(Konzern)" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "erreichte Stufe.......:" AT VDU-LP.
           ADD 527 VDU-ECK GIVING VDU-LP.
