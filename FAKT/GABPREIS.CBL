       PROGRAM-ID.    GABPREIS.
      ******************************************************************
      *   Preisfindung fuer die Auftragserfassung:                     *
      *   Kontraktpreis des Kunden vor Listenpreis AR-VKP; ohne        *
      *   eigenen Kontrakt gilt ein Konzernkontrakt (KT-KONZERN = 1)   *
      *   des Kopfkontos (DZ-KONZERN).                                 *
      *                                                                *
      *   Aufruf: Felder in WP-PREIS (GABPRSCH.CPY) fuellen und        *
      *   CALL "GABPREIS" USING "10PRFIND" WH-CREG; das Ergebnis       *
           COPY GABSERBM.CPY.
           COPY GABSEART.CPY.
           COPY GABSESTK.CPY.
           COPY GABSEDBZ.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABKONTR.CPY.
       COPY GABRABMX.CPY.
       COPY GABARTIK.CPY.
       COPY GABSTKLI.CPY.
       COPY GABDEBZU.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WH-STUFE                PIC 9        COMP.
           03  WH-SETEKP               PIC S9(7)V99 COMP-3.
           03  WH-SETFND               PIC 9        COMP.
           03  WM-DBZOP                PIC 9        COMP  VALUE ZERO.
           03  WH-KZKOPF               PIC 9(6)     COMP.
       COPY GABPRSCH.CPY.
       COPY GABEXT.CPY.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONTRAKT.
       A.  CALL "CADECL" USING "GABISSTK.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           IF WF-STATUS = "00" MOVE 1 TO WM-KTROP.
           MOVE WP-KTONR TO KT-KTONR.
           MOVE WP-ARNUM TO KT-ARNUM.
           READ KONTRAKT IGNORE LOCK INVALID GO K.
           IF KT-VON NOT = 0 AND WP-DATUM < KT-VON GO K.
           IF KT-BIS NOT = 0 AND WP-DATUM > KT-BIS GO K.
       E.  IF KT-PREIS NOT = 0 MOVE KT-PREIS TO WP-VKP.
           MOVE KT-RAB TO WP-RAB.
           MOVE 1 TO WP-KZ.
           GO X.
      *------> kein gueltiger eigener Kontrakt: Konzernkontrakt
      *        des Kopfkontos <-
       K.  MOVE 0 TO WM-DBZOP WH-KZKOPF.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-DBZOP.
           MOVE WP-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID MOVE 0 TO DZ-KONZERN.
           MOVE DZ-KONZERN TO WH-KZKOPF.
           IF WM-DBZOP = 1 CLOSE DEBZUS.
           IF WH-KZKOPF = 0 OR WH-KZKOPF = WP-KTONR GO X.
           MOVE WH-KZKOPF TO KT-KTONR.
           MOVE WP-ARNUM TO KT-ARNUM.
           READ KONTRAKT IGNORE LOCK INVALID GO X.
           IF KT-KONZERN NOT = 1 GO X.
           IF KT-VON NOT = 0 AND WP-DATUM < KT-VON GO X.
           IF KT-BIS NOT = 0 AND WP-DATUM > KT-BIS GO X.
           GO E.
       X.  IF WM-KTROP = 1 CLOSE KONTRAKT.
       Z.  EXIT.
      ********************* Aktionspreis im Gueltigkeitszeitraum *
