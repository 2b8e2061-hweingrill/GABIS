      *   historie sammelt alle Auftraege zum Geraet, auch die         *
      *   bereits archivierten (GABIARCH.DAT) - damit weiss der        *
      *   Techniker vor der Ausfahrt, was zuletzt gemacht wurde.       *
      *   Garantie: Garantiezeit je Artikel (AZ-GARMON, GABISAZL.DAT); *
      *   beim Zuordnen zum Reparaturauftrag wird ab Kaufdatum (sonst  *
      *   Rechnungsdatum der Seriennummer) geprueft - im Garantiefall  *
      *   (AK-GARANTIE) gehen Arbeit und Teile ohne Berechnung, die    *
      *   Fakturierung stellt die Zeilen nochmals auf 0 (Einsprung     *
      *   30, WGA-AUFNUM).  Die Garantieforderung je Lieferant         *
      *   (GARANT.LST) zeigt Teile und Stunden zum EK.                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEAUF.CPY.
           COPY GABSEAAR.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSESER.CPY.
           COPY GABSEAZL.CPY.
           COPY GABSEART.CPY.
           COPY GABSELIS.CPY.
           COPY GABSEDRU.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY GABGERAE.CPY.
       COPY GABANBOT.CPY.
       COPY GABAUFAR.CPY.
       COPY GABDEBIT.CPY.
       COPY GABSERIE.CPY.
       COPY GABARTZL.CPY.
       COPY GABARTIK.CPY.
       COPY GABLIEFS.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ                    PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WZ-ZEIL                 PIC 99        COMP.
           03  WD-NUM                  PIC ZZZ9.
           03  WD-AUF                  PIC ZZZZZZZ9.
           03  WH-P                    PIC 99        COMP.
           03  WH-PX                   PIC XX               OCCURS 2.
           03  WM-OPEN                 PIC 9         COMP  VALUE ZERO.
           03  WM-OPSER                PIC 9         COMP  VALUE ZERO.
           03  WM-OPART                PIC 9         COMP  VALUE ZERO.
           03  WM-OPAZL                PIC 9         COMP  VALUE ZERO.
           03  WM-OPLIS                PIC 9         COMP  VALUE ZERO.
           03  WM-AUFOP                PIC 9         COMP  VALUE ZERO.
           03  WZ-SCHALT               PIC 99        COMP  VALUE ZERO.
           03  WZ-ZEILEN               PIC 99        COMP  VALUE ZERO.
           03  WH-GARART               PIC 9(6)      COMP.
           03  WH-GARDAT               PIC 9(6)      COMP.
           03  WH-GARMM                PIC 999       COMP.
           03  WH-GARJJ                PIC 99        COMP.
      *------> 0 = Garantie, 1 = nicht pruefbar, 2 = Artikel ohne
      *        Garantiezeit, 3 = Garantie abgelaufen <-
           03  WH-GARKZ                PIC 9         COMP.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-VON                  PIC 9(6)      COMP.
           03  WH-BIS                  PIC 9(6)      COMP.
           03  WH-IX                   PIC 9(4)      COMP.
           03  WH-JX                   PIC 9(4)      COMP.
           03  WH-LIEFAKT              PIC X(5).
           03  WH-AUFAK                PIC 999       COMP.
           03  WH-AUMEH                PIC 99        COMP.
           03  WH-MENGE                PIC S9(7)V99  COMP-3.
           03  WH-LWERT                PIC S9(9)V99  COMP-3.
           03  WD-KTO                  PIC ZZZZZ9.
           03  WD-MON                  PIC Z9.
           03  WD-MENGE                PIC ZZZ.ZZ9,99-.
           03  WD-BET                  PIC ZZ.ZZZ.ZZ9,99-.
      *--------------------> Summen Auftrag, Lieferant, gesamt <-
       01  WS-SUMMEN.
           03  WS-ATEILE               PIC S9(9)V99  COMP-3.
           03  WS-ASTD                 PIC S9(7)V99  COMP-3.
           03  WS-ALOHN                PIC S9(9)V99  COMP-3.
           03  WS-LTEILE               PIC S9(9)V99  COMP-3.
           03  WS-LSTD                 PIC S9(7)V99  COMP-3.
           03  WS-LLOHN                PIC S9(9)V99  COMP-3.
           03  WS-GTEILE               PIC S9(9)V99  COMP-3.
           03  WS-GSTD                 PIC S9(7)V99  COMP-3.
           03  WS-GLOHN                PIC S9(9)V99  COMP-3.
      *--------------------> Garantieauftraege des Zeitraums <-
       01  WG-TAB.
           03  WG-ANZ                  PIC 9(4)      COMP.
           03  WG-EINTR                              OCCURS 500.
               05  WG-LIEF             PIC X(5).
               05  WG-AUF              PIC 9(8)      COMP.
               05  WG-GEDR             PIC 9         COMP.
       COPY GABBENUT.CPY.
       COPY GABGARSC.CPY.
       COPY GABEXT.CPY.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON GERAET.
       A.  CALL "CADECL" USING "GABISGER.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABIARCZ.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "DEBITORE.FII" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SERIEN.
       A.  CALL "CADECL" USING "GABISSER.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISAZL.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LIEFSTAM.
       A.  CALL "CADECL" USING "GABISLIS.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM GER-MENU GO W.
           IF WL-CA = 30 PERFORM GAR-NULL GO X.
           GO Z.
       W.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       X.  MOVE WH-CREG TO WL-CREG.
           MOVE WC-MONAT TO WZ-MONAT VDU-MONAT.
           MOVE WC-JAHR TO WZ-JAHR VDU-TAG.
       Z.  EXIT.
      ******************************************************* Drucker *
       DRUCK SECTION.
       A.  WRITE DRA-SATZ AFTER WZ-SCHALT.
           IF WF-STATUS = 27 GO A.
           MOVE SPACE TO DRA-SATZ.
           ADD WZ-SCHALT TO WZ-ZEILEN.
           MOVE 1 TO WZ-SCHALT.
       Z.  EXIT.
      ******************************************************************
       END-DRU SECTION.
       A.  IF WM-OPEN = 0 GO Z.
           IF WM-DRU = 0 MOVE x"1B210000" TO DRA-SATZ(1:).
       B.  WRITE DRA-SATZ AFTER PAGE.
           IF WF-STATUS = 27 GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ******************************************************************
       BEG-DRU SECTION.
       A.  IF WM-OPEN > 0 GO Z.
           MOVE 1 TO WM-OPEN.
           IF WH-DRUNAM(1:3) = "LPT" OPEN OUTPUT DRUCKER
           else OPEN EXTEND DRUCKER.
       C.  MOVE 0 TO WZ-ZEILEN WZ-SCHALT.
           MOVE X"1B21" TO DRA-SATZ(1:).
           MOVE WH-PX(1) TO DRA-SATZ(3:2).
           IF WM-DRU = 1 MOVE WE-STG(WH-P) TO DRA-SATZ.
       D.  WRITE DRA-SATZ AFTER 0.
           IF WF-STATUS = 99 GO D.
           IF WM-DRU = 1 GO X.
           MOVE X"1B43" TO DRA-SATZ(1:).
           MOVE WH-PX(2) TO DRA-SATZ(3:2).
       E.  WRITE DRA-SATZ AFTER 0.
           IF WF-STATUS = 99 GO E.
       X.  MOVE SPACE TO DRA-SATZ.
       Z.  EXIT.
      ******************************************************************
       GER-MENU SECTION.
       A.  OPEN I-O GERAET.
               OPEN OUTPUT GERAET
               CLOSE GERAET
               OPEN I-O GERAET.
           MOVE 0 TO WM-OPDEB WM-OPSER WM-OPART WM-OPAZL WM-OPLIS.
           OPEN INPUT DEBITOR.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDEB.
           OPEN INPUT SERIEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPSER.
           OPEN INPUT ARTIKEL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPART.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPART.
           OPEN INPUT LIEFSTAM.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPLIS.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPLIS.
           OPEN I-O ARTZOLL.
           IF WF-STATUS = "35"
               OPEN OUTPUT ARTZOLL
               CLOSE ARTZOLL
               OPEN I-O ARTZOLL.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPAZL.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Kundengeraete " with highlight AT VDU-LP.
           DISPLAY "3 - Geraet einem Auftrag zuordnen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Servicehistorie eines Geraets" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Garantiezeit je Artikel" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "6 - Garantieforderung je Lieferant" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 2 PERFORM GER-PFLEGE
               WHEN 3 PERFORM AUF-ZUORD
               WHEN 4 PERFORM SERVICE-HIST
               WHEN 5 PERFORM GAR-PFLEGE
               WHEN 6 PERFORM GAR-LISTE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE GERAET.
           IF WM-OPDEB = 1 CLOSE DEBITOR.
           IF WM-OPSER = 1 CLOSE SERIEN.
           IF WM-OPART = 1 CLOSE ARTIKEL.
           IF WM-OPLIS = 1 CLOSE LIEFSTAM.
           IF WM-OPAZL = 1 CLOSE ARTZOLL.
       Z.  EXIT.
      ************** Kunde waehlen und pruefen *
       KD-FRAGE SECTION.
           IF ESC GO H.
           IF NOT RET GO I.
           IF WT-TX NOT = SPACE MOVE WT-TX TO GE-SERNR.
      *--------> Artikel und Kaufdatum (Rechnungsdatum) aus dem
      *          Seriennummernregister vorschlagen <-
           IF GE-SERNR = SPACE OR WM-OPSER = 0 GO J.
           MOVE GE-SERNR TO SE-SERNR.
           READ SERIEN IGNORE LOCK INVALID GO J.
           IF GE-ARNUM = 0 MOVE SE-ARNUM TO GE-ARNUM.
           IF GE-KAUFDAT = 0 MOVE SE-REDAT TO GE-KAUFDAT.
      *-----------------------------------------> Kaufdatum <-
       J.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "Kaufdatum...:" AT VDU-LP.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Geraet zuordnen " with highlight AT VDU-LP.
           OPEN I-O AUFKOPF.
           MOVE 0 TO WM-AUFOP.
           OPEN I-O AUFTRAG.
           IF WF-STATUS = "00" MOVE 1 TO WM-AUFOP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftragsnummer:          Geraet:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Auftragsnummer" AT 2301.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY GE-BEZ with highlight AT VDU-LP " " GE-SERNR.
           MOVE WH-NUM TO AK-GERNUM.
           PERFORM GAR-PRUEF.
           REWRITE AK-SATZ.
           ADD 503 VDU-ECK GIVING VDU-LP.
           EVALUATE WH-GARKZ
               WHEN 0 DISPLAY "Garantie bis" AT VDU-LP
               WHEN 1 DISPLAY "nicht pruefbar, Artikel/Kaufdatum fehlt"
                          AT VDU-LP
               WHEN 2 DISPLAY "Artikel ohne Garantiezeit" AT VDU-LP
               WHEN 3 DISPLAY "Garantie abgelaufen am" AT VDU-LP.
           IF WH-GARKZ = 0 OR WH-GARKZ = 3
               MOVE AK-GARBIS TO WC-DATUM
               PERFORM DATDREH
               ADD 526 VDU-ECK GIVING VDU-LP
               DISPLAY VDU-DATUM with highlight AT VDU-LP.
           IF AK-GARANTIE
               PERFORM GAR-ZEILEN
               ADD 603 VDU-ECK GIVING VDU-LP
               DISPLAY "Garantiefall - Arbeit und Teile ohne Berechnung"
                   with highlight AT VDU-LP.
           DISPLAY "zugeordnet." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE AUFKOPF.
           IF WM-AUFOP = 1 CLOSE AUFTRAG.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***** Servicehistorie: alle Auftraege zu einem Geraet *
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           DISPLAY WT-BEZ(1:35) AT VDU-LP.
       Z.  EXIT.
      ******************************************************************
      *    Garantiepruefung fuer das Geraet GE-SATZ am Auftrag
      *    AK-SATZ: Artikel und Kaufdatum aus dem Geraet, fehlend
      *    aus der Seriennummer (Rechnungsdatum); Garantieende =
      *    Kaufdatum + AZ-GARMON Monate.  Setzt AK-GARANT, AK-GARBIS,
      *    AK-GARLIEF (Seriennummer, sonst Artikel) und WH-GARKZ
      ******************************************************************
       GAR-PRUEF SECTION.
       A.  MOVE 0 TO AK-GARANT AK-GARBIS.
           MOVE SPACE TO AK-GARLIEF.
           MOVE GE-ARNUM TO WH-GARART.
           MOVE GE-KAUFDAT TO WH-GARDAT.
           IF GE-SERNR = SPACE OR WM-OPSER = 0 GO C.
           MOVE GE-SERNR TO SE-SERNR.
           READ SERIEN IGNORE LOCK INVALID GO C.
           IF WH-GARART = 0 MOVE SE-ARNUM TO WH-GARART.
           IF WH-GARDAT = 0 MOVE SE-REDAT TO WH-GARDAT.
           MOVE SE-LIEF TO AK-GARLIEF.
       C.  IF WH-GARART = 0 OR WH-GARDAT = 0
               MOVE 1 TO WH-GARKZ GO Z.
           MOVE WH-GARART TO AZ-ARNUM.
           READ ARTZOLL IGNORE LOCK INVALID MOVE 0 TO AZ-GARMON.
           IF AZ-GARMON = 0 MOVE 2 TO WH-GARKZ GO Z.
           IF AK-GARLIEF = SPACE
               MOVE WH-GARART TO AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-LIEF
               END-READ
               MOVE AR-LIEF TO AK-GARLIEF.
      *--------------------> Kaufdatum + Garantiemonate <-
           MOVE WH-GARDAT TO WZ-DATUM.
           COMPUTE WH-GARMM = WZ-MONAT - 1 + AZ-GARMON.
           DIVIDE WH-GARMM BY 12 GIVING WH-GARJJ REMAINDER WH-GARMM.
           ADD WH-GARJJ TO WZ-JAHR.
           ADD 1 WH-GARMM GIVING WZ-MONAT.
           MOVE WZ-DATUM TO AK-GARBIS.
           IF AK-DATUM > AK-GARBIS MOVE 3 TO WH-GARKZ GO Z.
           MOVE 1 TO AK-GARANT.
           MOVE 0 TO WH-GARKZ.
       Z.  EXIT.
      ***** Zeilen des Auftrags AK-NUM ohne Berechnung (Preis 0) *
       GAR-ZEILEN SECTION.
       A.  MOVE 0 TO WGA-ANZ.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT AT END GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF AU-NUM NOT = AK-NUM GO X.
           IF AU-PREIS = 0 AND AU-BET = 0 GO C.
           MOVE 0 TO AU-PREIS AU-BET.
           REWRITE AU-SATZ.
           ADD 1 TO WGA-ANZ.
           GO C.
       X.  UNLOCK AUFTRAG.
       Z.  EXIT.
      ******** Einsprung 30: Garantieauftrag WGA-AUFNUM vor der
      *        Fakturierung auf 0 stellen (GABSAMM) *
       GAR-NULL SECTION.
       A.  MOVE 0 TO WGA-ANZ WM-AUFOP.
           OPEN I-O AUFKOPF.
           IF WF-STATUS = "00" MOVE 1 TO WM-AUFOP
               OPEN I-O AUFTRAG.
           MOVE WGA-AUFNUM TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID GO X.
           IF NOT AK-GARANTIE GO X.
           PERFORM GAR-ZEILEN.
       X.  IF WM-AUFOP = 1 CLOSE AUFKOPF AUFTRAG.
       Z.  EXIT.
      ****** Garantiezeit in Monaten je Artikel (ARTZOLL) *
       GAR-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Garantiezeit Artikel " with highlight AT VDU-LP.
           IF WM-OPAZL = 0
               DISPLAY "Artikelzusatzdatei nicht verfuegbar," AT 2401
               PERFORM WEITER GO X.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Artikel:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Artikelnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002136006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           ADD 225 VDU-ECK GIVING VDU-LP.
           DISPLAY AR-BEZA with highlight AT VDU-LP.
           MOVE 0 TO WH-NEU.
           MOVE AR-NUM TO AZ-ARNUM.
           READ ARTZOLL INVALID
               INITIALIZE AZ-SATZ
               MOVE AR-NUM TO AZ-ARNUM
               MOVE "AT" TO AZ-URSPR
               MOVE 1 TO WH-NEU.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Garantie Monate:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Monate (0 = keine Garantie)"
               AT 2301.
           MOVE AZ-GARMON TO WH-NUM.
           CALL "CAUP" USING "1003202002" WH-CREG.
           IF ESC UNLOCK ARTZOLL GO C.
           IF NOT RET GO E.
           MOVE WH-NUM TO AZ-GARMON.
           IF WH-NEU = 1 WRITE AZ-SATZ
           ELSE REWRITE AZ-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Garantieforderung je Lieferant (GARANT.LST): alle Garantie-
      *    auftraege des Zeitraums nach AK-GARLIEF, je Auftrag das
      *    Geraet und die Zeilen zum EK - Teile und Arbeitsstunden
      *    (Arbeitsgruppe AU-RAGRP 97) getrennt summiert
      ******************************************************************
       GAR-LISTE SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Garantieforderung " with highlight AT VDU-LP.
           OPEN INPUT AUFKOPF AUFTRAG.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Auftraege vom:            bis:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           MOVE 1 TO WZ-TAG.
           CALL "CAUP" USING "1102186006" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           MOVE WZ-DATUM TO WH-VON.
       D.  DISPLAY "<esc>= zurueck, <ret>= Datum" AT 2301.
           MOVE WH-DATUM TO WZ-DATUM.
           CALL "CAUP" USING "1102346006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO D.
           MOVE WZ-DATUM TO WH-BIS.
           IF WH-BIS < WH-VON GO D.
      *--------------------> Garantieauftraege sammeln <-
           INITIALIZE WG-TAB.
           MOVE 0 TO AK-NUM.
           START AUFKOPF KEY NOT < AK-KEY INVALID GO F.
       E.  READ AUFKOPF NEXT IGNORE LOCK AT END GO F.
           IF NOT AK-GARANTIE GO E.
           IF AK-DATUM < WH-VON OR AK-DATUM > WH-BIS GO E.
           IF WG-ANZ NOT < 500 GO F.
           ADD 1 TO WG-ANZ.
           MOVE AK-GARLIEF TO WG-LIEF(WG-ANZ).
           MOVE AK-NUM TO WG-AUF(WG-ANZ).
           GO E.
       F.  IF WG-ANZ = 0
               DISPLAY "keine Garantieauftraege im Zeitraum," AT 2401
               PERFORM WEITER GO C.
           MOVE "GARANT.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN.
           INITIALIZE WS-SUMMEN.
      *--------------------> kleinsten offenen Lieferanten suchen <-
       G.  MOVE 0 TO WH-JX.
           MOVE 0 TO WH-IX.
       H.  ADD 1 TO WH-IX.
           IF WH-IX > WG-ANZ GO I.
           IF WG-GEDR(WH-IX) = 1 GO H.
           IF WH-JX = 0 OR WG-LIEF(WH-IX) < WG-LIEF(WH-JX)
               MOVE WH-IX TO WH-JX.
           GO H.
       I.  IF WH-JX = 0 GO V.
           MOVE WG-LIEF(WH-JX) TO WH-LIEFAKT.
           PERFORM GAR-LIEFKOPF.
           MOVE 0 TO WS-LTEILE WS-LSTD WS-LLOHN.
           MOVE 0 TO WH-IX.
       K.  ADD 1 TO WH-IX.
           IF WH-IX > WG-ANZ GO L.
           IF WG-GEDR(WH-IX) = 1 OR WG-LIEF(WH-IX) NOT = WH-LIEFAKT
               GO K.
           MOVE 1 TO WG-GEDR(WH-IX).
           MOVE WG-AUF(WH-IX) TO AK-NUM.
           READ AUFKOPF IGNORE LOCK INVALID GO K.
           PERFORM GAR-AUFTRAG.
           GO K.
       L.  MOVE "Forderung Lieferant" TO DRA-SATZ(4:).
           MOVE WH-LIEFAKT TO DRA-SATZ(24:5).
           MOVE WS-LTEILE TO WS-ATEILE.
           MOVE WS-LSTD TO WS-ASTD.
           MOVE WS-LLOHN TO WS-ALOHN.
           PERFORM GAR-SUMME.
           ADD WS-LTEILE TO WS-GTEILE.
           ADD WS-LSTD TO WS-GSTD.
           ADD WS-LLOHN TO WS-GLOHN.
           GO G.
       V.  MOVE "Gesamtforderung" TO DRA-SATZ(4:).
           MOVE WS-GTEILE TO WS-ATEILE.
           MOVE WS-GSTD TO WS-ASTD.
           MOVE WS-GLOHN TO WS-ALOHN.
           PERFORM GAR-SUMME.
           PERFORM END-DRU.
           MOVE WG-ANZ TO WD-AUF.
           DISPLAY WD-AUF with highlight AT 2401
               " Garantieauftraege, Liste GARANT.LST." with highlight.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  CLOSE AUFKOPF AUFTRAG.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       GAR-LIEFKOPF SECTION.
       A.  IF WZ-ZEILEN > 55 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           PERFORM GAR-KOPF.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Lieferant:" TO DRA-SATZ(2:10).
           MOVE WH-LIEFAKT TO DRA-SATZ(13:5).
           MOVE SPACE TO LS-BEZ.
           IF WH-LIEFAKT = SPACE MOVE "ohne Lieferant" TO LS-BEZ
           ELSE
               MOVE WH-LIEFAKT TO LS-LIEF
               READ LIEFSTAM IGNORE LOCK INVALID MOVE SPACE TO LS-BEZ.
           MOVE LS-BEZ TO DRA-SATZ(20:30).
           PERFORM DRUCK.
           MOVE ALL "=" TO DRA-SATZ(2:48).
           PERFORM DRUCK.
       Z.  EXIT.
      ********** ein Garantieauftrag (AK-SATZ) mit seinen Zeilen *
       GAR-AUFTRAG SECTION.
       A.  MOVE 0 TO WS-ATEILE WS-ASTD WS-ALOHN.
           PERFORM GAR-ZEILE.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Auftrag" TO DRA-SATZ(2:7).
           MOVE AK-NUM TO WD-AUF.
           MOVE WD-AUF TO DRA-SATZ(10:8).
           MOVE AK-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(20:8).
           MOVE "Kunde" TO DRA-SATZ(30:5).
           MOVE AK-KTONR TO WD-KTO.
           MOVE WD-KTO TO DRA-SATZ(36:6).
           MOVE AK-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY ",".
           MOVE WT-BEZ(1:40) TO DRA-SATZ(44:40).
           PERFORM DRUCK.
           MOVE AK-KTONR TO GE-KTONR.
           MOVE AK-GERNUM TO GE-NUM.
           READ GERAET IGNORE LOCK INVALID INITIALIZE GE-SATZ.
           PERFORM GAR-ZEILE.
           MOVE "Geraet:" TO DRA-SATZ(4:7).
           MOVE GE-BEZ TO DRA-SATZ(12:30).
           MOVE "SerNr:" TO DRA-SATZ(44:6).
           MOVE GE-SERNR TO DRA-SATZ(51:20).
           MOVE "Garantie bis" TO DRA-SATZ(73:12).
           MOVE AK-GARBIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(86:8).
           PERFORM DRUCK.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO E.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           IF AU-ARNUM = 0 GO C.
           PERFORM AU-FAKTOR.
           COMPUTE WH-MENGE = AU-ANZ / WH-AUFAK.
           COMPUTE WH-LWERT ROUNDED = WH-MENGE * AU-EKP.
           PERFORM GAR-ZEILE.
           MOVE AU-ARNUM TO WD-KTO.
           MOVE WD-KTO TO DRA-SATZ(6:6).
           MOVE AU-BEZ(1) TO DRA-SATZ(14:30).
           MOVE WH-MENGE TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(46:11).
           IF AU-RAGRP = 97
               MOVE "Std" TO DRA-SATZ(58:3)
               ADD WH-MENGE TO WS-ASTD
               ADD WH-LWERT TO WS-ALOHN
           ELSE ADD WH-LWERT TO WS-ATEILE.
           MOVE AU-EKP TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(62:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(62:14).
           MOVE WH-LWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(78:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(78:14).
           PERFORM DRUCK.
           GO C.
       E.  ADD WS-ATEILE TO WS-LTEILE.
           ADD WS-ASTD TO WS-LSTD.
           ADD WS-ALOHN TO WS-LLOHN.
       Z.  EXIT.
      ******** Summenblock (Text in DRA-SATZ, Werte in WS-A...) *
       GAR-SUMME SECTION.
       A.  PERFORM GAR-ZEILE.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Teile:" TO DRA-SATZ(40:6).
           MOVE WS-ATEILE TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(78:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(78:14).
           PERFORM DRUCK.
           PERFORM GAR-ZEILE.
           MOVE "Arbeit:" TO DRA-SATZ(40:7).
           MOVE WS-ASTD TO WD-MENGE.
           MOVE WD-MENGE TO DRA-SATZ(46:11).
           MOVE "Std" TO DRA-SATZ(58:3).
           MOVE WS-ALOHN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(78:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(78:14).
           PERFORM DRUCK.
           PERFORM GAR-ZEILE.
           MOVE "Summe:" TO DRA-SATZ(40:6).
           ADD WS-ATEILE WS-ALOHN GIVING WH-LWERT.
           MOVE WH-LWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(78:14).
           IF WB-EKVERBOT MOVE SPACE TO DRA-SATZ(78:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ******** Seitenwechsel vor einer Zeile, DRA-SATZ bleibt *
       GAR-ZEILE SECTION.
       A.  IF WZ-ZEILEN < 62 GO C.
           MOVE DRA-SATZ TO WT-BEZ.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 0 TO WZ-ZEILEN.
           PERFORM GAR-KOPF.
           MOVE WT-BEZ TO DRA-SATZ.
       C.  PERFORM GAR-KOPF.
       Z.  EXIT.
      ******************************************************************
       GAR-KOPF SECTION.
       A.  IF WZ-ZEILEN > 0 GO Z.
           MOVE DRA-SATZ TO WT-BEZ.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE "G a r a n t i e f o r d e r u n g" TO DRA-SATZ(2:).
           MOVE WH-VON TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(45:8).
           MOVE "-" TO DRA-SATZ(54:1).
           MOVE WH-BIS TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(56:8).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(79:5).
           MOVE VDU-DATUM TO DRA-SATZ(84:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:90).
           PERFORM DRUCK.
           MOVE "Artikel Bezeichnung" TO DRA-SATZ(6:).
           MOVE "Menge" TO DRA-SATZ(52:5).
           MOVE "EK-Preis" TO DRA-SATZ(68:8).
           MOVE "EK-Wert" TO DRA-SATZ(85:7).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:90).
           PERFORM DRUCK.
           MOVE WT-BEZ TO DRA-SATZ.
       Z.  EXIT.
      ***** Skalierungsfaktor der Auftragsmenge (WT-NK je Einheit) *
       AU-FAKTOR SECTION.
       A.  MOVE 1 TO WH-AUFAK.
           ADD AU-MEH 1 GIVING WH-AUMEH.
           IF WH-AUMEH > 20 GO Z.
           IF WT-NK(WH-AUMEH) = 1 MOVE 10 TO WH-AUFAK.
           IF WT-NK(WH-AUMEH) = 2 MOVE 100 TO WH-AUFAK.
       Z.  EXIT.
