      *   cockpit zeigt sie an, und die externe Rechnungs-             *
      *   erfassung GABRECH druckt AK-TRACK auf ihren Belegen          *
      *   genauso (Bannervertrag).                                     *
      *   Versandavis: beim Einlesen geht an Kunden mit Versandavis    *
      *   und Mailadresse (DEBZUS, GABSEND) je neuer Sendungsnummer    *
      *   ein Auftrag in MAILJOB.TXT (wie GABSEND) mit Auftrag,        *
      *   gelieferten Artikeln und Tracking-Link nach dem Muster des   *
      *   Paketdienstes (KONSTANT 195-199, dritte Spalte der           *
      *   Importdatei, leer = 1).  Der Mailtext steht als Belegart 8   *
      *   im Belegarchiv (Versandstand gesendet), die Kartei erhaelt   *
      *   einen Vermerk.  Betreff/Einleitung: Textbaustein VERSAVIS.   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEART.CPY.
           COPY GABSEDEB.CPY.
           COPY GABSELAD.CPY.
           COPY GABSEDBZ.CPY.
           COPY GABSEKON.CPY.
           COPY GABSESPX.CPY.
           SELECT KARTEIN  ASSIGN TO RANDOM "GABKART.DAT"
                           ORGANIZATION IS INDEXED, ACCESS IS DYNAMIC,
                           RECORD KEY IS KA-KEY,
                           FILE STATUS IS WF-STATUS.
           SELECT AVISDAT  ASSIGN TO WN-AVIS
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           SELECT JOBDAT   ASSIGN TO "MAILJOB.TXT"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
           SELECT EXPDAT   ASSIGN TO "PAKETEXP.CSV"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WF-STATUS.
       COPY GABARTIK.CPY.
       COPY GABDEBIT.CPY.
       COPY GABLIEAD.CPY.
       COPY GABDEBZU.CPY.
       COPY GABKONST.CPY.
       COPY GABSPOOX.CPY.
      *********************************************** Karteibewegungen *
       FD  KARTEIN     external        RECORD IS VARYING IN SIZE
                                       FROM 8 TO 286 CHARACTERS
                                       DEPENDING ON WH-KART.
       01  KA-SATZ.
           03  KA-KEY.
               05 KA-ADNUM             PIC 9(6)     COMP.
               05 KA-DATUM             PIC 9(6)     COMP.
           03  KA-TXT                  PIC X(280).
      ******************************************************************
       FD  AVISDAT                     LABEL RECORD STANDARD.
       01  SV-ZEILE                    PIC X(132).
      ******************************************************************
       FD  JOBDAT                      LABEL RECORD STANDARD.
       01  JB-ZEILE                    PIC X(120).
      ******************************************************************
       FD  EXPDAT                      LABEL RECORD STANDARD.
       01  EX-ZEILE                    PIC X(150).
           03  WD-GEW                  PIC 9(4),99.
           03  WD-COLLI                PIC 99.
           03  WD-ANZ                  PIC ZZ.ZZ9.
      *--------> Versandavis <-
           03  WM-OPDBZ                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKON                PIC 9         COMP  VALUE ZERO.
           03  WM-OPKAR                PIC 9         COMP  VALUE ZERO.
           03  WH-IPAKD                PIC X(4).
           03  WH-PAKD                 PIC 9         COMP.
           03  WH-ALTTRK               PIC X(20).
           03  WH-GELKZ                PIC 9         COMP.
           03  WH-PDNAME               PIC X(20).
           03  WH-AVTX                 PIC X(114).
           03  WH-URLA                 PIC X(76).
           03  WH-URLB                 PIC X(76).
           03  WH-LINK                 PIC X(114).
           03  WH-KART                 PIC 9(5).
           03  WH-KPOS                 PIC 999       COMP.
           03  WH-KATX                 PIC X(40).
           03  WN-AVIS                 PIC X(15).
           03  WZ-AVIS                 PIC 9(4)      COMP.
           03  WZ-AVFEHL               PIC 9(4)      COMP.
           03  WD-MENGE                PIC ZZZZ.ZZ9,99-.
           03  WD-PAKD                 PIC 9.
       COPY GABTXBSC.CPY.
       COPY GABSPSCH.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON AUFTRAG.
       A.  CALL "CADECL" USING "PAKETEXP.CSV" WH-CREG.
       DECL-I SECTION.         USE AFTER ERROR PROCEDURE ON IMPDAT.
       A.  CALL "CADECL" USING "PAKETIMP.CSV" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON DEBZUS.
       A.  CALL "CADECL" USING "GABISDBZ.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SPOOLIDX.
       A.  CALL "CADECL" USING "GABISSPX.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KARTEIN.
       A.  CALL "CADECL" USING "GABKART.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON AVISDAT.
       A.  CALL "CADECL" USING "AVISDAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON JOBDAT.
       A.  CALL "CADECL" USING "MAILJOB.TXT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           DISPLAY "2 - Sendungsnummern einlesen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Sendungsnummer eines Auftrags" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Paketdienste / Tracking-Link" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 1 PERFORM VERSAND-EXP
               WHEN 2 PERFORM TRACK-IMP
               WHEN 3 PERFORM TRACK-ANZ
               WHEN 4 PERFORM PAKD-PFLEGE
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           READ AUFKOPF IGNORE LOCK INVALID
               DISPLAY "Auftrag nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
      *--------> Vorauskasse: erst nach Zahlungseingang versenden <-
           IF AK-VK-OFFEN
               DISPLAY "Vorauskasse noch nicht bezahlt (GABVORK)!"
                   AT 2401
               PERFORM WEITER GO C.
       E.  MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002406001" WH-CREG.
           IF ESC GO C.
           IF WF-STATUS NOT = "00"
               DISPLAY "PAKETIMP.CSV nicht gefunden," AT 2401
               PERFORM WEITER GO Y.
           MOVE 0 TO WZ-IMP WZ-FEHL WZ-AVIS WZ-AVFEHL.
           PERFORM AVIS-OEFFNE.
       C.  READ IMPDAT AT END GO W.
           IF IM-ZEILE = SPACE GO C.
           MOVE SPACE TO WH-IAUF WH-ITRACK WH-IPAKD.
           UNSTRING IM-ZEILE DELIMITED BY ";"
               INTO WH-IAUF WH-ITRACK WH-IPAKD.
           IF WH-IAUF = SPACE OR WH-IAUF NOT NUMERIC
               ADD 1 TO WZ-FEHL GO C.
           MOVE WH-IAUF TO WH-NAUF.
       D.  READ AUFKOPF INVALID
               ADD 1 TO WZ-FEHL GO C.
           IF ZUGRIF PERFORM BESETZT GO D.
           MOVE AK-TRACK TO WH-ALTTRK.
           MOVE WH-ITRACK TO AK-TRACK.
           REWRITE AK-SATZ.
           ADD 1 TO WZ-IMP.
      *--------> Versandavis nur fuer eine neue Sendungsnummer <-
           IF AK-TRACK NOT = SPACE AND AK-TRACK NOT = WH-ALTTRK
               PERFORM VERSANDAVIS.
           GO C.
       W.  CLOSE IMPDAT.
           PERFORM AVIS-SCHLIESSE.
           MOVE WZ-IMP TO WD-ANZ.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP
           MOVE WZ-FEHL TO WD-ANZ.
           ADD 335 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP " Fehler.".
           MOVE WZ-AVIS TO WD-ANZ.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP
               " Versandavis (MAILJOB.TXT),".
           MOVE WZ-AVFEHL TO WD-ANZ.
           ADD 435 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-ANZ with highlight AT VDU-LP
               " ohne Mailadresse.".
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
           GO C.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ****** Versandavis: Dateien oeffnen, Textbaustein holen *
       AVIS-OEFFNE SECTION.
       A.  MOVE 0 TO WM-OPDBZ WM-OPKON WM-OPKAR.
           OPEN INPUT DEBZUS.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPDBZ.
           OPEN INPUT KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
           OPEN I-O KARTEIN.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT KARTEIN
               CLOSE KARTEIN
               OPEN I-O KARTEIN.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKAR.
           OPEN EXTEND JOBDAT.
           IF WF-STATUS NOT = "00" OPEN OUTPUT JOBDAT.
      *--------> Zeile 1 = Betreff, ab Zeile 2 Anschreiben <-
           MOVE "VERSAVIS" TO WTB-NAME.
           MOVE 0 TO WTB-ANZ.
           CALL "GABTXB" USING "10HOLEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       AVIS-SCHLIESSE SECTION.
       A.  CLOSE JOBDAT.
           IF WM-OPKAR = 1 CLOSE KARTEIN.
           IF WM-OPDBZ = 1 CLOSE DEBZUS.
           IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPDBZ WM-OPKON WM-OPKAR.
       Z.  EXIT.
      ****** Versandavis zum Auftrag AK-SATZ: Mailauftrag in *
      *      MAILJOB.TXT, Text als Beleg 8 im Archiv, Karteinotiz
       VERSANDAVIS SECTION.
       A.  IF WM-OPDBZ = 0 GO Z.
           MOVE AK-KTONR TO DZ-KTONR.
           READ DEBZUS IGNORE LOCK INVALID GO Z.
           IF NOT DZ-VERSAVIS GO Z.
           IF DZ-MAIL = SPACE ADD 1 TO WZ-AVFEHL GO Z.
           PERFORM AVIS-LINK.
           MOVE AK-NUM TO WD-AUF.
           MOVE 8 TO WSP-ART.
           MOVE AK-NUM TO WSP-NUM.
           MOVE AK-KTONR TO WSP-KTONR.
           CALL "GABSPOOL" USING "40NAME" WH-CREG.
           MOVE WSP-NAME TO WN-AVIS.
           OPEN OUTPUT AVISDAT.
           MOVE SPACE TO JB-ZEILE.
           STRING "TO: " DZ-MAIL DELIMITED BY SIZE INTO JB-ZEILE.
           WRITE JB-ZEILE.
           MOVE SPACE TO JB-ZEILE.
           IF WTB-ANZ > 0 AND WTB-ZEILE(1) NOT = SPACE
               STRING "SUBJECT: " DELIMITED BY SIZE
                   WTB-ZEILE(1) DELIMITED BY "  "
                   " " WD-AUF DELIMITED BY SIZE INTO JB-ZEILE
           ELSE
               STRING "SUBJECT: Versandavis zu Ihrem Auftrag " WD-AUF
                   DELIMITED BY SIZE INTO JB-ZEILE.
           WRITE JB-ZEILE.
           MOVE JB-ZEILE(10:) TO WH-AVTX.
           MOVE WH-AVTX TO SV-ZEILE.
           WRITE SV-ZEILE.
           MOVE SPACE TO SV-ZEILE.
           WRITE SV-ZEILE.
           MOVE 1 TO WX.
       C.  ADD 1 TO WX.
           IF WX > WTB-ANZ GO D.
           MOVE WTB-ZEILE(WX) TO WH-AVTX.
           PERFORM AVIS-TEXT.
           GO C.
       D.  MOVE SPACE TO WH-AVTX.
           PERFORM AVIS-TEXT.
           STRING "Auftrag:            " WD-AUF
               DELIMITED BY SIZE INTO WH-AVTX.
           PERFORM AVIS-TEXT.
           IF WH-PDNAME NOT = SPACE
               STRING "Paketdienst:        " WH-PDNAME
                   DELIMITED BY SIZE INTO WH-AVTX
               PERFORM AVIS-TEXT.
           STRING "Sendungsnummer:     " AK-TRACK
               DELIMITED BY SIZE INTO WH-AVTX.
           PERFORM AVIS-TEXT.
           IF WH-LINK NOT = SPACE
               MOVE "Sendungsverfolgung:" TO WH-AVTX
               PERFORM AVIS-TEXT
               MOVE WH-LINK TO WH-AVTX
               PERFORM AVIS-TEXT.
           PERFORM AVIS-TEXT.
           MOVE "Gelieferte Artikel:" TO WH-AVTX.
           PERFORM AVIS-TEXT.
           PERFORM AVIS-POS.
           MOVE "END" TO JB-ZEILE.
           WRITE JB-ZEILE.
           CLOSE AVISDAT.
           CALL "GABSPOOL" USING "10EINTRAG" WH-CREG.
           PERFORM AVIS-STAND.
           PERFORM KART-NOTIZ.
           ADD 1 TO WZ-AVIS.
       Z.  EXIT.
      ****** eine Textzeile in Mailauftrag und Beleg *
       AVIS-TEXT SECTION.
       A.  MOVE SPACE TO JB-ZEILE.
           STRING "BODY: " WH-AVTX DELIMITED BY SIZE INTO JB-ZEILE.
           WRITE JB-ZEILE.
           MOVE WH-AVTX TO SV-ZEILE.
           WRITE SV-ZEILE.
           MOVE SPACE TO WH-AVTX.
       Z.  EXIT.
      ****** Paketdienst aus 3. Spalte (1 - 5, leer = 1), Link aus *
      *      KONSTANT 195 - 199: "#" = Sendungsnummer, sonst angehaengt
       AVIS-LINK SECTION.
       A.  MOVE SPACE TO WH-LINK WH-PDNAME.
           MOVE 1 TO WH-PAKD.
           IF WH-IPAKD(1:1) NOT < "1" AND WH-IPAKD(1:1) NOT > "5"
               MOVE WH-IPAKD(1:1) TO WD-PAKD
               MOVE WD-PAKD TO WH-PAKD.
           ADD 194 WH-PAKD GIVING WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE KPD-NAME TO WH-PDNAME.
           IF KPD-URL = SPACE GO Z.
           MOVE SPACE TO WH-URLA WH-URLB.
           UNSTRING KPD-URL DELIMITED BY "#" INTO WH-URLA WH-URLB.
           STRING WH-URLA DELIMITED BY SPACE
                  AK-TRACK DELIMITED BY SPACE
                  WH-URLB DELIMITED BY SPACE INTO WH-LINK.
       Z.  EXIT.
      ****** gelieferte Artikel: Liefermenge, wenn schon eine Zeile *
      *      geliefert ist, sonst die Auftragsmenge
       AVIS-POS SECTION.
       A.  MOVE 0 TO WH-GELKZ.
           MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       C.  READ AUFTRAG NEXT IGNORE LOCK AT END GO E.
           IF AU-NUM NOT = AK-NUM GO E.
           IF AU-ARNUM NOT = 0 AND AU-GELIEF NOT = 0
               MOVE 1 TO WH-GELKZ GO E.
           GO C.
       E.  MOVE AK-NUM TO AU-NUM.
           MOVE 0 TO AU-KAP AU-POS AU-TZ.
           START AUFTRAG KEY NOT < AU-KEY INVALID GO Z.
       G.  READ AUFTRAG NEXT IGNORE LOCK AT END GO Z.
           IF AU-NUM NOT = AK-NUM GO Z.
           IF AU-ARNUM = 0 GO G.
           IF WH-GELKZ = 1 AND AU-GELIEF = 0 GO G.
           PERFORM AU-FAKTOR.
           IF WH-GELKZ = 1
               COMPUTE WH-NATANZ = AU-GELIEF / WH-AUFAK
           ELSE
               COMPUTE WH-NATANZ = AU-ANZ / WH-AUFAK.
           MOVE WH-NATANZ TO WD-MENGE.
           STRING WD-MENGE "  " AU-BEZ(1)
               DELIMITED BY SIZE INTO WH-AVTX.
           PERFORM AVIS-TEXT.
           GO G.
       Z.  EXIT.
      ****** Sendestatus des Belegs im Archiv: gesendet *
       AVIS-STAND SECTION.
       A.  OPEN I-O SPOOLIDX.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 8 TO SX-ART.
           MOVE AK-NUM TO SX-NUM.
       C.  READ SPOOLIDX INVALID GO X.
           IF ZUGRIF PERFORM BESETZT GO C.
           MOVE 2 TO SX-MAILST.
           COMPUTE SX-MAILDAT = WH-DATUM + 20000000.
           REWRITE SX-SATZ.
       X.  CLOSE SPOOLIDX.
       Z.  EXIT.
      ****** Karteinotiz "Versandavis" beim Kunden *
       KART-NOTIZ SECTION.
       A.  IF WM-OPKAR = 0 GO Z.
           MOVE SPACE TO WH-KATX.
           STRING "Versandavis Auftrag " WD-AUF
               DELIMITED BY SIZE INTO WH-KATX.
      *--------> Adressnummer der Kartei: Kundennummer * 10 + 2 <-
           COMPUTE KA-ADNUM = AK-KTONR * 10 + 2.
           MOVE WH-DATUM TO KA-DATUM.
           MOVE 286 TO WH-KART.
           MOVE SPACE TO KA-TXT.
           MOVE WH-KATX TO KA-TXT.
           WRITE KA-SATZ INVALID PERFORM KART-ANHANG.
       Z.  EXIT.
      ******************************************************************
       KART-ANHANG SECTION.
       A.  READ KARTEIN INVALID GO Z.
           MOVE 236 TO WH-KPOS.
       C.  IF WH-KPOS > 1 AND KA-TXT(WH-KPOS:1) = SPACE
               SUBTRACT 1 FROM WH-KPOS GO C.
           IF WH-KPOS > 234 GO Z.
           ADD 2 TO WH-KPOS.
           MOVE "/ " TO KA-TXT(WH-KPOS:2).
           ADD 2 TO WH-KPOS.
           MOVE WH-KATX TO KA-TXT(WH-KPOS:40).
           MOVE 286 TO WH-KART.
           REWRITE KA-SATZ.
       Z.  EXIT.
      ****** Paketdienste 1 - 5: Name und Tracking-Link (KONSTANT *
      *      195 - 199)
       PAKD-PFLEGE SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Paketdienste " with highlight AT VDU-LP.
           MOVE 0 TO WM-OPKON.
           OPEN I-O KONSTANT.
           IF WF-STATUS = "00" MOVE 1 TO WM-OPKON.
           IF WF-STATUS = "41" MOVE 2 TO WM-OPKON.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Paketdienst (1-5):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Nummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002221001" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM < 1 OR WH-NUM > 5 GO C.
           MOVE WH-NUM TO WH-PAKD.
           ADD 194 WH-PAKD GIVING WH-KEY.
       D.  READ KONSTANT INVALID
               INITIALIZE KO-PDSATZ
               ADD 194 WH-PAKD GIVING KO-NUM WH-KEY
               WRITE KO-SATZ
               GO D.
           IF ZUGRIF PERFORM BESETZT GO D.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Name:" AT VDU-LP.
           ADD 316 VDU-ECK GIVING VDU-LP.
           DISPLAY KPD-NAME AT VDU-LP.
           DISPLAY "<ret-leer>= unveraendert" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1203160120" WH-CREG.
           IF ESC UNLOCK KONSTANT GO Y.
           IF NOT RET GO E.
           IF WT-TX NOT = SPACE MOVE WT-TX TO KPD-NAME.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Tracking-Link (# = Sendungsnummer):" AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY KPD-URL AT VDU-LP.
           DISPLAY "<ret-leer>= unveraendert" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1205030176" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WT-TX NOT = SPACE MOVE WT-TX TO KPD-URL.
           REWRITE KO-SATZ.
           DISPLAY "gespeichert." AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO C.
       X.  IF WM-OPKON = 1 CLOSE KONSTANT.
           MOVE 0 TO WM-OPKON.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
