           COPY GABSEINV.CPY.
           COPY GABSESTD.CPY.
           COPY GABSEAAR.CPY.
           COPY GABSEKTR.CPY.
           COPY GABSEBON.CPY.
           COPY GABSEREJ.CPY.
           COPY GABSEAEJ.CPY.
           COPY GABSEUEL.CPY.
           COPY GABSEAZL.CPY.
           COPY GABSEBWT.CPY.
           SELECT OKONST     ASSIGN TO "OKONSTAN.DAT"
                             ORGANIZATION RELATIVE ACCESS DYNAMIC
                             RELATIVE KEY WH-OKEY
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OAW-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OKONTR     ASSIGN TO "OKONTR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OKT-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OBONUS     ASSIGN TO "OBONUS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OBN-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OREJRNAL   ASSIGN TO "OREJRNAL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ORJ-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OAENDJRN   ASSIGN TO "OAENDJRN.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OAJ-KEY
                             ALTERNATE RECORD KEY OAJ-LAUF DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT OUEBLOG    ASSIGN TO "OUEBLOG.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OUL-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OARTZOLL   ASSIGN TO "OARTZOLL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OAZ-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OBEWERT    ASSIGN TO "OBEWERT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OBW-KEY
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY GABARTIK.CPY.
       COPY GABINVEN.CPY.
       COPY GABSTDFD.CPY.
       COPY GABAUFAR.CPY.
       COPY GABKONTR.CPY.
       COPY GABBONUS.CPY.
       COPY GABREJRN.CPY.
       COPY GABAENDJ.CPY.
       COPY GABUEBLG.CPY.
       COPY GABARTZL.CPY.
       COPY GABBEWRT.CPY.
      ********************************** Altkopie Konstanten *
       FD  OKONST                      LABEL RECORD STANDARD
                                       RECORD 128 CHARACTERS.
      *    Dateien 1, 2, 5 und 6: O-Layout = aktuelles Format,
      *    der Neuaufbau ist ein Reparatur-/Reindexlauf (ganz
      *    alte Formate wandelt einmalig GABKONV2).
      *    Dateien 3-4 und 7-23: O-Layout = ALTFORMAT vor den
      *    juengsten Satzerweiterungen - der Neuaufbau ist dort
      *    zugleich die einmalige Bestandswandlung; die neuen
      *    Felder werden genullt bzw. geleert.  Ein Bestand, der
           03  OAK-AENDBEN              PIC 99        COMP.
           03  OAK-AENDDAT              PIC 9(6)      COMP.
           03  OAK-STATUS               PIC 99        COMP.
           03  OAK-STRECK               PIC 9         COMP.
           03  OAK-BESTNUM              PIC 9(6)      COMP.
           03  OAK-RAHMNUM              PIC 9(8)      COMP.
           03  OAK-PROJEKT              PIC 9(6)      COMP.
           03  OAK-GERNUM               PIC 9(4)      COMP.
           03  OAK-TRACK                PIC X(20).
       FD  OAUFTRAG                    LABEL RECORD STANDARD.
       01  OAU-SATZ.
           03  OAU-KEY.
               05 OAU-BEZ               PIC X(30)   OCCURS 2.
           03  OAU-KZ                   PIC 9         COMP.
           03  OAU-GELIEF               PIC S9(7)     COMP-3.
           03  OAU-ABGER                PIC S9(7)     COMP-3.
       FD  OSTATIST                    LABEL RECORD STANDARD
                                       RECORD 108 CHARACTERS.
       01  OST-SATZ.
           03  ODZ-TOUR                 PIC 99         COMP.
           03  ODZ-STOPF                PIC 999        COMP.
           03  ODZ-ATOUR                PIC 99         COMP  OCCURS 5.
           03  ODZ-FRZONE               PIC 99         COMP.
           03  ODZ-FRFREI               PIC S9(5)V99   COMP-3.
           03  FILLER                   PIC X(4).
           03  ODZ-IBAN                 PIC X(34).
           03  ODZ-BIC                  PIC X(11).
           03  ODZ-MREF                 PIC X(35).
           03  ODZ-MDAT                 PIC 9(8)       COMP.
           03  ODZ-EINZUG               PIC 9          COMP.
           03  ODZ-LAND                 PIC XX.
           03  ODZ-UIDDAT               PIC 9(8)       COMP.
           03  ODZ-UIDSTAT              PIC 9          COMP.
           03  ODZ-MAIL                 PIC X(50).
           03  ODZ-MAILPRF              PIC 9          COMP.
           03  ODZ-SPRACHE              PIC 99         COMP.
      ******************** Altformat Lieferantenstamm *
       FD  OLIEFSTA                    LABEL RECORD STANDARD.
       01  OLS-SATZ.
           03  OLS-TEL                  PIC X(20).
           03  OLS-UKDNR                PIC X(10).
           03  OLS-KOND                 PIC 9(13)      COMP.
           03  OLS-IBAN                 PIC X(34).
           03  OLS-BIC                  PIC X(11).
      ******************** Altformat Bestellkopf *
       FD  OBESTKOP                    LABEL RECORD STANDARD.
       01  OBK-SATZ.
           03  OBK-DATUM                PIC 9(6)       COMP.
           03  OBK-LIEFDAT              PIC 9(6)       COMP.
           03  OBK-STATUS               PIC 99         COMP.
           03  OBK-AUFNUM               PIC 9(8)       COMP.
      ******************** Altformat Kassenjournal *
       FD  OBARJRN                     LABEL RECORD STANDARD.
       01  OBJ-SATZ.
               05 OAW-BEZ               PIC X(30)   OCCURS 2.
           03  OAW-KZ                   PIC 9         COMP.
           03  OAW-GELIEF               PIC S9(7)     COMP-3.
      ******************** Altformat Kontraktpreise *
       FD  OKONTR                      LABEL RECORD STANDARD.
       01  OKT-SATZ.
           03  OKT-KEY.
               05 OKT-KTONR             PIC 9(6)       COMP.
               05 OKT-ARNUM             PIC 9(6)       COMP.
           03  OKT-PREIS                PIC S9(7)V99   COMP-3.
           03  OKT-RAB                  PIC S99V9      COMP-3.
           03  OKT-VON                  PIC 9(8)       COMP.
           03  OKT-BIS                  PIC 9(8)       COMP.
      ******************** Altformat Bonusvereinbarungen *
       FD  OBONUS                      LABEL RECORD STANDARD.
       01  OBN-SATZ.
           03  OBN-KEY.
               05 OBN-KTONR             PIC 9(6)       COMP.
               05 OBN-JAHR              PIC 9999       COMP.
           03  OBN-TAB         OCCURS 5.
               05 OBN-ABUMS             PIC S9(9)V99   COMP-3.
               05 OBN-PROZ              PIC 99V99      COMP-3.
           03  OBN-ERLEDIGT             PIC 9          COMP.
           03  OBN-GUTAUF               PIC 9(8)       COMP.
      ******************** Altformat Rechnungsausgangsbuch *
       FD  OREJRNAL                    LABEL RECORD STANDARD.
       01  ORJ-SATZ.
           03  ORJ-KEY.
               05 ORJ-RENUM             PIC 9(7)       COMP.
           03  ORJ-DATUM                PIC 9(6)       COMP.
           03  ORJ-KTONR                PIC 9(6)       COMP.
           03  ORJ-VKF                  PIC 99         COMP.
           03  ORJ-NETTO                PIC S9(9)V99   COMP-3.
           03  ORJ-UST                  PIC S9(9)V99   COMP-3.
           03  ORJ-BRUTTO               PIC S9(9)V99   COMP-3.
           03  ORJ-LFNR                 PIC 9(6)       COMP.
      ******************** Altformat Aenderungsjournal *
       FD  OAENDJRN                    LABEL RECORD STANDARD.
       01  OAJ-SATZ.
           03  OAJ-KEY.
               05 OAJ-DATEI             PIC X(8).
               05 OAJ-SCHL              PIC X(14).
               05 OAJ-DATUM             PIC 9(8)       COMP.
               05 OAJ-ZEIT              PIC 9(6)       COMP.
               05 OAJ-LFD               PIC 9(4)       COMP.
           03  OAJ-LAUF                 PIC 9(6)       COMP.
           03  OAJ-PROG                 PIC X(8).
           03  OAJ-BEN                  PIC X(20).
           03  OAJ-FELD                 PIC X(10).
           03  OAJ-ALT                  PIC X(20).
           03  OAJ-NEU                  PIC X(20).
      ******************** Altformat Ueberleitungsprotokoll *
       FD  OUEBLOG                     LABEL RECORD STANDARD.
       01  OUL-SATZ.
           03  OUL-KEY.
               05 OUL-LFNR              PIC 9(6)       COMP.
           03  OUL-DATUM                PIC 9(6)       COMP.
           03  OUL-ANZ                  PIC 9(6)       COMP.
           03  OUL-SUMME                PIC S9(11)V99  COMP-3.
           03  OUL-VONKEY               PIC 9(6)       COMP.
           03  OUL-BISKEY               PIC 9(6)       COMP.
           03  OUL-VONRE                PIC 9(7)       COMP.
           03  OUL-BISRE                PIC 9(7)       COMP.
      ******************** Altformat Zolldaten *
       FD  OARTZOLL                    LABEL RECORD STANDARD.
       01  OAZ-SATZ.
           03  OAZ-KEY.
               05 OAZ-ARNUM             PIC 9(6)       COMP.
           03  OAZ-KN8                  PIC 9(8)       COMP.
           03  OAZ-URSPR                PIC XX.
      ******************** Altformat Lagerbewertung *
       FD  OBEWERT                     LABEL RECORD STANDARD.
       01  OBW-SATZ.
           03  OBW-KEY.
               05 OBW-DATUM             PIC 9(8)       COMP.
               05 OBW-ARNUM             PIC 9(6)       COMP.
           03  OBW-GRP                  PIC 99         COMP.
           03  OBW-MENGE                PIC S9(7)V99   COMP-3.
           03  OBW-EKP                  PIC S9(7)V99   COMP-3.
           03  OBW-WERT                 PIC S9(9)V99   COMP-3.
           03  OBW-VAR                  PIC 9          COMP.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
       A.  CALL "CADECL" USING "GABIARCH.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON ARCHZEIL.
       A.  CALL "CADECL" USING "GABIARCZ.DAT" WH-CREG.
       DECL-Q SECTION.         USE AFTER ERROR PROCEDURE ON KONTRAKT.
       A.  CALL "CADECL" USING "GABISKTR.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON BONUS.
       A.  CALL "CADECL" USING "GABISBON.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON REJRNAL.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON AENDJRN.
       A.  CALL "CADECL" USING "GABISAEJ.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON UEBLOG.
       A.  CALL "CADECL" USING "GABISUEL.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON ARTZOLL.
       A.  CALL "CADECL" USING "GABISAZL.DAT" WH-CREG.
       DECL-W SECTION.         USE AFTER ERROR PROCEDURE ON BEWERT.
       A.  CALL "CADECL" USING "GABISBWT.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      *    Neuaufbau ist hier zugleich die einmalige Format-
      *    wandlung (siehe Bannerkommentar bei den O-Layouts).
       WART-MENU2 SECTION.
       A.  CALL "CAUP" USING "0702201845000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Dateiwartung 2 " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "20 - Archivzeilen  (GABIARCZ)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "21 - Kontraktpreise (GABISKTR)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "22 - Bonus         (GABISBON)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "23 - alle zaehlen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "24 - 3. Seite" AT VDU-LP.
           ADD 1621 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datei waehlen, danach zaehlen oder neu aufbauen:"
               AT VDU-LP.
           CALL "CAUP" USING "1010702002" WH-CREG.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           IF WH-PG = 23 PERFORM ALLE-ZAEHLEN2 GO C.
           IF WH-PG = 24 PERFORM WART-MENU3 GO A.
           IF WH-PG < 11 OR WH-PG > 24 GO C.
           COMPUTE WH-DATEI = WH-PG - 4.
       E.  DISPLAY "<ret>= zaehlen, <Entf>= neu aufbauen, <esc>= zurueck
      -        "" AT 2301.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******** 3. Seite: Journale, Protokoll, Zoll und Bewertung *
      *    ebenfalls Formatwandlung beim Neuaufbau; Dateinummer
      *    19-23 = Menuepunkt - 12.
       WART-MENU3 SECTION.
       A.  CALL "CAUP" USING "0704201245000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Dateiwartung 3 " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "31 - Rechnungsbuch (GABISREJ)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "32 - Aenderungsjrn (GABISAEJ)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "33 - Ueberl.-Log   (GABISUEL)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "34 - Zolldaten     (GABISAZL)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "35 - Bewertung     (GABISBWT)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "36 - alle zaehlen" AT VDU-LP.
           ADD 921 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datei waehlen, danach zaehlen oder neu aufbauen:"
               AT VDU-LP.
           CALL "CAUP" USING "1010702002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           IF WH-PG = 0 GO X.
           IF WH-PG = 36 PERFORM ALLE-ZAEHLEN3 GO C.
           IF WH-PG < 31 OR WH-PG > 36 GO C.
           COMPUTE WH-DATEI = WH-PG - 12.
       E.  DISPLAY "<ret>= zaehlen, <Entf>= neu aufbauen, <esc>= zurueck
      -        "" AT 2301.
           CALL "CAUP" USING "0023551000" WH-CREG.
           IF ESC GO C.
           IF ENTF PERFORM NEUAUFBAU GO C.
           IF NOT RET GO E.
           PERFORM ZAEHLEN.
           DISPLAY "Saetze:" AT 2201.
           MOVE WZ-SAETZE TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2210
               "  Status: " AT 2222 WH-STAT with highlight.
           PERFORM WEITER.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
       ALLE-ZAEHLEN3 SECTION.
       A.  PERFORM VARYING WH-DATEI FROM 19 BY 1 UNTIL WH-DATEI > 23
               PERFORM ZAEHLEN
               COMPUTE VDU-LP = (WH-DATEI - 18) * 100 + 236 + VDU-ECK
               MOVE WZ-SAETZE TO WD-ANZ
               DISPLAY WD-ANZ with highlight AT VDU-LP
               ADD 10 TO VDU-LP
               DISPLAY WH-STAT with highlight AT VDU-LP.
       Z.  EXIT.
      ******************************************************************
       ALLE-ZAEHLEN2 SECTION.
       A.  PERFORM VARYING WH-DATEI FROM 7 BY 1 UNTIL WH-DATEI > 18
               PERFORM ZAEHLEN
               COMPUTE VDU-LP = (WH-DATEI - 6) * 100 + 236 + VDU-ECK
               MOVE WZ-SAETZE TO WD-ANZ
               WHEN 13 PERFORM Z-INVENT
               WHEN 14 PERFORM Z-STUNDEN
               WHEN 15 PERFORM Z-ARCHKOP
               WHEN 16 PERFORM Z-ARCHZEI
               WHEN 17 PERFORM Z-KONTR
               WHEN 18 PERFORM Z-BONUS
               WHEN 19 PERFORM Z-REJRNAL
               WHEN 20 PERFORM Z-AENDJRN
               WHEN 21 PERFORM Z-UEBLOG
               WHEN 22 PERFORM Z-ARTZOLL
               WHEN 23 PERFORM Z-BEWERT.
       Z.  EXIT.
      ******************************************************************
       Z-ARTIKEL SECTION.
               WHEN 15 MOVE "GABIARCH.DAT" TO WH-QUELLE
                       MOVE "OARCHKOP.DAT" TO WH-ZIEL
               WHEN 16 MOVE "GABIARCZ.DAT" TO WH-QUELLE
                       MOVE "OARCHZEI.DAT" TO WH-ZIEL
               WHEN 17 MOVE "GABISKTR.DAT" TO WH-QUELLE
                       MOVE "OKONTR.DAT"   TO WH-ZIEL
               WHEN 18 MOVE "GABISBON.DAT" TO WH-QUELLE
                       MOVE "OBONUS.DAT"   TO WH-ZIEL
               WHEN 19 MOVE "GABISREJ.DAT" TO WH-QUELLE
                       MOVE "OREJRNAL.DAT" TO WH-ZIEL
               WHEN 20 MOVE "GABISAEJ.DAT" TO WH-QUELLE
                       MOVE "OAENDJRN.DAT" TO WH-ZIEL
               WHEN 21 MOVE "GABISUEL.DAT" TO WH-QUELLE
                       MOVE "OUEBLOG.DAT"  TO WH-ZIEL
               WHEN 22 MOVE "GABISAZL.DAT" TO WH-QUELLE
                       MOVE "OARTZOLL.DAT" TO WH-ZIEL
               WHEN 23 MOVE "GABISBWT.DAT" TO WH-QUELLE
                       MOVE "OBEWERT.DAT"  TO WH-ZIEL.
           CALL "CBL_COPY_FILE" USING WH-QUELLE WH-ZIEL
               RETURNING WN-STA.
           IF WN-STA NOT = 0
               WHEN 13 PERFORM N-INVENT
               WHEN 14 PERFORM N-STUNDEN
               WHEN 15 PERFORM N-ARCHKOP
               WHEN 16 PERFORM N-ARCHZEI
               WHEN 17 PERFORM N-KONTR
               WHEN 18 PERFORM N-BONUS
               WHEN 19 PERFORM N-REJRNAL
               WHEN 20 PERFORM N-AENDJRN
               WHEN 21 PERFORM N-UEBLOG
               WHEN 22 PERFORM N-ARTZOLL
               WHEN 23 PERFORM N-BEWERT.
           DISPLAY "uebernommen:" AT 2201.
           MOVE WZ-NEU TO WD-ANZ.
           DISPLAY WD-ANZ with highlight AT 2215 " Saetze".
               WHEN 13 OPEN INPUT OINVENT
               WHEN 14 OPEN INPUT OSTUNDEN
               WHEN 15 OPEN INPUT OARCHKOP
               WHEN 16 OPEN INPUT OARCHZEI
               WHEN 17 OPEN INPUT OKONTR
               WHEN 18 OPEN INPUT OBONUS
               WHEN 19 OPEN INPUT OREJRNAL
               WHEN 20 OPEN INPUT OAENDJRN
               WHEN 21 OPEN INPUT OUEBLOG
               WHEN 22 OPEN INPUT OARTZOLL
               WHEN 23 OPEN INPUT OBEWERT.
           IF WF-STATUS NOT = "00" MOVE 1 TO WH-OFEHL GO Z.
           EVALUATE WH-DATEI
               WHEN 1 CLOSE OARTIKEL
               WHEN 13 CLOSE OINVENT
               WHEN 14 CLOSE OSTUNDEN
               WHEN 15 CLOSE OARCHKOP
               WHEN 16 CLOSE OARCHZEI
               WHEN 17 CLOSE OKONTR
               WHEN 18 CLOSE OBONUS
               WHEN 19 CLOSE OREJRNAL
               WHEN 20 CLOSE OAENDJRN
               WHEN 21 CLOSE OUEBLOG
               WHEN 22 CLOSE OARTZOLL
               WHEN 23 CLOSE OBEWERT.
       Z.  EXIT.
      ******************************* Altkopie loeschen *
       O-LOESCH SECTION.
               WHEN 13 DELETE FILE OINVENT
               WHEN 14 DELETE FILE OSTUNDEN
               WHEN 15 DELETE FILE OARCHKOP
               WHEN 16 DELETE FILE OARCHZEI
               WHEN 17 DELETE FILE OKONTR
               WHEN 18 DELETE FILE OBONUS
               WHEN 19 DELETE FILE OREJRNAL
               WHEN 20 DELETE FILE OAENDJRN
               WHEN 21 DELETE FILE OUEBLOG
               WHEN 22 DELETE FILE OARTZOLL
               WHEN 23 DELETE FILE OBEWERT.
       Z.  EXIT.
      ******************************************************************
       N-ARTIKEL SECTION.
           MOVE LOW-VALUES TO OAK-SATZ.
       C.  READ OAUFKOPF NEXT AT END GO X.
           MOVE OAK-SATZ TO AK-SATZ.
           MOVE 0 TO AK-VORK AK-VKBET AK-VKDAT AK-VKERIN
                     AK-VKZLDAT AK-VKZLBET AK-VKQUELLE
                     AK-KST AK-VTNUM AK-LZVON AK-LZBIS
                     AK-OSSART AK-WUNDAT AK-ZUDAT AK-ABDAT AK-LIEFDAT
                     AK-GARANT AK-GARBIS AK-TECHNIK AK-EINSDAT
                     AK-EINSADR AK-MOBST AK-ICFNR AK-ICBEST.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO AK-OSSUST(WX).
           MOVE SPACE TO AK-OSSLAND AK-GARLIEF.
           WRITE AK-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY AK-NUM AT 2020.
           MOVE LOW-VALUES TO OAU-SATZ.
       C.  READ OAUFTRAG NEXT AT END GO X.
           MOVE OAU-SATZ TO AU-SATZ.
           MOVE 0 TO AU-KST AU-ZUDAT AU-LIEFDAT
                     AU-POSART AU-ALTPOS.
           WRITE AU-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY AU-NUM AT 2020.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE ARCHZEIL.
       Z.  EXIT.
      ******************************************************************
       Z-KONTR SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT KONTRAKT.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO KT-KEY.
           START KONTRAKT KEY NOT < KT-KEY INVALID GO X.
       C.  READ KONTRAKT NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE KONTRAKT.
       Z.  EXIT.
      ******************************************************************
       Z-BONUS SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT BONUS.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO BN-KEY.
           START BONUS KEY NOT < BN-KEY INVALID GO X.
       C.  READ BONUS NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE BONUS.
       Z.  EXIT.
      ******************************************************************
       Z-REJRNAL SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT REJRNAL.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO RJ-KEY.
           START REJRNAL KEY NOT < RJ-KEY INVALID GO X.
       C.  READ REJRNAL NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE REJRNAL.
       Z.  EXIT.
      ******************************************************************
       Z-AENDJRN SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT AENDJRN.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO AJ-KEY.
           START AENDJRN KEY NOT < AJ-KEY INVALID GO X.
       C.  READ AENDJRN NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE AENDJRN.
       Z.  EXIT.
      ******************************************************************
       Z-UEBLOG SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT UEBLOG.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO UL-KEY.
           START UEBLOG KEY NOT < UL-KEY INVALID GO X.
       C.  READ UEBLOG NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE UEBLOG.
       Z.  EXIT.
      ******************************************************************
       Z-ARTZOLL SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT ARTZOLL.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO AZ-KEY.
           START ARTZOLL KEY NOT < AZ-KEY INVALID GO X.
       C.  READ ARTZOLL NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE ARTZOLL.
       Z.  EXIT.
      ******************************************************************
       Z-BEWERT SECTION.
       A.  MOVE 0 TO WH-OFFEN.
           OPEN INPUT BEWERT.
           IF WF-STATUS = "00" MOVE 1 TO WH-OFFEN.
           MOVE LOW-VALUES TO BW-KEY.
           START BEWERT KEY NOT < BW-KEY INVALID GO X.
       C.  READ BEWERT NEXT IGNORE LOCK AT END GO X.
           ADD 1 TO WZ-SAETZE GO C.
       X.  MOVE WF-STATUS TO WH-STAT.
           IF WH-OFFEN = 1 CLOSE BEWERT.
       Z.  EXIT.
      ***** Neuladen der erweiterten Dateien: Altkopie im Alt-
      *    format lesen, neue Felder nullen/leeren (Wandlung) *
       N-LAGJRN SECTION.
           MOVE LOW-VALUES TO ODZ-SATZ.
       C.  READ ODEBZUS NEXT AT END GO X.
           MOVE ODZ-SATZ TO DZ-SATZ.
           MOVE 0 TO DZ-INSOLV DZ-INSDAT DZ-ABCDAT
                     DZ-KONZERN DZ-KZLIMIT DZ-VAVIS.
           MOVE SPACE TO DZ-ABC.
           WRITE DZ-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY DZ-KTONR AT 2020.
           MOVE LOW-VALUES TO OLS-SATZ.
       C.  READ OLIEFSTA NEXT AT END GO X.
           MOVE OLS-SATZ TO LS-SATZ.
           MOVE 0 TO LS-MANDANT.
           WRITE LS-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY LS-LIEF AT 2020.
           MOVE LOW-VALUES TO OBK-SATZ.
       C.  READ OBESTKOP NEXT AT END GO X.
           MOVE OBK-SATZ TO BK-SATZ.
           MOVE 0 TO BK-MAHNST BK-MAHNDAT.
           MOVE 0 TO BK-ICFNR BK-ICAUF BK-ICRENR.
           WRITE BK-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY BK-NUM AT 2020.
           GO C.
       X.  CLOSE ARCHZEIL OARCHZEI.
       Z.  EXIT.
      ******************************************************************
       N-KONTR SECTION.
       A.  DELETE FILE KONTRAKT.
           OPEN I-O KONTRAKT.
           OPEN INPUT OKONTR.
           MOVE LOW-VALUES TO OKT-SATZ.
       C.  READ OKONTR NEXT AT END GO X.
           MOVE OKT-SATZ TO KT-SATZ.
           MOVE 0 TO KT-KONZERN.
           WRITE KT-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY KT-KTONR AT 2020.
           GO C.
       X.  CLOSE KONTRAKT OKONTR.
       Z.  EXIT.
      ******************************************************************
       N-BONUS SECTION.
       A.  DELETE FILE BONUS.
           OPEN I-O BONUS.
           OPEN INPUT OBONUS.
           MOVE LOW-VALUES TO OBN-SATZ.
       C.  READ OBONUS NEXT AT END GO X.
           MOVE OBN-SATZ TO BN-SATZ.
           MOVE 0 TO BN-KONZERN.
           WRITE BN-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY BN-KTONR AT 2020.
           GO C.
       X.  CLOSE BONUS OBONUS.
       Z.  EXIT.
      ******************************************************************
       N-REJRNAL SECTION.
       A.  DELETE FILE REJRNAL.
           OPEN I-O REJRNAL.
           OPEN INPUT OREJRNAL.
           MOVE LOW-VALUES TO ORJ-SATZ.
       C.  READ OREJRNAL NEXT AT END GO X.
           MOVE ORJ-SATZ TO RJ-SATZ.
           MOVE 0 TO RJ-KNR.
           MOVE SPACE TO RJ-HASH.
           WRITE RJ-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY RJ-RENUM AT 2020.
           GO C.
       X.  CLOSE REJRNAL OREJRNAL.
       Z.  EXIT.
      ******************************************************************
       N-AENDJRN SECTION.
       A.  DELETE FILE AENDJRN.
           OPEN I-O AENDJRN.
           OPEN INPUT OAENDJRN.
           MOVE LOW-VALUES TO OAJ-SATZ.
       C.  READ OAENDJRN NEXT AT END GO X.
           MOVE OAJ-SATZ TO AJ-SATZ.
           MOVE 0 TO AJ-KNR.
           MOVE SPACE TO AJ-HASH.
           WRITE AJ-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY AJ-LAUF AT 2020.
           GO C.
       X.  CLOSE AENDJRN OAENDJRN.
       Z.  EXIT.
      ******************************************************************
       N-UEBLOG SECTION.
       A.  DELETE FILE UEBLOG.
           OPEN I-O UEBLOG.
           OPEN INPUT OUEBLOG.
           MOVE LOW-VALUES TO OUL-SATZ.
       C.  READ OUEBLOG NEXT AT END GO X.
           MOVE OUL-SATZ TO UL-SATZ.
           MOVE 0 TO UL-STAND UL-BISDAT UL-EHDAT UL-ABGL UL-PHASE
                     UL-BFKEY UL-BFREN UL-LSUM UL-SEITE.
           MOVE SPACE TO UL-BFSA.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 25
               MOVE 0 TO UL-SUM(WX).
           WRITE UL-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY UL-LFNR AT 2020.
           GO C.
       X.  CLOSE UEBLOG OUEBLOG.
       Z.  EXIT.
      ******************************************************************
       N-ARTZOLL SECTION.
       A.  DELETE FILE ARTZOLL.
           OPEN I-O ARTZOLL.
           OPEN INPUT OARTZOLL.
           MOVE LOW-VALUES TO OAZ-SATZ.
       C.  READ OARTZOLL NEXT AT END GO X.
           MOVE OAZ-SATZ TO AZ-SATZ.
           MOVE 0 TO AZ-BRGW AZ-ABCDAT AZ-GARMON.
           MOVE SPACE TO AZ-ABC AZ-XYZ.
           WRITE AZ-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY AZ-ARNUM AT 2020.
           GO C.
       X.  CLOSE ARTZOLL OARTZOLL.
       Z.  EXIT.
      ******************************************************************
       N-BEWERT SECTION.
       A.  DELETE FILE BEWERT.
           OPEN I-O BEWERT.
           OPEN INPUT OBEWERT.
           MOVE LOW-VALUES TO OBW-SATZ.
       C.  READ OBEWERT NEXT AT END GO X.
           MOVE OBW-SATZ TO BW-SATZ.
      *---------> bisher ohne Abwertung: reduzierter = voller Wert <-
           MOVE BW-WERT TO BW-REDWERT.
           WRITE BW-SATZ INVALID NEXT SENTENCE.
           ADD 1 TO WZ-NEU.
           DISPLAY BW-ARNUM AT 2020.
           GO C.
       X.  CLOSE BEWERT OBEWERT.
       Z.  EXIT.
