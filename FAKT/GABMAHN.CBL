      *        OP-MAHNST/OP-MAHND, ein Abbruch verwirft die             *
      *        Vormerkung und laesst die Posten unveraendert -          *
      *        nach einem Papierstau wird einfach neu gedruckt.         *
      *        Posten mit Ratenvereinbarung (GABISRAT.DAT) werden       *
      *        nur mit den ueberfaelligen Raten gemahnt; liegt eine     *
      *        Rate laenger als die Kulanz zurueck, verfaellt die       *
      *        Vereinbarung (Terminverlust) und der ganze Rest wird     *
      *        gemahnt - wirksam ebenfalls erst mit der Bestaetigung.   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEDEB.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEMST.CPY.
           COPY GABSERAT.CPY.
           COPY GABSEDRU.CPY.
           SELECT KARTEIN  ASSIGN TO RANDOM "GABKART.DAT"
                           ORGANIZATION IS INDEXED, ACCESS IS DYNAMIC,
       COPY GABDEBIT.CPY.
       COPY GABKONST.CPY.
       COPY GABMSTAG.CPY.
       COPY GABRATEN.CPY.
      *********************************************** Karteibewegungen *
       FD  KARTEIN     external        RECORD IS VARYING IN SIZE
                                       FROM 8 TO 286 CHARACTERS
               05  WM-REST             PIC S9(9)V99  COMP-3.
               05  WM-TAGE             PIC 999       COMP.
               05  WM-STUFE            PIC 9         COMP.
               05  WM-RAKZ             PIC 9         COMP.
           03  WM-KTONR                PIC 9(6)      COMP.
           03  WH-NEUKTO               PIC 9(6)      COMP.
           03  WM-MAXST                PIC 9         COMP.
           03  WD-GEB                  PIC ZZ.ZZ9,99.
           03  WD-TG                   PIC ZZ9.
           03  WH-STAGDA               PIC 9         COMP.
      *--------> Ratenvereinbarung: 0 = keine, 1 = Raten faellig,
      *          2 = Terminverlust, 9 = keine Rate faellig <--
           03  WM-RAOP                 PIC 9         COMP  VALUE ZERO.
           03  WH-RAKZ                 PIC 9         COMP.
           03  WH-RKULANZ              PIC 999       COMP.
           03  WS-RATIL                PIC S9(9)V99  COMP-3.
           03  WS-RKUM                 PIC S9(9)V99  COMP-3.
           03  WS-RFAELL               PIC S9(9)V99  COMP-3.
           03  WA-RATAG                PIC 9(8)      COMP.
           03  WA-RFAELL               PIC S9(8)     COMP.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON OFFPOST.
       A.  CALL "CADECL" USING "GABISOPO.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABISMST.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RATEN.
       A.  CALL "CADECL" USING "GABISRAT.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KARTEIN.
       A.  CALL "CADECL" USING "GABKART.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
           MOVE KM-NETTO TO WH-MNETTO.
           IF WH-MNETTO = 0 MOVE 30 TO WH-MNETTO.
           MOVE KM-KREDVAR TO WH-KVAR.
           MOVE KM-RKULANZ TO WH-RKULANZ.
           IF WH-RKULANZ = 0 MOVE 14 TO WH-RKULANZ.
       Z.  EXIT.
      ******************************************************************
       MAHNLAUF SECTION.
           COMPUTE WX-DATUM = WV-STICH + 20000000.
           COMPUTE WA-STICH = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           MOVE "MAHNUNG.LST" TO WH-DRUNAM.
           MOVE 0 TO WM-RAOP.
           OPEN I-O RATEN.
           IF WF-STATUS = "00" MOVE 1 TO WM-RAOP.
      *--------> Staging oeffnen; liegt noch ein unbestaetigter
      *          Lauf, wird nur bestaetigt oder verworfen <-
           PERFORM STAG-OEFFNE.
               PERFORM WEITER
               OPEN I-O KARTEIN
               PERFORM BESTAET-FRAGE
               IF WM-RAOP = 1 CLOSE RATEN
               END-IF
               CLOSE KARTEIN MAHNSTAG GO Z.
           OPEN I-O KARTEIN.
           IF WF-STATUS NOT = "00"
               GO D.
           IF OP-AUSGL NOT = 0 GO D.
           IF OP-GUTSCHRIFT GO D.
      *--------> beim Inkassobuero: mahnt nicht mehr GABIS <-
           IF OP-INKASSO GO D.
           COMPUTE WS-OPREST = OP-BRUTTO - OP-BEZAHLT - OP-SKONTO.
           IF WS-OPREST NOT > 0 GO D.
      *--------> Ratenvereinbarung: nur die ueberfaelligen Raten,
      *          bei Terminverlust der ganze Rest <-
           PERFORM RATEN-PRUEF.
           IF WH-RAKZ = 9 GO D.
           IF WH-RAKZ NOT = 0
               MOVE WA-RFAELL TO WA-FAELL
               IF WH-RAKZ = 1 MOVE WS-RFAELL TO WS-OPREST
               END-IF
               GO E.
      *-----------------------------------------> faellig? <-
           MOVE OP-KOND TO WK-SKONT.
           IF WK-TGN = 0 MOVE WH-MNETTO TO WK-TGN.
           COMPUTE WA-TAGE = FUNCTION INTEGER-OF-DATE(WX-DATUM).
           COMPUTE WA-FAELL = WA-STICH - WA-TAGE - WK-TGN.
           IF WA-FAELL NOT > 0 GO D.
       E.  MOVE OP-MAHNST TO WH-STUFE.
           IF WH-STUFE < 3 ADD 1 TO WH-STUFE.
      *-------------------------> Frist seit letzter Mahnung wahren <-
           IF OP-MAHNST > 0
           MOVE WS-OPREST TO WM-REST(WM-ANZ).
           MOVE WA-FAELL TO WM-TAGE(WM-ANZ).
           MOVE WH-STUFE TO WM-STUFE(WM-ANZ).
           MOVE WH-RAKZ TO WM-RAKZ(WM-ANZ).
           ADD WS-OPREST TO WS-MSUM.
           IF WH-STUFE > WM-MAXST MOVE WH-STUFE TO WM-MAXST.
           GO D.
           DISPLAY WZ-BRIEFE with highlight AT 2220 " Mahnbriefe"
               " gedruckt." with highlight.
           PERFORM BESTAET-FRAGE.
           IF WM-RAOP = 1 CLOSE RATEN.
           CLOSE KARTEIN MAHNSTAG.
       Z.  EXIT.
      ***** Ratenvereinbarung zum Posten pruefen *
      *    die Zahlungen seit Abschluss (RA-BASIS) tilgen die Raten
      *    der Reihe nach; gemahnt wird, was davon vor dem Stichtag
      *    faellig und offen ist, WA-RFAELL zaehlt ab der aeltesten
      *    offenen Rate
       RATEN-PRUEF SECTION.
       A.  MOVE 0 TO WH-RAKZ.
           IF WM-RAOP = 0 GO Z.
           MOVE OP-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
           READ RATEN IGNORE LOCK INVALID GO Z.
           IF NOT RA-AKTIV GO Z.
           MOVE 9 TO WH-RAKZ.
           COMPUTE WS-RATIL = OP-BEZAHLT + OP-SKONTO - RA-BASIS.
           MOVE 0 TO WS-RKUM WS-RFAELL WA-RFAELL.
           START RATEN KEY > RA-KEY INVALID GO X.
       C.  READ RATEN NEXT IGNORE LOCK AT END GO X.
           IF RA-RENUM NOT = OP-RENUM GO X.
           ADD RA-BETRAG TO WS-RKUM.
           IF WS-RKUM NOT > WS-RATIL GO C.
           IF RA-FAELL NOT < WV-STICH GO X.
           COMPUTE WS-RFAELL = WS-RKUM - WS-RATIL.
           IF WA-RFAELL = 0
               COMPUTE WX-DATUM = RA-FAELL + 20000000
               COMPUTE WA-RATAG = FUNCTION INTEGER-OF-DATE(WX-DATUM)
               COMPUTE WA-RFAELL = WA-STICH - WA-RATAG.
           GO C.
       X.  IF WS-RFAELL NOT > 0 GO Z.
           MOVE 1 TO WH-RAKZ.
           IF WS-RFAELL > WS-OPREST MOVE WS-OPREST TO WS-RFAELL.
           IF WA-RFAELL > WH-RKULANZ MOVE 2 TO WH-RAKZ.
       Z.  EXIT.
      ***** Terminverlust: Vereinbarung mit der Bestaetigung aufheben *
       RATE-VERFALL SECTION.
       A.  IF WM-RAOP = 0 GO Z.
           MOVE MS-RENUM TO RA-RENUM.
           MOVE 0 TO RA-NR.
       B.  READ RATEN INVALID GO Z.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF NOT RA-AKTIV GO Z.
           MOVE 2 TO RA-STATUS.
           MOVE MS-STICH TO RA-ENDDAT.
           REWRITE RA-SATZ.
       Z.  EXIT.
      ***** Staging oeffnen, pruefen ob Vormerkungen liegen *
       STAG-OEFFNE SECTION.
       A.  MOVE 0 TO WH-STAGDA.
           MOVE MS-STUFE TO OP-MAHNST.
           MOVE MS-STICH TO OP-MAHND.
           REWRITE OP-SATZ.
           IF MS-TVERL = 1 PERFORM RATE-VERFALL.
           GO C.
       X.  IF WM-KTONR NOT = 0 PERFORM KART-NOTIZ.
           PERFORM STAG-LEEREN.
               MOVE WM-STUFE(WM-I) TO MS-STUFE
               MOVE WV-STICH TO MS-STICH
               MOVE WM-MAXST TO MS-MAXST
               IF WM-RAKZ(WM-I) = 2 MOVE 1 TO MS-TVERL
               END-IF
               WRITE MS-SATZ INVALID REWRITE MS-SATZ
           END-PERFORM.
           ADD 1 TO WZ-BRIEFE.
               MOVE WM-TAGE(WM-I) TO DRM-TAGE
               MOVE WM-REST(WM-I) TO DRM-REST
               MOVE DRM-SATZ TO DRA-SATZ
               PERFORM DRUCK
               IF WM-RAKZ(WM-I) = 1
                   MOVE "ueberfaellige Raten lt. Ratenvereinbarung"
                       TO DRA-SATZ(19:)
                   PERFORM DRUCK
               END-IF
               IF WM-RAKZ(WM-I) = 2
                   MOVE "Terminverlust: Ratenvereinbarung erloschen,"
                       TO DRA-SATZ(19:)
                   MOVE "gesamter Rest sofort faellig" TO DRA-SATZ(63:)
                   PERFORM DRUCK
               END-IF.
           IF WM-UEB NOT = 0
               MOVE WM-UEB TO WD-UEB
               MOVE WD-UEB TO DRA-SATZ(9:3)
           IF NOT RET OR WH-WERT > 1 GO L.
           MOVE WH-WERT TO WH-KVAR WD-KZ.
           DISPLAY WD-KZ with highlight AT VDU-LP.
       M.  ADD 903 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ratenverzug bis Terminverlust (Tage):" AT VDU-LP.
           MOVE WH-RKULANZ TO WH-WERT.
           CALL "CAUP" USING "1009433003" WH-CREG.
           IF ESC GO X.
           IF WOLI GO L.
           IF NOT RET OR WH-WERT = 0 GO M.
           MOVE WH-WERT TO WH-RKULANZ WD-TG.
           DISPLAY WD-TG with highlight AT VDU-LP.
       X.  MOVE 42 TO WH-KEY.
           READ KONSTANT INVALID GO Z.
           PERFORM VARYING WM-I FROM 1 BY 1 UNTIL WM-I > 3
               MOVE WH-MFRIST(WM-I) TO KM-FRIST(WM-I).
           MOVE WH-MNETTO TO KM-NETTO.
           MOVE WH-KVAR TO KM-KREDVAR.
           MOVE WH-RKULANZ TO KM-RKULANZ.
           REWRITE KO-SATZ.
       Z.  EXIT.
