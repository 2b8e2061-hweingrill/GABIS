               05 FILLER  PIC X(12) VALUE "GABISNRB.DAT".
               05 FILLER  PIC X(12) VALUE "GABISKSG.DAT".
               05 FILLER  PIC X(12) VALUE "GABISPOD.DAT".
               05 FILLER  PIC X(12) VALUE "GABISZIH.DAT".
               05 FILLER  PIC X(12) VALUE "GABISZJR.DAT".
               05 FILLER  PIC X(12) VALUE "GABISRAT.DAT".
               05 FILLER  PIC X(12) VALUE "GABISINK.DAT".
               05 FILLER  PIC X(12) VALUE "GABISSKP.DAT".
               05 FILLER  PIC X(12) VALUE "GABISFRG.DAT".
               05 FILLER  PIC X(12) VALUE "GABISAHI.DAT".
               05 FILLER  PIC X(12) VALUE "GABISABG.DAT".
               05 FILLER  PIC X(12) VALUE "GABISANF.DAT".
               05 FILLER  PIC X(12) VALUE "GABISAQS.DAT".
               05 FILLER  PIC X(12) VALUE "GABISBAB.DAT".
               05 FILLER  PIC X(12) VALUE "GABISBKS.DAT".
               05 FILLER  PIC X(12) VALUE "GABISBNO.DAT".
               05 FILLER  PIC X(12) VALUE "GABISBUD.DAT".
               05 FILLER  PIC X(12) VALUE "GABISBZK.DAT".
               05 FILLER  PIC X(12) VALUE "GABISEPL.DAT".
               05 FILLER  PIC X(12) VALUE "GABISFAU.DAT".
               05 FILLER  PIC X(12) VALUE "GABISFZU.DAT".
               05 FILLER  PIC X(12) VALUE "GABISGUT.DAT".
               05 FILLER  PIC X(12) VALUE "GABISKOS.DAT".
               05 FILLER  PIC X(12) VALUE "GABISKRP.DAT".
               05 FILLER  PIC X(12) VALUE "GABISLBW.DAT".
               05 FILLER  PIC X(12) VALUE "GABISMIE.DAT".
               05 FILLER  PIC X(12) VALUE "GABISMTA.DAT".
               05 FILLER  PIC X(12) VALUE "GABISOSS.DAT".
               05 FILLER  PIC X(12) VALUE "GABISQUA.DAT".
               05 FILLER  PIC X(12) VALUE "GABISREK.DAT".
               05 FILLER  PIC X(12) VALUE "GABISSTJ.DAT".
               05 FILLER  PIC X(12) VALUE "GABISUPO.DAT".
               05 FILLER  PIC X(12) VALUE "GABISVAR.DAT".
               05 FILLER  PIC X(12) VALUE "GABISVKR.DAT".
               05 FILLER  PIC X(12) VALUE "GABISVRP.DAT".
               05 FILLER  PIC X(12) VALUE "GABISWV.DAT ".
           03  WS-DATTAB REDEFINES WS-DATLST.
               05 WS-DNAME             PIC X(12)   OCCURS 100.
           03  WS-DX                   PIC 999     COMP.
      *--------------------> Exklusivzugriffs-Probe <--
           03  WH-OFEN                 PIC 9       COMP.
           03  WH-ZMODE                PIC X       COMP-X VALUE 1.
                   " Generation S" WD-GEN
                   DELIMITED BY SIZE INTO SL-ZEILE.
           WRITE SL-ZEILE.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 100
               PERFORM EIN-KOPIE.
           CLOSE SICHLOG.
       Z.  EXIT.
               WH-ZDEV WH-ZHAND.
           IF RETURN-CODE NOT = 0 MOVE 1 TO WH-OFEN GO Z.
           CALL "CBL_CLOSE_FILE" USING WH-ZHAND.
       E.  IF WS-DX < 100 ADD 1 TO WS-DX GO C.
       Z.  EXIT.
      ***************************** eine Datei kopieren/pruefen *
       EIN-KOPIE SECTION.
