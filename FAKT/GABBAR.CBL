      *   (Ein-/Ausgang mit Grund, Belegnummer und FIBU-Konto,         *
      *   eigener Buchsatz in BUCHFAKT); der Tagesabschluss            *
      *   vergleicht gezaehlten und errechneten Bestand.               *
      *   Gutscheine (GABISGUT.DAT): Verkauf mit eigenem Beleg als     *
      *   Verbindlichkeit ohne USt (RKSV Betrag-Satz-Null), Einloesung *
      *   auch in Teilbetraegen am Bon (Satz-Null negativ, Rest        *
      *   bleibt offen), Auskunft, Liste der offenen Gutscheine und    *
      *   Verfall nach Ablauf der Einloesefrist (KONSTANT 193).        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY GABSEART.CPY.
           COPY GABSEKON.CPY.
           COPY GABSEBAR.CPY.
           COPY GABSEGUT.CPY.
           COPY GABSEDRU.CPY.
           SELECT BUCHFAKT   ASSIGN TO "GABISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
       COPY GABARTIK.CPY.
       COPY GABKONST.CPY.
       COPY GABBARJR.CPY.
       COPY GABGUTFD.CPY.
       COPY GABBUCH.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
           03  WS-TAGSUM               PIC S9(11)V99 COMP-3.
           03  WD-NUM                  PIC ZZZZZ9.
           03  WD-ZEIT                 PIC 9(6).
      *--------------------> Gutscheine <--
           03  WH-GKONTO               PIC 9(6)      COMP.
           03  WH-GERTKTO              PIC 9(6)      COMP.
           03  WH-GJAHRE               PIC 99        COMP.
           03  WH-GUTNUM               PIC 9(8)      COMP.
           03  WH-GUTLFD               PIC 9(7)      COMP.
           03  WH-GUTBET               PIC S9(7)V99  COMP-3.
           03  WH-GUTTX                PIC X(30).
           03  WH-PZ                   PIC 9         COMP.
           03  WH-PZEIN                PIC 9         COMP.
           03  WH-PZSUM                PIC 999       COMP.
           03  WH-PZREST               PIC 9(7)      COMP.
           03  WH-PZZIF                PIC 9         COMP.
           03  WH-PZGEW                PIC 9         COMP.
           03  WH-HEUTE8               PIC 9(8)      COMP.
           03  WH-GMMTT                PIC 9(4)      COMP.
           03  WH-ZUZAHL               PIC S9(9)V99  COMP-3.
           03  WM-GUTESC               PIC 9         COMP.
           03  WH-NEU                  PIC 9         COMP.
           03  WH-LAUF                 PIC 9         COMP.
           03  WZ-GANZ                 PIC 9(5)      COMP.
           03  WZ-GBEW                 PIC 99        COMP.
           03  WS-GSUM                 PIC S9(11)V99 COMP-3.
           03  WS-GWERT                PIC S9(11)V99 COMP-3.
           03  WS-GUTVK                PIC S9(11)V99 COMP-3.
           03  WS-GUTEIN               PIC S9(11)V99 COMP-3.
           03  WD-GNUM                 PIC 9(8).
           03  WD-GANZ                 PIC ZZ.ZZ9.
      *--------> Gutscheine auf dem laufenden Bon <--
           03  WS-GUTSUM               PIC S9(9)V99  COMP-3.
           03  WGT-ANZ                 PIC 9         COMP.
           03  WGT-TAB                                      OCCURS 5.
               05 WGT-NUM              PIC 9(8)      COMP.
               05 WGT-BET              PIC S9(7)V99  COMP-3.
               05 WGT-REST             PIC S9(7)V99  COMP-3.
       COPY GABLGBU.CPY.
       COPY GABSPSCH.CPY.
       COPY GABRKSC.CPY.
       COPY GABNRKSC.CPY.
       COPY GABKSTSC.CPY.
       COPY GABBENUT.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABIKONS.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON BARJRN.
       A.  CALL "CADECL" USING "GABISBAR.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON GUTSCH.
       A.  CALL "CADECL" USING "GABISGUT.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "GABISFIB.DAT" WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
               OPEN OUTPUT BARJRN
               CLOSE BARJRN
               OPEN I-O BARJRN.
           OPEN I-O GUTSCH.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT GUTSCH
               CLOSE GUTSCH
               OPEN I-O GUTSCH.
           PERFORM GUT-PARLESEN.
       B.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Barverkauf " with highlight AT VDU-LP.
           DISPLAY "3 - Kassenbuch-Bewegung (Ein/Aus)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - RKSV / DEP" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Gutscheine" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 3 PERFORM KB-BEWEGUNG
               WHEN 4 CALL "GABRKSV" USING "60RKSV" WH-CREG
                      CANCEL "GABRKSV"
               WHEN 5 PERFORM GUT-MENU
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           CLOSE BARJRN GUTSCH.
       Z.  EXIT.
      ********************* Bar-Sammelkunden einmalig hinterlegen *
       BARKTO-ANL SECTION.
           CALL "CAUP" USING "0703011880001" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Barverkauf " with highlight AT VDU-LP.
           MOVE 0 TO WB-ANZ WS-BRUTTO WGT-ANZ WS-GUTSUM.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE 0 TO WS-USTBR(WX).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
           MOVE WS-BRUTTO TO WD-BET.
           ADD 260 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
      *--------> Gutscheine als Zahlungsmittel <-
           MOVE 0 TO WGT-ANZ WS-GUTSUM.
           DISPLAY "                                        " AT 1940.
           DISPLAY "                                        " AT 2040.
           PERFORM GUT-EINGABE.
           IF WM-GUTESC = 1 GO C.
           COMPUTE WH-ZUZAHL = WS-BRUTTO - WS-GUTSUM.
       L.  DISPLAY "<esc>= zurueck, <ret>= gegebener Betrag" AT 2301.
           MOVE WH-ZUZAHL TO WH-WERT.
           CALL "CAUP" USING "1021206209" WH-CREG.
           IF ESC GO K.
           IF NOT RET GO L.
           MOVE WH-WERT TO WH-GEGEBEN.
           IF WH-GEGEBEN < WH-ZUZAHL GO L.
           COMPUTE WH-RETOUR = WH-GEGEBEN - WH-ZUZAHL.
           DISPLAY "Retour:" AT 2140.
           MOVE WH-RETOUR TO WD-BET.
           DISPLAY WD-BET with highlight AT 2150.
       Z.  EXIT.
      ***************************** buchen und Bon drucken *
       VERBUCHEN SECTION.
       A.  PERFORM BELEG-NR.
           IF WM-NRVOLL = 1 GO Z.
      *-------------------------> Lager und Summen je Zeile <-
           MOVE 0 TO WS-NETTO WS-UST.
           PERFORM VARYING WB-I FROM 1 BY 1 UNTIL WB-I > WB-ANZ
           MOVE 0 TO BJ-ART BJ-KONTO.
           MOVE SPACE TO BJ-TEXT BJ-BELEG.
           WRITE BJ-SATZ INVALID GO E.
      *-------------------------> eingeloeste Gutscheine <-
           IF WGT-ANZ > 0 PERFORM GUT-ABBUCHEN.
      *-------------------------> RKSV: Beleg signieren/verketten;
      *    Gutscheine als Zahlungsmittel negativ im Satz-Null <-
           MOVE WH-RENUM TO WRK-BELEGNR.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 5
               MOVE WS-USTBR(WX) TO WRK-BETR(WX).
           SUBTRACT WS-GUTSUM FROM WRK-BETR(4).
           CALL "GABRKSV" USING "10SIGN" WH-CREG.
      *-------------------------> Bon <-
           PERFORM BON-DRUCK.
           CALL "GABSPOOL" USING "10EINTRAG" WH-CREG.
           CALL "GABSPOOL" USING "30AUSGABE" WH-CREG.
       Z.  EXIT.
      *************** Belegnummer fuer Bon oder Gutscheinverkauf
      *    ziehen (Barverkaufskreis vor dem alten Zaehler) *
       BELEG-NR SECTION.
       A.  MOVE 0 TO WM-NRVOLL.
           MOVE 3 TO WNR-ART.
           MOVE 0 TO WNR-JAHR.
           CALL "GABNRK" USING "20ZIEHEN" WH-CREG.
      *--------> voller Kreis: abbrechen statt still auf den
      *          alten Zaehler zurueckzufallen <-
           IF WNR-VOLL = 1
               DISPLAY "Rechnungskreis erschoepft - Kreis erweitern"
                   " (GABNRK)!" with highlight foreground-color 4
                   AT 2401
               PERFORM WEITER
               MOVE 1 TO WM-NRVOLL GO Z.
           IF WNR-NUM NOT = 0
               MOVE WNR-NUM TO WH-RENUM
           ELSE
               MOVE 1 TO WH-KEY
               READ KONSTANT
               ADD 1 TO KO-RENUM
               MOVE KO-RENUM TO WH-RENUM
               REWRITE KO-SATZ.
       Z.  EXIT.
      ******************************************************************
       BF-SCHREIB SECTION.
       A.  OPEN I-O BUCHFAKT.
               MOVE WS-KATNET(WX) TO BF-SUM(WX + 6).
           MOVE WS-UST TO BF-SUM(24).
           MOVE WS-BRUTTO TO BF-SUM(25) BF-BET BF-B1 BF-SKTOBAS.
      *--------> Kostenstelle: Vorgabe des Barverkaufskontos <-
           MOVE 0 TO WKS-KST WKS-VKF.
           MOVE WH-BARKTO TO WKS-KTONR.
           CALL "GABKSTV" USING "50KSTOHNE" WH-CREG.
           MOVE WKS-NUMMER TO BF-KST.
       E.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO E.
           MOVE WS-BRUTTO TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
           IF WGT-ANZ > 0 PERFORM BON-GUTSCH.
           MOVE "gegeben:" TO DRA-SATZ(2:8).
           MOVE WH-GEGEBEN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           MOVE WH-RETOUR TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
           PERFORM RKSV-DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
      ********** eingeloeste Gutscheine und Zahlbetrag am Bon *
       BON-GUTSCH SECTION.
       A.  MOVE 0 TO WB-I.
       C.  ADD 1 TO WB-I.
           IF WB-I > WGT-ANZ GO E.
           MOVE WGT-NUM(WB-I) TO WD-GNUM.
           MOVE "Gutschein" TO DRA-SATZ(2:9).
           MOVE WD-GNUM TO DRA-SATZ(12:8).
           COMPUTE WD-BET = WGT-BET(WB-I) * -1.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
           MOVE "  Restwert:" TO DRA-SATZ(2:11).
           MOVE WGT-REST(WB-I) TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(14:14).
           PERFORM DRUCK.
           GO C.
       E.  MOVE "zu zahlen:" TO DRA-SATZ(2:10).
           MOVE WH-ZUZAHL TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ********** RKSV: QR-Inhalt der Signatur auf den Beleg *
       RKSV-DRUCK SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(2:40).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE WRK-QR(1:44) TO DRA-SATZ(2:44).
               MOVE "Sicherheitseinrichtung ausgefallen"
                   TO DRA-SATZ(2:40)
               PERFORM DRUCK.
       Z.  EXIT.
      ************************ Kassenabschluss eines Tages *
       KASSENABSL SECTION.
           PERFORM DATDREH.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           MOVE "KASSE.LST" TO WH-DRUNAM.
           MOVE 0 TO WZ-ZEILEN WS-TAGSUM WS-GUTVK WS-GUTEIN.
           MOVE WV-TAG TO BJ-DATUM.
           MOVE 0 TO BJ-LFD.
           START BARJRN KEY NOT < BJ-KEY INVALID GO W.
           MOVE 2 TO WZ-SCHALT.
       G.  MOVE BJ-LFD TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(2:6).
           IF BJ-GUTVK ADD BJ-BRUTTO TO WS-GUTVK.
           IF BJ-GUTEIN ADD BJ-BRUTTO TO WS-GUTEIN.
           IF BJ-BON OR BJ-GUTVK OR BJ-GUTEIN
               MOVE BJ-RENUM TO WD-NUM
               MOVE WD-NUM TO DRA-SATZ(9:6)
               ELSE MOVE BJ-BELEG(1:6) TO DRA-SATZ(9:6).
           MOVE WS-TAGSUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(44:14).
           PERFORM DRUCK.
           IF WS-GUTVK = 0 AND WS-GUTEIN = 0 GO P.
           MOVE "darin Gutscheine verkauft:" TO DRA-SATZ(9:26).
           MOVE WS-GUTVK TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(44:14).
           PERFORM DRUCK.
           MOVE "Gutscheine eingeloest:" TO DRA-SATZ(13:22).
           MOVE WS-GUTEIN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(44:14).
           PERFORM DRUCK.
      *--------> gezaehlter Bestand gegen errechneten <-
       P.  DISPLAY "<ret>= gezaehlter Kassenstand" AT 2301.
           MOVE 0 TO WH-WERT.
           WRITE BF-SATZ INVALID GO E.
           CLOSE BUCHFAKT.
       Z.  EXIT.
      ******************************************************************
      *    Gutscheine: Parameter aus KONSTANT 193
      ******************************************************************
       GUT-PARLESEN SECTION.
       A.  MOVE 0 TO WH-GKONTO WH-GERTKTO.
           MOVE 30 TO WH-GJAHRE.
           MOVE 193 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE KGU-KONTO TO WH-GKONTO.
           MOVE KGU-ERTKTO TO WH-GERTKTO.
           IF KGU-JAHRE NOT = 0 MOVE KGU-JAHRE TO WH-GJAHRE.
       Z.  EXIT.
      ******************************************************************
       GUT-MENU SECTION.
       A.  CALL "CAUP" USING "0706201045000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Gutscheine " with highlight AT VDU-LP.
       C.  ADD 306 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 - Gutschein verkaufen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Auskunft je Gutschein" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - offene Gutscheine (Liste)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "4 - Verfall abgelaufener Gutscheine" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "5 - Parameter" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 GO X
               WHEN 1 PERFORM GUT-VERKAUF
               WHEN 2 PERFORM GUT-AUSKUNFT
               WHEN 3 PERFORM GUT-LISTE
               WHEN 4 PERFORM GUT-VERFALL
               WHEN 5 PERFORM GUT-PARAM
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******* Gutschein als Zahlungsmittel am Bon erfassen *
      *    bis zu 5 Gutscheine je Bon; eingeloest wird hoechstens
      *    der noch offene Betrag, der Rest bleibt am Gutschein
       GUT-EINGABE SECTION.
       A.  MOVE 0 TO WM-GUTESC.
           COMPUTE WH-HEUTE8 = WH-DATUM + 20000000.
       C.  IF WGT-ANZ NOT < 5 GO Z.
           COMPUTE WH-ZUZAHL = WS-BRUTTO - WS-GUTSUM.
           IF WH-ZUZAHL NOT > 0 GO Z.
           DISPLAY "<ret>= Gutschein-Nr., <ret-leer>= weiter, <esc>= zu
      -        "rueck" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1020206008" WH-CREG.
           IF ESC MOVE 1 TO WM-GUTESC GO Z.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO Z.
           MOVE WH-NUM TO WH-GUTNUM.
           DIVIDE WH-GUTNUM BY 10 GIVING WH-GUTLFD REMAINDER WH-PZEIN.
           PERFORM GUT-PZ.
           IF WH-PZ NOT = WH-PZEIN
               DISPLAY "Gutscheinnummer ungueltig!" AT 2401
               PERFORM WEITER GO C.
           MOVE 0 TO WB-I.
       E.  ADD 1 TO WB-I.
           IF WB-I > WGT-ANZ GO G.
           IF WGT-NUM(WB-I) NOT = WH-GUTNUM GO E.
           DISPLAY "Gutschein ist schon auf diesem Bon!" AT 2401.
           PERFORM WEITER GO C.
       G.  MOVE WH-GUTNUM TO GU-NUM.
           READ GUTSCH IGNORE LOCK INVALID
               DISPLAY "Gutschein nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           IF GU-VERFALLEN
               DISPLAY "Gutschein ist verfallen!" AT 2401
               PERFORM WEITER GO C.
           IF GU-EINGELOEST OR GU-REST NOT > 0
               DISPLAY "Gutschein ist bereits eingeloest!" AT 2401
               PERFORM WEITER GO C.
           IF GU-ABLAUF < WH-HEUTE8
               DISPLAY "Einloesefrist des Gutscheins abgelaufen!"
                   AT 2401
               PERFORM WEITER GO C.
           ADD 1 TO WGT-ANZ.
           MOVE GU-NUM TO WGT-NUM(WGT-ANZ).
           MOVE GU-REST TO WGT-BET(WGT-ANZ).
           IF WGT-BET(WGT-ANZ) > WH-ZUZAHL
               MOVE WH-ZUZAHL TO WGT-BET(WGT-ANZ).
           COMPUTE WGT-REST(WGT-ANZ) = GU-REST - WGT-BET(WGT-ANZ).
           ADD WGT-BET(WGT-ANZ) TO WS-GUTSUM.
           DISPLAY "Gutscheine:" AT 2040.
           COMPUTE WD-BET = WS-GUTSUM * -1.
           DISPLAY WD-BET with highlight AT 2052.
           DISPLAY "zu zahlen:" AT 1940.
           COMPUTE WD-BET = WS-BRUTTO - WS-GUTSUM.
           DISPLAY WD-BET with highlight AT 1952.
           GO C.
       Z.  EXIT.
      ******* Einloesung am Gutschein, Journal und FIBU *
      *    Journal negativ (kein Bargeld), Buchsatz Verbindlich-
      *    keit an Kasse wie ein Kassenbuch-Ausgang
       GUT-ABBUCHEN SECTION.
       A.  MOVE 0 TO WB-I.
       C.  ADD 1 TO WB-I.
           IF WB-I > WGT-ANZ GO Z.
           MOVE WGT-NUM(WB-I) TO GU-NUM WD-GNUM.
       D.  READ GUTSCH INVALID GO E.
           IF ZUGRIF PERFORM BESETZT GO D.
           SUBTRACT WGT-BET(WB-I) FROM GU-REST.
           MOVE GU-REST TO WGT-REST(WB-I).
           IF GU-REST NOT > 0 MOVE 1 TO GU-STATUS.
           MOVE WH-DATUM TO GU-LETZDAT.
           MOVE WH-RENUM TO GU-LETZBELEG.
           ADD 1 TO GU-ANZEIN.
           REWRITE GU-SATZ.
       E.  ADD 1 TO BJ-LFD.
           MOVE WH-RENUM TO BJ-RENUM.
           MOVE WN-ZEIT6 TO BJ-ZEIT.
           COMPUTE BJ-BRUTTO = WGT-BET(WB-I) * -1.
           MOVE 0 TO BJ-GEGEBEN.
           MOVE WB-NAME TO BJ-BEN.
           MOVE 4 TO BJ-ART.
           MOVE SPACE TO BJ-TEXT.
           STRING "Gutschein " WD-GNUM DELIMITED BY SIZE INTO BJ-TEXT.
           MOVE WD-GNUM TO BJ-BELEG.
           MOVE WH-GKONTO TO BJ-KONTO.
           WRITE BJ-SATZ INVALID GO E.
           MOVE 2 TO WH-KBART.
           MOVE WH-GKONTO TO WH-KBKONTO.
           MOVE SPACE TO WH-KBTEXT.
           STRING "GS" WD-GNUM DELIMITED BY SIZE INTO WH-KBTEXT.
           MOVE BJ-BRUTTO TO WH-KBBETR.
           PERFORM KB-BFSCHREIB.
           GO C.
       Z.  EXIT.
      ***** Pruefziffer zur laufenden Gutscheinnummer WH-GUTLFD
      *     (Gewichte 3/1 von rechts wie bei der EAN) *
       GUT-PZ SECTION.
       A.  MOVE WH-GUTLFD TO WH-PZREST.
           MOVE 0 TO WH-PZSUM.
           MOVE 3 TO WH-PZGEW.
       C.  IF WH-PZREST = 0 GO E.
           DIVIDE WH-PZREST BY 10 GIVING WH-PZREST
               REMAINDER WH-PZZIF.
           COMPUTE WH-PZSUM = WH-PZSUM + WH-PZZIF * WH-PZGEW.
           IF WH-PZGEW = 3 MOVE 1 TO WH-PZGEW
               ELSE MOVE 3 TO WH-PZGEW.
           GO C.
       E.  DIVIDE WH-PZSUM BY 10 GIVING WH-PZREST REMAINDER WH-PZ.
           IF WH-PZ NOT = 0 COMPUTE WH-PZ = 10 - WH-PZ.
       Z.  EXIT.
      ***** naechste Gutscheinnummer aus KONSTANT 193 *
       GUT-NUMMER SECTION.
       A.  MOVE 193 TO WH-KEY.
       B.  READ KONSTANT INVALID MOVE 0 TO WH-GUTNUM GO Z.
           IF ZUGRIF PERFORM BESETZT GO B.
           ADD 1 TO KGU-LFD.
           MOVE KGU-LFD TO WH-GUTLFD.
           REWRITE KO-SATZ.
           PERFORM GUT-PZ.
           COMPUTE WH-GUTNUM = WH-GUTLFD * 10 + WH-PZ.
       Z.  EXIT.
      ******************************************************************
      *    Gutschein verkaufen: eigener Beleg aus dem Barverkaufs-
      *    kreis, kein Erloes und keine USt - Verbindlichkeit auf
      *    KGU-KONTO, im DEP als Betrag-Satz-Null
      ******************************************************************
       GUT-VERKAUF SECTION.
      *--------> Periodensperre (GABPER prueft und fragt selbst) <-
       A.  MOVE WH-DATUM TO WH-NUM.
           CALL "GABPER" USING "40PERDIA" WH-CREG.
           IF WH-WERT NOT = 0 GO Z.
           IF WH-GKONTO = 0
               DISPLAY "Gutschein-Parameter fehlen (Konto)!" AT 2401
               PERFORM WEITER GO Z.
           CALL "CAUP" USING "0707100460000" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Gutschein verkaufen " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Wert........:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Betrag" AT 2301.
           MOVE 0 TO WH-WERT.
           CALL "CAUP" USING "1002186209" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-WERT NOT > 0 OR WH-WERT > 99999 GO C.
           MOVE WH-WERT TO WH-GUTBET.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vermerk.....:" AT VDU-LP.
           DISPLAY "<ret-leer>= ohne Vermerk" AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "1203180130" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           MOVE WT-TX TO WH-GUTTX.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "gegeben.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= gegebener Betrag" AT 2301.
           MOVE WH-GUTBET TO WH-WERT.
           CALL "CAUP" USING "1004186209" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           MOVE WH-WERT TO WH-GEGEBEN.
           IF WH-GEGEBEN < WH-GUTBET GO G.
           COMPUTE WH-RETOUR = WH-GEGEBEN - WH-GUTBET.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Retour......:" AT VDU-LP.
           MOVE WH-RETOUR TO WD-BET.
           ADD 516 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
       I.  DISPLAY "<esc>= Abbruch, <ret>= Gutschein ausstellen"
               AT 2301.
           CALL "CAUP" USING "0023451000" WH-CREG.
           IF ESC GO G.
           IF NOT RET GO I.
           PERFORM BELEG-NR.
           IF WM-NRVOLL = 1 GO X.
      *--------------------> Gutschein anlegen <-
       K.  PERFORM GUT-NUMMER.
           IF WH-GUTNUM = 0
               DISPLAY "Gutschein-Parameter fehlen!" AT 2401
               PERFORM WEITER GO X.
           INITIALIZE GU-SATZ.
           MOVE WH-GUTNUM TO GU-NUM.
           MOVE WH-GUTBET TO GU-WERT GU-REST.
           MOVE WH-DATUM TO GU-VKDAT.
           MOVE WH-RENUM TO GU-VKBELEG.
           COMPUTE WH-HEUTE8 = WH-DATUM + 20000000.
           COMPUTE GU-ABLAUF = WH-HEUTE8 + WH-GJAHRE * 10000.
      *--------> 29.2. gibt es im Ablaufjahr nicht immer <-
           DIVIDE GU-ABLAUF BY 10000 GIVING WH-PZREST
               REMAINDER WH-GMMTT.
           IF WH-GMMTT = 229 SUBTRACT 1 FROM GU-ABLAUF.
           MOVE 0 TO GU-STATUS GU-ANZEIN.
           MOVE WB-NAME TO GU-BEN.
           MOVE WH-GUTTX TO GU-TEXT.
           WRITE GU-SATZ INVALID GO K.
      *--------------------> Kassenjournal (Bareingang) <-
           MOVE WH-GUTNUM TO WD-GNUM.
           MOVE WH-DATUM TO BJ-DATUM.
           MOVE 0 TO BJ-LFD.
       M.  ADD 1 TO BJ-LFD.
           MOVE WH-RENUM TO BJ-RENUM.
           ACCEPT WN-ZEIT FROM TIME.
           MOVE WN-ZEIT6 TO BJ-ZEIT.
           MOVE WH-GUTBET TO BJ-BRUTTO.
           MOVE WH-GEGEBEN TO BJ-GEGEBEN.
           MOVE WB-NAME TO BJ-BEN.
           MOVE 3 TO BJ-ART.
           MOVE SPACE TO BJ-TEXT.
           STRING "Gutschein " WD-GNUM DELIMITED BY SIZE INTO BJ-TEXT.
           MOVE WD-GNUM TO BJ-BELEG.
           MOVE WH-GKONTO TO BJ-KONTO.
           WRITE BJ-SATZ INVALID GO M.
      *--------> FIBU: Kasse an Verbindlichkeit (wie Eingang) <-
           MOVE 1 TO WH-KBART.
           MOVE WH-GKONTO TO WH-KBKONTO.
           MOVE SPACE TO WH-KBTEXT.
           STRING "GS" WD-GNUM DELIMITED BY SIZE INTO WH-KBTEXT.
           MOVE WH-GUTBET TO WH-KBBETR.
           PERFORM KB-BFSCHREIB.
      *--------> RKSV: Gutscheinverkauf im Betrag-Satz-Null <-
           MOVE WH-RENUM TO WRK-BELEGNR.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 5
               MOVE 0 TO WRK-BETR(WX).
           MOVE WH-GUTBET TO WRK-BETR(4).
           CALL "GABRKSV" USING "10SIGN" WH-CREG.
           PERFORM GUT-BON.
           MOVE WH-BARKTO TO WSP-KTONR.
           CALL "GABSPOOL" USING "10EINTRAG" WH-CREG.
           CALL "GABSPOOL" USING "30AUSGABE" WH-CREG.
           DISPLAY "Gutschein " with highlight AT 2401 WD-GNUM
               with highlight " ausgestellt, Beleg " with highlight.
           MOVE WH-RENUM TO WD-NUM.
           DISPLAY WD-NUM with highlight AT 2441.
           PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ***************************************** Gutscheinbeleg *
       GUT-BON SECTION.
       A.  MOVE 7 TO WSP-ART.
           MOVE WH-RENUM TO WSP-NUM.
           CALL "GABSPOOL" USING "40NAME" WH-CREG.
           MOVE WSP-NAME TO WH-DRUNAM.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID NEXT SENTENCE.
           MOVE KO-FIRMA TO DRA-SATZ(2:22).
           PERFORM DRUCK.
           MOVE "Beleg Nr." TO DRA-SATZ(2:).
           MOVE WH-RENUM TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(17:6).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(25:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:40).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "G U T S C H E I N" TO DRA-SATZ(2:17).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
           MOVE "Nummer:" TO DRA-SATZ(2:7).
           MOVE WD-GNUM TO DRA-SATZ(22:8).
           PERFORM DRUCK.
           MOVE "Wert:" TO DRA-SATZ(2:5).
           MOVE WH-GUTBET TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
           MOVE "einzuloesen bis:" TO DRA-SATZ(2:16).
           COMPUTE WC-DATUM = GU-ABLAUF - 20000000.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(22:8).
           PERFORM DRUCK.
           IF WH-GUTTX NOT = SPACE
               MOVE WH-GUTTX TO DRA-SATZ(2:30)
               PERFORM DRUCK.
           MOVE "auch in Teilbetraegen einloesbar," TO DRA-SATZ(2:).
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           MOVE "keine Barauszahlung." TO DRA-SATZ(2:).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:40).
           PERFORM DRUCK.
           MOVE "gegeben:" TO DRA-SATZ(2:8).
           MOVE WH-GEGEBEN TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
           MOVE "Retour:" TO DRA-SATZ(2:7).
           MOVE WH-RETOUR TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(30:14).
           PERFORM DRUCK.
           PERFORM RKSV-DRUCK.
           PERFORM END-DRU.
       Z.  EXIT.
      ******************************************************************
      *    Auskunft je Gutschein mit den Bewegungen aus dem
      *    Kassenjournal ab dem Verkaufstag
      ******************************************************************
       GUT-AUSKUNFT SECTION.
       A.  CALL "CAUP" USING "0703011880001" WH-CREG.
       B.  ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Gutschein-Auskunft " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Gutschein-Nr.:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Gutscheinnummer" AT 2301.
           MOVE 0 TO WH-NUM.
           CALL "CAUP" USING "1002186008" WH-CREG.
           IF ESC GO X.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO GU-NUM.
           READ GUTSCH IGNORE LOCK INVALID
               DISPLAY "Gutschein nicht vorhanden!" AT 2401
               PERFORM WEITER GO C.
           COMPUTE WH-HEUTE8 = WH-DATUM + 20000000.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Wert.........:" AT VDU-LP.
           MOVE GU-WERT TO WD-BET.
           ADD 318 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Restwert.....:" AT VDU-LP.
           MOVE GU-REST TO WD-BET.
           ADD 418 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 503 VDU-ECK GIVING VDU-LP.
           DISPLAY "Status.......:" AT VDU-LP.
           ADD 519 VDU-ECK GIVING VDU-LP.
           EVALUATE TRUE
               WHEN GU-EINGELOEST
                   DISPLAY "eingeloest" with highlight AT VDU-LP
               WHEN GU-VERFALLEN
                   MOVE GU-VERFDAT TO WC-DATUM
                   PERFORM DATDREH
                   DISPLAY "verfallen am " with highlight AT VDU-LP
                       VDU-DATUM with highlight
               WHEN GU-ABLAUF < WH-HEUTE8
                   DISPLAY "offen, Frist abgelaufen" with highlight
                       foreground-color 4 AT VDU-LP
               WHEN OTHER
                   DISPLAY "offen" with highlight AT VDU-LP.
           ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "verkauft am..:" AT VDU-LP.
           MOVE GU-VKDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE GU-VKBELEG TO WD-NUM.
           ADD 619 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP "  Beleg "
               WD-NUM with highlight "  " GU-BEN.
           ADD 703 VDU-ECK GIVING VDU-LP.
           DISPLAY "gueltig bis..:" AT VDU-LP.
           COMPUTE WC-DATUM = GU-ABLAUF - 20000000.
           PERFORM DATDREH.
           ADD 719 VDU-ECK GIVING VDU-LP.
           DISPLAY VDU-DATUM with highlight AT VDU-LP.
           ADD 803 VDU-ECK GIVING VDU-LP.
           DISPLAY "Vermerk......:" AT VDU-LP.
           ADD 819 VDU-ECK GIVING VDU-LP.
           DISPLAY GU-TEXT with highlight AT VDU-LP.
      *--------> Bewegungen aus dem Kassenjournal <-
           ADD 1003 VDU-ECK GIVING VDU-LP.
           DISPLAY "Datum     Beleg   Vorgang                  Betrag"
               with reverse-video AT VDU-LP.
           MOVE GU-NUM TO WD-GNUM.
           MOVE 0 TO WZ-GBEW.
           MOVE GU-VKDAT TO BJ-DATUM.
           MOVE 0 TO BJ-LFD.
           START BARJRN KEY NOT < BJ-KEY INVALID GO V.
       E.  READ BARJRN NEXT IGNORE LOCK AT END GO V.
           IF NOT BJ-GUTVK AND NOT BJ-GUTEIN GO E.
           IF BJ-BELEG(1:8) NOT = WD-GNUM GO E.
           ADD 1 TO WZ-GBEW.
           IF WZ-GBEW > 6
               ADD 1703 VDU-ECK GIVING VDU-LP
               DISPLAY "(weitere Bewegungen)" AT VDU-LP
               GO V.
           COMPUTE VDU-LP = WZ-GBEW * 100 + 1003 + VDU-ECK.
           MOVE BJ-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE BJ-RENUM TO WD-NUM.
           DISPLAY VDU-DATUM AT VDU-LP "  " WD-NUM.
           ADD 18 TO VDU-LP.
           IF BJ-GUTVK DISPLAY "Verkauf   " AT VDU-LP
               ELSE DISPLAY "Einloesung" AT VDU-LP.
           MOVE BJ-BRUTTO TO WD-BET.
           ADD 20 TO VDU-LP.
           DISPLAY WD-BET AT VDU-LP.
           IF WZ-GBEW NOT > GU-ANZEIN GO E.
       V.  PERFORM WEITER.
           CALL "CAUP" USING "16LOEFENST" WH-CREG.
           GO B.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *    Liste der offenen Gutscheine = Verbindlichkeit zum
      *    heutigen Tag (GUTOFFEN.LST)
      ******************************************************************
       GUT-LISTE SECTION.
       A.  MOVE "GUTOFFEN.LST" TO WH-DRUNAM.
           MOVE 1 TO WH-LAUF.
           COMPUTE WH-HEUTE8 = WH-DATUM + 20000000.
           MOVE 0 TO WZ-ZEILEN WZ-GANZ WS-GSUM WS-GWERT GU-NUM.
           START GUTSCH KEY NOT < GU-KEY INVALID GO W.
       C.  READ GUTSCH NEXT IGNORE LOCK AT END GO W.
           IF NOT GU-OFFEN OR GU-REST NOT > 0 GO C.
           PERFORM GUT-LZEILE.
           ADD 1 TO WZ-GANZ.
           ADD GU-WERT TO WS-GWERT.
           ADD GU-REST TO WS-GSUM.
           GO C.
       W.  IF WZ-GANZ = 0
               DISPLAY "keine offenen Gutscheine," AT 2401
               PERFORM WEITER GO Z.
           PERFORM GUT-LSUMME.
           PERFORM END-DRU.
           MOVE WZ-GANZ TO WD-GANZ.
           DISPLAY WD-GANZ with highlight AT 2210
               " offene Gutscheine (GUTOFFEN.LST)." with highlight.
           PERFORM WEITER.
       Z.  EXIT.
      ************** Listenzeile offene / verfallene Gutscheine *
       GUT-LZEILE SECTION.
       A.  IF WZ-ZEILEN > 61 WRITE DRA-SATZ AFTER PAGE
               MOVE 0 TO WZ-ZEILEN.
           IF WZ-ZEILEN > 0 GO E.
           MOVE x"0100" TO WH-PX(1).
           MOVE x"000C" TO WH-PX(2).
           PERFORM BEG-DRU.
           IF WH-LAUF = 1
               MOVE "O f f e n e   G u t s c h e i n e"
                   TO DRA-SATZ(2:)
               ELSE MOVE "V e r f a l l   G u t s c h e i n e"
                   TO DRA-SATZ(2:).
           MOVE WH-DATUM TO WC-DATUM.
           PERFORM DATDREH.
           MOVE "per:" TO DRA-SATZ(64:5).
           MOVE VDU-DATUM TO DRA-SATZ(69:8).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:96).
           PERFORM DRUCK.
           MOVE "Nummer    verkauft  Beleg   gueltig bis"
               TO DRA-SATZ(2:).
           MOVE "Wert" TO DRA-SATZ(52:4).
           MOVE "Restwert" TO DRA-SATZ(62:8).
           MOVE "Vermerk" TO DRA-SATZ(72:7).
           PERFORM DRUCK.
           MOVE ALL "-" TO DRA-SATZ(2:96).
           PERFORM DRUCK.
           MOVE 2 TO WZ-SCHALT.
       E.  MOVE GU-NUM TO WD-GNUM.
           MOVE WD-GNUM TO DRA-SATZ(2:8).
           MOVE GU-VKDAT TO WC-DATUM.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(12:8).
           MOVE GU-VKBELEG TO WD-NUM.
           MOVE WD-NUM TO DRA-SATZ(21:6).
           COMPUTE WC-DATUM = GU-ABLAUF - 20000000.
           PERFORM DATDREH.
           MOVE VDU-DATUM TO DRA-SATZ(30:8).
           IF WH-LAUF = 1 AND GU-ABLAUF < WH-HEUTE8
               MOVE "abgel." TO DRA-SATZ(39:6).
           MOVE GU-WERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(42:14).
           MOVE GU-REST TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           MOVE GU-TEXT TO DRA-SATZ(72:26).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
       GUT-LSUMME SECTION.
       A.  MOVE ALL "-" TO DRA-SATZ(42:28).
           PERFORM DRUCK.
           IF WH-LAUF = 1 MOVE "Verbindlichkeit aus Gutscheinen"
               TO DRA-SATZ(2:)
               ELSE MOVE "ausgebuchte Restwerte" TO DRA-SATZ(2:).
           MOVE WS-GWERT TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(42:14).
           MOVE WS-GSUM TO WD-BET.
           MOVE WD-BET TO DRA-SATZ(56:14).
           PERFORM DRUCK.
       Z.  EXIT.
      ******************************************************************
      *    Verfall: offene Gutscheine nach Ende der Einloesefrist
      *    ausbuchen - Restwert von der Verbindlichkeit auf das
      *    Ertragskonto (Buchsatz mit Gegenkonto), Liste GUTVERF.LST
      ******************************************************************
       GUT-VERFALL SECTION.
      *--------> Periodensperre (GABPER prueft und fragt selbst) <-
       A.  MOVE WH-DATUM TO WH-NUM.
           CALL "GABPER" USING "40PERDIA" WH-CREG.
           IF WH-WERT NOT = 0 GO Z.
           IF WH-GKONTO = 0 OR WH-GERTKTO = 0
               DISPLAY "Gutschein-Parameter fehlen (Konten)!" AT 2401
               PERFORM WEITER GO Z.
           CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Verfall abgelaufener Gutscheine " with highlight
               AT VDU-LP.
           COMPUTE WH-HEUTE8 = WH-DATUM + 20000000.
           MOVE 0 TO WZ-GANZ WS-GSUM GU-NUM.
           START GUTSCH KEY NOT < GU-KEY INVALID GO C.
       B.  READ GUTSCH NEXT IGNORE LOCK AT END GO C.
           IF NOT GU-OFFEN OR GU-REST NOT > 0 GO B.
           IF GU-ABLAUF NOT < WH-HEUTE8 GO B.
           ADD 1 TO WZ-GANZ.
           ADD GU-REST TO WS-GSUM.
           GO B.
       C.  IF WZ-GANZ = 0
               DISPLAY "keine abgelaufenen Gutscheine," AT 2401
               PERFORM WEITER GO X.
           ADD 203 VDU-ECK GIVING VDU-LP.
           MOVE WZ-GANZ TO WD-GANZ.
           DISPLAY "abgelaufen:" AT VDU-LP WD-GANZ with highlight
               " Gutscheine".
           ADD 303 VDU-ECK GIVING VDU-LP.
           MOVE WS-GSUM TO WD-BET.
           DISPLAY "Restwert..:" AT VDU-LP WD-BET with highlight.
           DISPLAY "Restwerte ausbuchen?" with highlight
               foreground-color 4 AT 2401.
           DISPLAY "<esc>= nein, <ret>= ja" AT 2424.
           CALL "CAUP" USING "0024441000" WH-CREG.
           CALL "CAUP" USING "1324012480" WH-CREG.
           IF NOT RET GO X.
      *--------> Lauf: Status, Buchsatz, Liste <-
           MOVE "GUTVERF.LST" TO WH-DRUNAM.
           MOVE 2 TO WH-LAUF.
           MOVE 0 TO WZ-ZEILEN WZ-GANZ WS-GSUM WS-GWERT GU-NUM.
           PERFORM GUT-BFOEFFNE.
           START GUTSCH KEY NOT < GU-KEY INVALID GO W.
       E.  READ GUTSCH NEXT AT END GO W.
           IF ZUGRIF PERFORM BESETZT GO E.
           IF NOT GU-OFFEN OR GU-REST NOT > 0 GO E.
           IF GU-ABLAUF NOT < WH-HEUTE8 GO E.
           MOVE 8 TO GU-STATUS.
           MOVE WH-DATUM TO GU-VERFDAT.
           REWRITE GU-SATZ.
           PERFORM GUT-BFVERF.
           PERFORM GUT-LZEILE.
           ADD 1 TO WZ-GANZ.
           ADD GU-WERT TO WS-GWERT.
           ADD GU-REST TO WS-GSUM.
           GO E.
       W.  CLOSE BUCHFAKT.
           IF WZ-GANZ = 0 GO X.
           PERFORM GUT-LSUMME.
           PERFORM END-DRU.
           MOVE WZ-GANZ TO WD-GANZ.
           DISPLAY WD-GANZ with highlight AT 2210
               " Gutscheine ausgebucht (GUTVERF.LST)." with highlight.
           PERFORM WEITER.
       X.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
      ******* BUCHFAKT fuer den Verfallslauf oeffnen *
       GUT-BFOEFFNE SECTION.
       A.  OPEN I-O BUCHFAKT.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT BUCHFAKT
               CLOSE BUCHFAKT
               OPEN I-O BUCHFAKT.
           MOVE 999999 TO BF-KEY.
           MOVE 0 TO WK-BFKEY.
           START BUCHFAKT KEY < BF-KEY INVALID GO Z.
           READ BUCHFAKT PREVIOUS IGNORE LOCK AT END GO Z.
           MOVE BF-KEY TO WK-BFKEY.
       Z.  EXIT.
      ******* Buchsatz Restwert: Ertrag gegen Verbindlichkeit *
       GUT-BFVERF SECTION.
       A.  INITIALIZE BF-SATZ.
           MOVE SPACE TO BF-SA BF-FSYM.
           MOVE 0 TO BF-REN BF-KOND.
           MOVE WH-GERTKTO TO BF-KTONR.
           MOVE WH-GKONTO TO BF-GK.
           MOVE GU-NUM TO BF-RF WD-GNUM.
           MOVE WH-DATUM TO BF-DAT.
           MOVE WE-SRSYM TO BF-SY.
           MOVE 1 TO BF-VM BF-KURS BF-SH.
           MOVE SPACE TO BF-TX.
           STRING "Verfall Gutschein " WD-GNUM DELIMITED BY SIZE
               INTO BF-TX.
           MOVE GU-REST TO BF-BET BF-B1 BF-SUM(25).
       E.  ADD 1 TO WK-BFKEY.
           MOVE WK-BFKEY TO BF-KEY.
           WRITE BF-SATZ INVALID GO E.
       Z.  EXIT.
      ******************************************************************
      *    Parameter: Konten und Einloesefrist (KONSTANT 193)
      ******************************************************************
       GUT-PARAM SECTION.
       A.  CALL "CAUP" USING "0707100460000" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Gutschein-Parameter " with highlight AT VDU-LP.
       C.  ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Verbindlichkeit (Konto):" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= FIBU-Konto" AT 2301.
           MOVE WH-GKONTO TO WH-WERT.
           CALL "CAUP" USING "1002306006" WH-CREG.
           IF ESC GO Y.
           IF NOT RET GO C.
           IF WH-NUM = 0 GO C.
           MOVE WH-NUM TO WH-GKONTO.
       E.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Ertrag aus Verfall.....:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= FIBU-Konto" AT 2301.
           MOVE WH-GERTKTO TO WH-WERT.
           CALL "CAUP" USING "1003306006" WH-CREG.
           IF ESC GO C.
           IF NOT RET GO E.
           IF WH-NUM = 0 GO E.
           MOVE WH-NUM TO WH-GERTKTO.
       G.  ADD 403 VDU-ECK GIVING VDU-LP.
           DISPLAY "Einloesefrist (Jahre)..:" AT VDU-LP.
           DISPLAY "<esc>= zurueck, <ret>= Jahre ab Verkauf" AT 2301.
           MOVE WH-GJAHRE TO WH-WERT.
           CALL "CAUP" USING "1004306002" WH-CREG.
           IF ESC GO E.
           IF NOT RET GO G.
           IF WH-NUM = 0 GO G.
           MOVE WH-NUM TO WH-GJAHRE.
       M.  DISPLAY "<ret>= speichern, <esc>= verwerfen" AT 2301.
           CALL "CAUP" USING "0023301000" WH-CREG.
           IF ESC PERFORM GUT-PARLESEN GO Y.
           IF NOT RET GO M.
           MOVE 193 TO WH-KEY.
           MOVE 0 TO WH-NEU.
       O.  READ KONSTANT INVALID MOVE 1 TO WH-NEU.
           IF ZUGRIF PERFORM BESETZT GO O.
           IF WH-NEU = 1 INITIALIZE KO-GUSATZ
               MOVE 193 TO KO-NUM.
           MOVE WH-GKONTO TO KGU-KONTO.
           MOVE WH-GERTKTO TO KGU-ERTKTO.
           MOVE WH-GJAHRE TO KGU-JAHRE.
           IF WH-NEU = 1 WRITE KO-SATZ
           ELSE REWRITE KO-SATZ.
           DISPLAY "gespeichert." with highlight AT 2401.
           PERFORM WEITER.
       Y.  CALL "CAUP" USING "168CLRFEN" WH-CREG.
       Z.  EXIT.
