           COPY GABSELIS.CPY.
           COPY GABSEREJ.CPY.
           COPY GABSEUEL.CPY.
           COPY GABSEUPO.CPY.
           COPY GABSEBKS.CPY.
           SELECT KARTEIN  ASSIGN TO RANDOM "GABKART.DAT"
                           ORGANIZATION IS INDEXED, ACCESS IS DYNAMIC,
                           RECORD KEY IS KA-KEY,
       COPY GABLIEFS.CPY.
       COPY GABREJRN.CPY.
       COPY GABUEBLG.CPY.
       COPY GABUEBPO.CPY.
       COPY GABBUKST.CPY.
      *********************************************** Karteibewegungen *
       FD  KARTEIN     external        RECORD IS VARYING IN SIZE
                                       FROM 8 TO 286 CHARACTERS
               05  WH-BNMENU           PIC X          OCCURS 10
                                                        VALUE "J".
           03  WH-BNFND                PIC 9          COMP-3 VALUE ZERO.
           03  WH-BNPG                 PIC 99         COMP.
      *--------> Wiedervorlagen einmal je Tag und Benutzer <-
           03  WH-WVBEN                PIC 99         COMP   VALUE ZERO.
           03  WH-WVDAT                PIC 9(6)       COMP   VALUE ZERO.
           03  WH-WVPG                 PIC 99         COMP.
      *--------------------------> Abgleich BUCHFAKT / BUCHUNG <-
           03  WK-BUKEY0               PIC 9(6)      COMP.
           03  WS-BETSOLL              PIC S9(9)V99  COMP-3 VALUE ZERO.
           03  WH-UEVRE                PIC 9(7)      COMP   VALUE ZERO.
           03  WH-UEBRE                PIC 9(7)      COMP   VALUE ZERO.
           03  WH-SITAGE               PIC S9(8)     COMP   VALUE ZERO.
      *--------------------------> Wiederanlauf Summendruck <--
           03  WM-UNTERBR              PIC 9         COMP-3 VALUE ZERO.
           03  WM-FORTS                PIC 9         COMP-3 VALUE ZERO.
           03  WM-SUCH                 PIC 9         COMP-3 VALUE ZERO.
           03  WM-RJALT                PIC 9         COMP-3 VALUE ZERO.
           03  WM-UPDA                 PIC 9         COMP-3 VALUE ZERO.
           03  WZ-RUECK                PIC 9(6)      COMP   VALUE ZERO.
           03  WD-RUECK                PIC ZZZZZZ9.
           03  WH-ULSICH               PIC X(256).
      *--------------------------> Sammelbuchung je Kostenstelle <--
           03  WM-BKSOP                PIC 9         COMP-3 VALUE ZERO.
           03  WM-KVDA                 PIC 9         COMP-3 VALUE ZERO.
           03  WH-QKST                 PIC 9(5)      COMP   VALUE ZERO.
           03  WS-KREST                PIC S9(9)V99  COMP-3 VALUE ZERO.
           03  WS-KBET                 PIC S9(9)V99  COMP-3 VALUE ZERO.
           03  WQ-ANZ                  PIC 99        COMP   VALUE ZERO.
           03  WQ-TAB                                       OCCURS 50.
               05  WQ-KST              PIC 9(5)      COMP.
               05  WQ-KAT              PIC S9(9)V99  COMP-3 OCCURS 15.
      *--------------------------> Karteivermerke Belege <--
           03  WH-KART                 PIC 9(5).
           03  WH-KATX                 PIC X(40).
           03  WD-KABET                PIC ZZ.ZZZ.ZZ9,99-.
      *--------------------------> Mandantenauswahl <--
           03  WH-CHDIR                PIC X(21).
           03  WH-GDFLAG               PIC X(4)      COMP-5.
           03  WH-GDLEN                PIC X(4)      COMP-5.
       COPY GABBENUT.CPY.
       COPY GABCWSC.CPY.
       COPY GABEXT.CPY.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "GABISART.DAT" WH-CREG.
       A.  CALL "CADECL" USING "GABISREJ.DAT" WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON UEBLOG.
       A.  CALL "CADECL" USING "GABISUEL.DAT" WH-CREG.
       DECL-Q SECTION.         USE AFTER ERROR PROCEDURE ON UEBPOS.
       A.  CALL "CADECL" USING "GABISUPO.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON BUCHKST.
       A.  CALL "CADECL" USING "GABISBKS.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KARTEIN.
       A.  CALL "CADECL" USING "GABKART.DAT" WH-CREG.
       Z.  EXIT.
           DISPLAY "STATION" UPON ENV-SET.
           ACCEPT WB-STATION FROM ENV-WERT.
           IF WB-STATION = SPACE MOVE "STAT1" TO WB-STATION.
           MOVE SPACE TO WX-CODE(1) WX-CODE(2) WB-NAME WB-EKSICHT.
           MOVE SPACE TO WB-FREIG.
           MOVE 0 TO WB-NUM WB-FNR WB-MAND WB-SCHUL.
           if wh-datum = 991027 call "gabkonv" using "10" wh-creg
                                cancel "gabkonv".
           OPEN I-O ERLHIST.
           OPEN I-O LIEFADR.
           OPEN I-O LIEFSTAM.
           IF WF-STATUS = "35"
               OPEN OUTPUT LIEFSTAM
               CLOSE LIEFSTAM
               OPEN I-O LIEFSTAM.
           IF WH-PG = 66 CALL "GABREG" USING "20DE-MCOD" WH-CREG
                         CANCEL "GABREG" GO B.
           IF WH-PG = 0 GO T.
       S.  IF WX-CODE(2) = WX-CODE(1) MOVE ALL "J" TO WH-BNMENUG
               MOVE "J" TO WB-EKSICHT GO T.
           DISPLAY "<esc>= Abbruch, Benutzer 0 = Master-Codewort"
               AT 2401.
           MOVE WH-PG TO WH-BNPG.
           DISPLAY "Benutzer: " AT 2301.
           MOVE WB-NUM TO WH-NUM.
           CALL "CAUP" USING "0023112002" WH-CREG.
           IF ESC MOVE 0 TO WH-PG GO R.
           IF NOT RET OR WH-NUM > 20 MOVE WH-BNPG TO WH-PG WH-NUM GO S.
           MOVE WH-NUM TO WCW-BEN.
           MOVE WH-BNPG TO WH-NUM.
           MOVE 99 TO WH-PG.
           DISPLAY "Codeworteingabe: " AT 2301.
           MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "0223180120" WH-CREG.
           MOVE WH-NUM TO WH-PG.
           IF ESC MOVE 0 TO WH-PG GO R.
           PERFORM BN-SUCHE.
      *--------> jede Codeworteingabe in das Sitzungsjournal <-
           IF WH-BNFND = 1
               MOVE 1 TO WH-NUM
               CALL "GABSES" USING "20SESEIN" WH-CREG
               PERFORM WV-ANMELD
               MOVE WH-PG TO WH-NUM
               GO T.
           MOVE 3 TO WH-NUM.
                   "79 - Paketdienst"     AT 0960
                   "80 - Liefernachweise" AT 1060
                   "81 - EK-Preisvergleich" AT 1160
                   "82 - Vorauskasse"     AT 1260
                   "83 - Betriebspruefung" AT 1360
                   "84 - Journalkette"    AT 1460
                   "85 - Kostenstellen"   AT 1560
                   "86 - OSS EU-Umsatzst." AT 1660
                   "87 - Guthabenerstatt." AT 1760
                   "88 - Journalauslager." AT 1860
                   "89 - Liefertermine"   AT 1960
                   "90 - Fertigungsauftr." AT 2060
                   "91 - Auslaufartikel"  AT 2160
                   "99 - weitere Module"  AT 2205
                   " bitte waehlen Sie:   " with highlight AT 2239.
           DISPLAY "leer = zurueck" AT 2301.
           CALL "CAUP" USING "0022582002" WH-CREG.
               WHEN 79 MOVE "GABPAK  10PAK"    TO WT-TX
               WHEN 80 MOVE "GABPOD  10POD"    TO WT-TX
               WHEN 81 MOVE "GABEKVGL10VGL"    TO WT-TX
               WHEN 82 MOVE "GABVORK 10VORK"   TO WT-TX
               WHEN 83 MOVE "GABBPEX 10BPEX"   TO WT-TX
               WHEN 84 MOVE "GABKETT 10KETT"   TO WT-TX
               WHEN 85 MOVE "GABKSTV 10KSTV"   TO WT-TX
               WHEN 86 MOVE "GABOSS  10OSS"    TO WT-TX
               WHEN 87 MOVE "GABERST 10ERST"   TO WT-TX
               WHEN 88 MOVE "GABJRAUS10JRAUS"  TO WT-TX
               WHEN 89 MOVE "GABLTERM10LTERM"  TO WT-TX
               WHEN 90 MOVE "GABFERT 10FERT"   TO WT-TX
               WHEN 91 MOVE "GABAUSL 10AUSL"   TO WT-TX
               WHEN 99 PERFORM ZUSATZWAHL2
               WHEN OTHER GO A.
       Z.  EXIT.
      ************* dritte Programmwahlseite (Zusatzmodule) *
      *    leere Wahl kehrt zur Hauptseite zurueck
       ZUSATZWAHL2 SECTION.
       A.  MOVE SPACE TO WT-TX.
           CALL "CAUP" USING "9901012480000" WH-CREG.
           CALL "CAUP" USING "06KOPF" WH-CREG.
           DISPLAY "Programmwahl - weitere Module" AT 0330
                   "-----------------------------" AT 0430
                   "92 - Artikelvarianten"    AT 0505
                   "93 - ABC/XYZ-Analyse"     AT 0605
                   "94 - VK-Kalkulation"      AT 0705
                   "95 - Umsatzbudget"        AT 0805
                   "96 - Wiedervorlagen"      AT 0905
                   "97 - Reklamationen"       AT 1005
                   "98 - Servicetechniker"    AT 1105
                   "35 - Einsatzplanung"      AT 1205
                   "36 - Lohnuebergabe"       AT 1305
                   "37 - Vermietung"          AT 1405
                   "38 - Benutzerverwaltung"  AT 1505
                   "39 - Codewort aendern"    AT 1605
                   "40 - Freigaben 4 Augen"   AT 1705
                   "41 - Verkaufshistorie"    AT 1805
                   "42 - Angebotsoptionen"    AT 1905
                   " bitte waehlen Sie:   " with highlight AT 2239.
           DISPLAY "leer = zurueck" AT 2301.
           CALL "CAUP" USING "0022582002" WH-CREG.
           IF ESC SET RET TO TRUE MOVE 0 TO WH-NUM.
           IF NOT RET GO A.
           EVALUATE WH-NUM
               WHEN 0 CONTINUE
               WHEN 92 MOVE "GABVAR  10VAR"    TO WT-TX
               WHEN 93 MOVE "GABABC  10ABC"    TO WT-TX
               WHEN 94 MOVE "GABVKR  10VKR"    TO WT-TX
               WHEN 95 MOVE "GABBUD  10BUD"    TO WT-TX
               WHEN 96 MOVE "GABWV   10WV"     TO WT-TX
               WHEN 97 MOVE "GABREK  10REK"    TO WT-TX
               WHEN 98 MOVE "GABMOB  10MOB"    TO WT-TX
               WHEN 35 MOVE "GABEPL  10EPL"    TO WT-TX
               WHEN 36 MOVE "GABLOHN 10LOHN"   TO WT-TX
               WHEN 37 MOVE "GABMIET 10MIET"   TO WT-TX
               WHEN 38 MOVE "GABCODE 10CODE"   TO WT-TX
               WHEN 39 MOVE "GABCODE 30CODE"   TO WT-TX
               WHEN 40 MOVE "GABFREI 10FREI"   TO WT-TX
               WHEN 41 MOVE "GABAHI  10AHI"    TO WT-TX
               WHEN 42 MOVE "GABAOPT 10AOPT"   TO WT-TX
               WHEN OTHER GO A.
       Z.  EXIT.
      ******************* Mandantenauswahl beim Programmstart *
      *    FIBU-Pfad in Satz 11 - damit laeuft auch die Ueberleitung
      *    in die richtige FIBU-Firma).
       MANDANT SECTION.
       A.  MOVE SPACE TO WB-START.
           MOVE 0 TO WH-GDFLAG.
           MOVE 64 TO WH-GDLEN.
           CALL "CBL_GET_CURRENT_DIR" USING by value WH-GDFLAG
               by value WH-GDLEN by reference WB-START.
           IF RETURN-CODE NOT = 0 MOVE SPACE TO WB-START.
           INSPECT WB-START REPLACING ALL X"00" BY SPACE.
           OPEN INPUT KONSTANT.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 44 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
       Y.  CALL "CAUP" USING "9901012480000" WH-CREG.
       Z.  EXIT.
      ************************ sucht persoenliches Benutzer-Codewort *
      *    Benutzer 0 = Master-Codewort, sonst prueft GABCODE das
      *    Codewort des Benutzers (Fehlversuche, Sperre, Ablauf)
       BN-SUCHE SECTION.
       A.  MOVE 0 TO WH-BNFND.
           IF WCW-BEN > 0 GO B.
           MOVE WT-TX TO WX-CODE(1).
           IF WT-TX(7:14) NOT = SPACE MOVE LOW-VALUE TO WX-CODE(1).
           MOVE SPACE TO WT-TX.
           GO Z.
       B.  MOVE LOW-VALUE TO WX-CODE(1).
           MOVE WT-TX TO WCW-CODE.
           MOVE SPACE TO WT-TX.
           CALL "GABCODE" USING "20CWPRUEF" WH-CREG.
           MOVE SPACE TO WCW-CODE.
           IF WCW-ERG = 2
               DISPLAY "Benutzer gesperrt - Freigabe ueber die Benutzerv
      -            "erwaltung (38)!" with highlight AT 2401
               PERFORM WEITER.
           IF WCW-ERG = 4
               DISPLAY "Anmeldung abgebrochen - das Codewort muss geaen
      -            "dert werden!" with highlight AT 2401
               PERFORM WEITER.
           IF WCW-ERG NOT = 0 GO Z.
           MOVE WCW-BEN TO WX.
           ADD WX 130 GIVING WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO Z.
           MOVE 1 TO WH-BNFND.
           MOVE KU-MENUG TO WH-BNMENUG.
           MOVE KU-EKSICHT TO WB-EKSICHT.
           MOVE KU-FREIG TO WB-FREIG.
      *----------------> Benutzer fuer Journale/Stempel festhalten <-
           MOVE KU-NAME TO WB-NAME.
           MOVE WX TO WB-NUM.
       Z.  EXIT.
      ************* meine Wiedervorlagen bei der ersten Anmeldung *
      *    des Benutzers am Tag (GABWV zeigt nur, wenn etwas offen ist)
       WV-ANMELD SECTION.
       A.  IF WB-NUM = 0 GO Z.
           IF WB-NUM = WH-WVBEN AND WH-DATUM = WH-WVDAT GO Z.
           MOVE WB-NUM TO WH-WVBEN.
           MOVE WH-DATUM TO WH-WVDAT.
           MOVE WH-PG TO WH-WVPG.
           CALL "GABWV" USING "20MEINE" WH-CREG.
           CANCEL "GABWV".
           MOVE WH-WVPG TO WH-PG.
       Z.  EXIT.
      *****************************************************************
       sec section.
       a.  open i-o secdat.
           CALL "CAUP" USING "270510066000012" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Summendruck " with highlight AT VDU-LP.
      *--------> unterbrochener Lauf: fortsetzen oder zuruecksetzen <-
           PERFORM LAUF-OFFEN.
           IF WM-UNTERBR = 0 GO C.
           PERFORM WIEDERAUF.
           IF WM-UNTERBR NOT = 2 GO X.
           CALL "CAUP" USING "168CLRFEN" WH-CREG.
           ADD 103 VDU-ECK GIVING VDU-LP.
           DISPLAY " Summendruck " with highlight AT VDU-LP.
       C.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Summen bis inkl.:          " AT VDU-LP.
           MOVE WM-DATUM TO WC-DATUM WS-DATUM.
               MOVE 0 TO WS-SUM(WX).
           OPEN I-O BUCHFAKT.
           PERFORM OP-OEFFNE.
           PERFORM TS-DRUCKER.
           OPEN I-O BUCHUNG.
           MOVE 999999 TO BU-KEY.
           MOVE 0 TO WK-BUKEY.
       I.  READ BUCHUNG PREVIOUS IGNORE LOCK AT END GO J.
           MOVE BU-KEY TO WK-BUKEY.
       J.  MOVE WK-BUKEY TO WK-BUKEY0.
           PERFORM LAUF-BEGINN.
           PERFORM ARLIST.
           PERFORM LAUF-ABSCHL.
       X.  MOVE 9 TO WH-PG.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ********************** Drucker fuer den Summendruck vorbereiten *
       TS-DRUCKER SECTION.
       A.  MOVE X"0100" TO WH-PX(1).
           MOVE X"000C" TO WH-PX(2).
           MOVE WE-DRU(1) TO WM-DRU.
           MOVE WE-KOPF(1) TO WM-KOPF.
           MOVE WE-WO(1) TO WM-WO.
           IF WM-DRU = 1 MOVE 5 TO WH-P.
           MOVE "TAGSUM.LST" TO WH-DRUNAM.
           IF WM-DRU = 0 or WM-WO = 9 MOVE "LPT1" TO WH-DRUNAM.
           IF WM-WO = 1 MOVE WE-NETVERZ TO WH-DRUNAM.
       Z.  EXIT.
      ********************** Abschluss des Summendrucks ab UL-STAND *
      *    Reihenfolge: Laufprotokoll (Stand 2), Abgleich und Sammel-
      *    buchungen (Stand 3), erst dann BUCHFAKT loeschen und die
      *    Tageserloese zuruecksetzen (Stand 0). Ein unterbrochener
      *    Lauf setzt ueber WIEDERAUF an der offenen Stelle wieder auf.
       LAUF-ABSCHL SECTION.
       A.  IF UL-STAND = 3 GO F.
           IF UL-STAND = 2 GO D.
           PERFORM UEL-SCHREIB.
           IF WM-OPEN = 0
               CLOSE OFFPOST REJRNAL UEBLOG UEBPOS KARTEIN
               CLOSE BUCHUNG BUCHFAKT
               GO Z.
       D.  CLOSE OFFPOST REJRNAL UEBPOS KARTEIN.
           PERFORM FIBU-ABGL.
           PERFORM SABU.
           MOVE WH-ABGLFEHL TO UL-ABGL.
           MOVE WS-DATUM TO UL-EHDAT.
           MOVE 3 TO UL-STAND.
           REWRITE UL-SATZ.
       F.  MOVE UL-ABGL TO WH-ABGLFEHL.
           MOVE UL-EHDAT TO WS-DATUM.
           CLOSE BUCHUNG.
           CLOSE BUCHFAKT.
           IF WH-ABGLFEHL = 0 DELETE FILE BUCHFAKT.
           PERFORM AUSWURF.
      *--------> Tageserloese (KONSTANT 6) in die Erloeshistorie <-
           MOVE 6 TO WH-KEY.
       G.  READ KONSTANT.
           IF ZUGRIF PERFORM BESETZT GO G.
       K.  MOVE WS-DATUM TO EH-DATUM.
           MOVE KO-ERST TO EH-ERST.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 26
               MOVE 0 TO KO-ERLOES(WX).
           MOVE 0 TO KO-DATUM KO-ERST.
           REWRITE KO-SATZ.
           MOVE 0 TO UL-STAND.
           REWRITE UL-SATZ.
           CLOSE UEBLOG.
       Z.  EXIT.
      *************** Laufkopf anlegen - Sicherungspunkt des Laufs *
       LAUF-BEGINN SECTION.
       A.  INITIALIZE UL-SATZ.
           MOVE WH-UELFNR TO UL-LFNR.
           MOVE WH-DATUM TO UL-DATUM.
           COMPUTE UL-VONKEY = WK-BUKEY0 + 1.
           MOVE WK-BUKEY0 TO UL-BISKEY.
           MOVE WS-DATUM TO UL-BISDAT.
           MOVE 1 TO UL-STAND UL-PHASE.
           WRITE UL-SATZ INVALID REWRITE UL-SATZ.
       Z.  EXIT.
      ************** Sicherungspunkt nach jedem BUCHFAKT-Satz *
       CP-SCHREIB SECTION.
       A.  MOVE BF-KEY TO UL-BFKEY.
           MOVE BF-RKEY TO UL-BFRKEY.
           PERFORM UEL-FELDER.
           REWRITE UL-SATZ.
       Z.  EXIT.
      ******************************************************************
       UEL-FELDER SECTION.
       A.  MOVE WZ-UANZ TO UL-ANZ.
           MOVE WS-USUM TO UL-SUMME.
           MOVE WK-BUKEY TO UL-BISKEY.
           MOVE WH-UEVRE TO UL-VONRE.
           MOVE WH-UEBRE TO UL-BISRE.
           MOVE WS-BET TO UL-LSUM.
           MOVE WZ-SEITE TO UL-SEITE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 25
               MOVE WS-SUM(WX) TO UL-SUM(WX).
       Z.  EXIT.
      ******************** letzter Lauf unterbrochen (UL-STAND 1-3)? *
       LAUF-OFFEN SECTION.
       A.  MOVE 0 TO WM-UNTERBR.
           OPEN INPUT UEBLOG.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 999999 TO UL-LFNR.
           START UEBLOG KEY < UL-KEY INVALID GO X.
           READ UEBLOG PREVIOUS IGNORE LOCK AT END GO X.
           IF UL-STAND = 0 OR UL-STAND = 9 GO X.
           MOVE UL-SATZ TO WH-ULSICH.
           MOVE 1 TO WM-UNTERBR.
       X.  CLOSE UEBLOG.
       Z.  EXIT.
      *********************** unterbrochenen Lauf behandeln *
      *    WM-UNTERBR = 2: Lauf zurueckgesetzt, Summendruck neu
       WIEDERAUF SECTION.
       A.  MOVE WH-ULSICH TO UL-SATZ.
           MOVE UL-LFNR TO WD-RUECK.
           ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Lauf" AT VDU-LP.
           ADD 307 VDU-ECK GIVING VDU-LP.
           DISPLAY WD-RUECK with highlight AT VDU-LP.
           ADD 315 VDU-ECK GIVING VDU-LP.
           DISPLAY "wurde unterbrochen" with highlight
               foreground-color 4 AT VDU-LP.
           ADD 403 VDU-ECK GIVING VDU-LP.
           MOVE UL-BFREN TO WD-RUECK.
           EVALUATE UL-STAND
               WHEN 1 DISPLAY "zuletzt verarbeitet: Beleg"
                          AT VDU-LP WD-RUECK
               WHEN 2 DISPLAY "Buchsaetze komplett, Sammelbuchung offen"
                          AT VDU-LP
               WHEN 3 DISPLAY "Sammelbuchung geschrieben, Ende offen"
                          AT VDU-LP.
       C.  ADD 603 VDU-ECK GIVING VDU-LP.
           DISPLAY "1 = fortsetzen, 2 = zuruecksetzen:" AT VDU-LP.
           DISPLAY "<esc>= Abbruch, <ret>= Auswahl" AT 2301.
           MOVE 1 TO WH-WERT.
           CALL "CAUP" USING "1006386001" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           IF WH-NUM = 1 PERFORM FORTSETZEN GO Z.
           IF WH-NUM not = 2 GO C.
           IF UL-STAND = 3
               DISPLAY "Sammelbuchungen geschrieben - nur fortsetzen!"
                   AT 2401
               GO C.
       E.  DISPLAY "Lauf zuruecksetzen?: <ret>= ja, <esc>= nein < >"
               AT 2301.
           CALL "CAUP" USING "0023450000" WH-CREG.
           IF ESC GO C.
           IF not RET GO E.
           PERFORM ZURUECK.
           MOVE 2 TO WM-UNTERBR.
       Z.  EXIT.
      ***************** unterbrochenen Lauf an der offenen Stelle *
      *    fortsetzen: Stand 1 ab dem Satz nach UL-BFKEY, Stand 2 mit
      *    Abgleich und Sammelbuchungen, Stand 3 mit dem Abschluss
       FORTSETZEN SECTION.
       A.  PERFORM READ-KONS.
           IF ESC GO Z.
           MOVE WH-ULSICH TO UL-SATZ.
           OPEN I-O BUCHFAKT.
           IF UL-STAND < 3 PERFORM OP-OEFFNE
               else OPEN I-O UEBLOG.
      *--------> Zwischenstaende des Laufs aus UEBLOG uebernehmen <-
           MOVE WH-ULSICH TO UL-SATZ.
           MOVE UL-LFNR TO WH-UELFNR.
           MOVE UL-BISDAT TO WS-DATUM.
           MOVE UL-ANZ TO WZ-UANZ.
           MOVE UL-SUMME TO WS-USUM.
           MOVE UL-VONRE TO WH-UEVRE.
           MOVE UL-BISRE TO WH-UEBRE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 25
               MOVE UL-SUM(WX) TO WS-SUM(WX).
           COMPUTE WK-BUKEY0 = UL-VONKEY - 1.
           MOVE UL-BISKEY TO WK-BUKEY.
           MOVE WS-DATUM TO WC-DATUM.
           CALL "CAUP" USING "04DATDR" WH-CREG.
           PERFORM TS-DRUCKER.
           OPEN I-O BUCHUNG.
      *--------> angefangene Saetze nach dem Sicherungspunkt werden
      *          entfernt und neu geschrieben <-
           IF UL-STAND < 3 PERFORM BU-RUECK.
           PERFORM BEG-DRU.
           MOVE "Fortsetzung des unterbrochenen Laufs" TO DRA-SATZ(2:).
           MOVE UL-LFNR TO WD-RUECK.
           MOVE WD-RUECK TO DRA-SATZ(38:).
           PERFORM DRUCK.
           IF UL-STAND not = 1 GO E.
           MOVE 1 TO WM-FORTS.
           PERFORM ARLIST.
           MOVE 0 TO WM-FORTS.
       E.  PERFORM LAUF-ABSCHL.
       Z.  EXIT.
      ******************* unterbrochenen Lauf zuruecksetzen *
      *    Buchsaetze und Rechnungen (UEBPOS) des Laufs werden entfernt,
      *    der Laufkopf bleibt mit Stand 9 stehen; der naechste Summen-
      *    druck uebernimmt die Laufnummer. Offene Posten, Rechnungs-
      *    ausgangsbuch und Karteivermerke bleiben - sie werden beim
      *    neuen Lauf erkannt und nicht doppelt angelegt.
       ZURUECK SECTION.
       A.  OPEN I-O UEBLOG.
           MOVE WH-ULSICH TO UL-SATZ.
           OPEN I-O BUCHUNG.
           COMPUTE WK-BUKEY = UL-VONKEY - 1.
           PERFORM BU-RUECK.
           CLOSE BUCHUNG.
           OPEN I-O UEBPOS.
           IF WF-STATUS NOT = "00" GO E.
           MOVE UL-LFNR TO UP-LFNR.
           MOVE 0 TO UP-BUKEY.
           START UEBPOS KEY NOT < UP-KEY INVALID GO D.
       C.  READ UEBPOS NEXT AT END GO D.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF UP-LFNR NOT = UL-LFNR GO D.
           DELETE UEBPOS.
           GO C.
       D.  CLOSE UEBPOS.
       E.  MOVE 9 TO UL-STAND.
           MOVE 0 TO UL-ANZ UL-SUMME UL-VONRE UL-BISRE UL-PHASE
                     UL-BFKEY UL-BFREN UL-LSUM UL-SEITE UL-ABGL.
           MOVE SPACE TO UL-BFSA.
           MOVE WK-BUKEY TO UL-BISKEY.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 25
               MOVE 0 TO UL-SUM(WX).
           REWRITE UL-SATZ.
           CLOSE UEBLOG.
           MOVE WZ-RUECK TO WD-RUECK.
           DISPLAY "Lauf zurueckgesetzt, Buchsaetze entfernt:" AT 2301.
           DISPLAY WD-RUECK with highlight AT 2343.
           PERFORM WEITER.
       Z.  EXIT.
      ******************* Buchsaetze nach WK-BUKEY entfernen *
      *    Adresssaetze (BU-SA "K") bleiben, NEUE-ADR schreibt sie
      *    ohnehin bei jedem Lauf neu.
       BU-RUECK SECTION.
       A.  MOVE 0 TO WZ-RUECK.
           MOVE WK-BUKEY TO BU-KEY.
           START BUCHUNG KEY > BU-KEY INVALID GO Z.
       C.  READ BUCHUNG NEXT AT END GO Z.
           IF ZUGRIF PERFORM BESETZT GO C.
           IF BU-SA = "K" GO C.
           DELETE BUCHUNG.
           ADD 1 TO WZ-RUECK.
           GO C.
       Z.  EXIT.
      ************************************* �berleitung neuer Adressen *
       NEUE-ADR SECTION.
               INVALID NEXT SENTENCE
               NOT INVALID MOVE KM-BARKTO TO WH-BARKON.
           PERFORM NEUE-ADR.
           IF WM-FORTS = 1 GO V.
           MOVE 0 TO WZ-SEITE WS-BET BF-REN BF-KEY.
           MOVE SPACE TO BF-SA.
           START BUCHFAKT KEY > BF-RKEY INVALID GO Z.
       B.  READ BUCHFAKT NEXT AT END GO Q.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF WM-SUCH not = 0 PERFORM CP-SUCHE.
           IF WM-SUCH = 2 MOVE 0 TO WM-SUCH GO B.
           IF WM-SUCH = 1 GO B.
           COMPUTE WV-DATUM = BF-DAT + 20000000.
           IF WV-DATUM > WS-DATUM GO B.
      *-----------------------------------------> Sammelbuchungss�tze <-
           WRITE BU-SATZ INVALID GO I.
           PERFORM OP-NEU.
           PERFORM RJ-NEU.
           IF WM-RJALT = 0 PERFORM KART-BELEG.
           PERFORM DRUCK.
           MOVE 1 TO UL-PHASE.
           PERFORM CP-SCHREIB.
           GO B.
      *----------------------------------------------------> Listende <-
       Q.  IF WZ-SEITE = 0 GO Z.
           GO S.
       R.  READ BUCHFAKT NEXT AT END GO U.
           IF ZUGRIF PERFORM BESETZT GO R.
           IF WM-SUCH not = 0 PERFORM CP-SUCHE.
           IF WM-SUCH = 2 MOVE 0 TO WM-SUCH GO R.
           IF WM-SUCH = 1 GO R.
       S.  IF BF-SA not = " " GO R.
           MOVE BF-KTONR TO WD-KZ.
           IF WD-KZ not = 0 GO R.
       T.  ADD 1 TO WK-BUKEY.
           MOVE WK-BUKEY TO BU-KEY.
           WRITE BU-SATZ INVALID GO T.
           MOVE 2 TO UL-PHASE.
           PERFORM CP-SCHREIB.
           GO R.
       U.  MOVE ALL "-" TO DRL-STR.
           MOVE SPACE TO DRL-NO.
           MOVE "S u m m e" TO DRL-BEZ.
           MOVE WS-BET TO DRL-BET.
           PERFORM DRUCK.
           GO Z.
      *--------> Fortsetzung: hinter dem Sicherungspunkt aufsetzen <-
       V.  MOVE UL-SEITE TO WZ-SEITE.
           MOVE UL-LSUM TO WS-BET.
           MOVE UL-BFSA TO BF-SA.
           MOVE UL-BFREN TO BF-REN.
           MOVE 1 TO WM-SUCH.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO W.
           IF UL-PHASE = 2 GO R.
           GO B.
       W.  MOVE 0 TO WM-SUCH.
           IF WZ-SEITE = 0 GO Z.
           GO U.
       Z.  EXIT.
      ************ gelesenen BUCHFAKT-Satz gegen den Sicherungspunkt *
      *    WM-SUCH 1 = Satz bereits verarbeitet, 2 = Sicherungspunkt
      *    erreicht, 0 = erster noch offener Satz
       CP-SUCHE SECTION.
       A.  IF BF-RKEY not = UL-BFRKEY MOVE 0 TO WM-SUCH GO Z.
           IF BF-KEY = UL-BFKEY MOVE 2 TO WM-SUCH.
       Z.  EXIT.
      ************************** OP-Datei oeffnen, notfalls anlegen *
       OP-OEFFNE SECTION.
               CLOSE OFFPOST
               OPEN I-O OFFPOST.
           OPEN I-O REJRNAL.
           IF WF-STATUS = "35"
               OPEN OUTPUT REJRNAL
               CLOSE REJRNAL
               OPEN I-O REJRNAL.
           OPEN I-O UEBLOG.
           IF WF-STATUS = "35"
               OPEN OUTPUT UEBLOG
               CLOSE UEBLOG
               OPEN I-O UEBLOG.
               OPEN OUTPUT KARTEIN
               CLOSE KARTEIN
               OPEN I-O KARTEIN.
           OPEN I-O UEBPOS.
           IF WF-STATUS NOT = "00"
               OPEN OUTPUT UEBPOS
               CLOSE UEBPOS
               OPEN I-O UEBPOS.
      *--------------------------> naechste Laufnummer bestimmen <-
           MOVE 999999 TO UL-LFNR.
           MOVE 0 TO WH-UELFNR.
           START UEBLOG KEY < UL-KEY INVALID GO C.
           READ UEBLOG PREVIOUS IGNORE LOCK AT END GO C.
           MOVE UL-LFNR TO WH-UELFNR.
      *--------> zurueckgesetzter Lauf: Laufnummer wieder verwenden <-
           IF UL-STAND = 9 GO D.
       C.  ADD 1 TO WH-UELFNR.
       D.  MOVE 0 TO WZ-UANZ WS-USUM WH-UEVRE WH-UEBRE.
       Z.  EXIT.
      ********************** Offenen Posten je Rechnung fortschreiben *
      *    je uebergeleiteter Rechnung entsteht ein OP-Satz, der erst
      *    Den Verkaeufer kennt der Buchsatz nicht; er wird 0 gelassen
      *    und waere von GABRECH beim Schreiben des Belegs zu fuellen.
       RJ-NEU SECTION.
       A.  MOVE 0 TO WM-RJALT.
           MOVE BF-REN TO RJ-RENUM.
           READ REJRNAL IGNORE LOCK INVALID GO C.
           IF RJ-LFNR not = WH-UELFNR GO Z.
      *--------> aus dem unterbrochenen bzw. zurueckgesetzten Versuch
      *          dieses Laufs: nur mitzaehlen, falls noch nicht in
      *          UEBPOS <-
           MOVE 1 TO WM-RJALT.
           PERFORM UP-GEZAEHLT.
           IF WM-UPDA = 1 GO Z.
           GO D.
       C.  INITIALIZE RJ-SATZ.
           MOVE BF-REN TO RJ-RENUM.
           MOVE BF-DAT TO RJ-DATUM.
           MOVE BF-KTONR TO RJ-KTONR.
           MOVE BF-SUM(24) TO RJ-UST.
           COMPUTE RJ-NETTO = BF-BET - BF-SUM(24).
           MOVE WH-UELFNR TO RJ-LFNR.
      *--------> Kettennummer/Pruefwert setzen und schreiben <-
           CALL "GABKETT" USING "30RJKETTE" WH-CREG.
       D.  PERFORM UP-NEU.
      *--------------------------> Laufprotokoll mitzaehlen <-
           ADD 1 TO WZ-UANZ.
           ADD BF-BET TO WS-USUM.
               MOVE BF-REN TO WH-UEVRE.
           IF BF-REN > WH-UEBRE MOVE BF-REN TO WH-UEBRE.
       Z.  EXIT.
      ************ Rechnung des Laufs mit Erloesaufteilung merken *
      *    Grundlage fuer den Export an den Steuerberater (GABSTB);
      *    Gegenkonto und Verbuchungsmodus wie in BUCHUNG geschrieben
       UP-NEU SECTION.
       A.  INITIALIZE UP-SATZ.
           MOVE WH-UELFNR TO UP-LFNR.
           MOVE BU-KEY TO UP-BUKEY.
           MOVE BF-REN TO UP-REN.
           MOVE BF-KTONR TO UP-KTONR.
           MOVE BF-DAT TO UP-DAT.
           MOVE BF-SY TO UP-SY.
           MOVE BU-VM TO UP-VM.
           MOVE BU-GK TO UP-GK.
           MOVE BF-SH TO UP-SH.
           MOVE BF-BET TO UP-BET.
           MOVE BF-SUM(24) TO UP-UST.
           MOVE BF-KST TO UP-KST.
           MOVE BF-TX TO UP-TX.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 17
               MOVE BF-SUM(WX + 6) TO UP-KAT(WX).
           WRITE UP-SATZ INVALID NEXT SENTENCE.
       Z.  EXIT.
      *************** Rechnung in diesem Lauf schon mitgezaehlt? *
       UP-GEZAEHLT SECTION.
       A.  MOVE 0 TO WM-UPDA.
           MOVE BF-REN TO UP-REN.
           START UEBPOS KEY = UP-REN INVALID GO Z.
       C.  READ UEBPOS NEXT IGNORE LOCK AT END GO Z.
           IF UP-REN not = BF-REN GO Z.
           IF UP-LFNR not = WH-UELFNR GO C.
           MOVE 1 TO WM-UPDA.
       Z.  EXIT.
      ************* Karteivermerk je uebergeleitetem Beleg *
      *    Rechnung bzw. Gutschrift mit Nummer und Betrag - damit
      *    wird die Kartei (KART-ANZ in GABANZ) zur vollstaendigen
           REWRITE KA-SATZ.
       Z.  EXIT.
      ******************* Laufkopf der Ueberleitung festhalten *
      *    nichts uebergeleitet: der Laufkopf wird wieder entfernt
       UEL-SCHREIB SECTION.
       A.  IF WM-OPEN not = 0 GO C.
           DELETE UEBLOG RECORD INVALID GO Z.
           GO Z.
       C.  PERFORM UEL-FELDER.
           MOVE 2 TO UL-STAND.
           REWRITE UL-SATZ.
       Z.  EXIT.
      ******************************** Abgleich BUCHFAKT / BUCHUNG *
      *    Gegenprobe, ob die in diesem Lauf aus BUCHFAKT uebernommenen
           PERFORM WEITER.
       Z.  EXIT.
      ******************************************************************
      *    je Erloeskategorie ein Satz je Kostenstelle (KST-TABELLE),
      *    der nicht zugeordnete Rest ohne Kostenstelle; die
      *    steuerfreien Umsaetze (WZ 22) bleiben ein Satz
       SABU SECTION.
       A.  PERFORM ERLSUM.
           PERFORM KST-TABELLE.
           MOVE 7 TO WZ.
           MOVE 999999 TO BU-KEY.
           MOVE 0 TO WK-BUKEY.
           MOVE "bis:" TO DRT-BIS.
           MOVE KO-ERST  TO DRT-NR.
       E.  IF WS-SUM(WZ) = 0 GO K.
           MOVE WS-SUM(WZ) TO WS-KREST.
           MOVE 0 TO WY.
           IF WZ = 22 GO H.
       F.  ADD 1 TO WY.
           IF WY > WQ-ANZ GO H.
           IF WQ-KAT(WY, WZ - 6) = 0 GO F.
           MOVE WQ-KST(WY) TO WH-QKST.
           MOVE WQ-KAT(WY, WZ - 6) TO WS-KBET.
           SUBTRACT WS-KBET FROM WS-KREST.
           PERFORM SABU-SATZ.
           GO F.
       H.  IF WS-KREST = 0 GO K.
           MOVE 0 TO WH-QKST.
           MOVE WS-KREST TO WS-KBET.
           PERFORM SABU-SATZ.
       K.  IF WZ < 22 ADD 1 TO WZ GO E.
           MOVE SPACE TO DRT-SATZ.
       Z.  EXIT.
      ******************************************************************
       SABU-SATZ SECTION.
       A.  INITIALIZE BU-SATZ.
           MOVE WT-KTONR(WZ - 6) TO BU-KTONR BU-REN.
           MOVE WS-DATUM TO BU-DAT.
           MOVE DRT-TX(36:) TO BU-TX.
           MOVE 19 TO BU-SY.
           MOVE 1 TO BU-SH.
           MOVE WS-KBET TO BU-BET.
           MOVE WH-QKST TO BU-KST.
       G.  ADD 1 TO WK-BUKEY.
           MOVE WK-BUKEY TO BU-KEY.
           WRITE BU-SATZ INVALID GO G.       *> Sammelbuchung Protokoll
       Z.  EXIT.
      ************** Erloese des Laufs je Kostenstelle und Kategorie *
      *    aus den Rechnungen des Laufs (UEBPOS); liegt in BUCHKST
      *    eine Aufteilung (GABKSTV), gilt sie, sonst zaehlt die
      *    ganze Rechnung zur Kostenstelle des Summensatzes (UP-KST)
       KST-TABELLE SECTION.
       A.  MOVE 0 TO WQ-ANZ.
           OPEN INPUT UEBPOS.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO WM-BKSOP.
           OPEN INPUT BUCHKST.
           IF WF-STATUS = "00" MOVE 1 TO WM-BKSOP.
           MOVE WH-UELFNR TO UP-LFNR.
           MOVE 0 TO UP-BUKEY.
           START UEBPOS KEY NOT < UP-KEY INVALID GO X.
       C.  READ UEBPOS NEXT IGNORE LOCK AT END GO X.
           IF UP-LFNR NOT = WH-UELFNR GO X.
           IF UP-VM NOT = 1 GO C.
           MOVE 0 TO WM-KVDA.
           IF WM-BKSOP = 0 GO G.
           MOVE UP-REN TO KV-REN.
           MOVE 0 TO KV-KST.
           START BUCHKST KEY NOT < KV-KEY INVALID GO G.
       E.  READ BUCHKST NEXT IGNORE LOCK AT END GO G.
           IF KV-REN NOT = UP-REN GO G.
           MOVE 1 TO WM-KVDA.
           MOVE KV-KST TO WH-QKST.
           PERFORM KST-ZEILE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 15
               ADD KV-KAT(WX) TO WQ-KAT(WY, WX).
           GO E.
       G.  IF WM-KVDA = 1 GO C.
           IF UP-KST NOT > 0 GO C.
           MOVE UP-KST TO WH-QKST.
           PERFORM KST-ZEILE.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 15
               ADD UP-KAT(WX) TO WQ-KAT(WY, WX).
           GO C.
       X.  CLOSE UEBPOS.
           IF WM-BKSOP = 1 CLOSE BUCHKST.
       Z.  EXIT.
      ************ Tabellenzeile der Kostenstelle WH-QKST -> WY *
      *    mehr als 50 Kostenstellen laufen in der letzten auf
       KST-ZEILE SECTION.
       A.  MOVE 1 TO WY.
       B.  IF WY > WQ-ANZ GO C.
           IF WQ-KST(WY) = WH-QKST GO Z.
           ADD 1 TO WY.
           GO B.
       C.  IF WQ-ANZ NOT < 50 MOVE 50 TO WY GO Z.
           ADD 1 TO WQ-ANZ.
           MOVE WQ-ANZ TO WY.
           MOVE WH-QKST TO WQ-KST(WY).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 15
               MOVE 0 TO WQ-KAT(WY, WX).
       Z.  EXIT.
      ********************************************** Umsatzaufstellung *
       ERLSUM SECTION.
