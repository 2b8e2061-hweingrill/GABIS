       Z.  EXIT.
      ****************************************** Benutzerverwaltung *
      *    pflegt individuelle Codewortzugaenge mit programmbezogener
      *    Zugriffsbeschraenkung auf die Menuepunkte 1 - 10; das
      *    Codewort selbst vergibt die Benutzerverwaltung (GABCODE),
      *    hier wird nur angezeigt, ob eines gesetzt ist.  Dazu das
      *    Recht, Einkaufspreise und Margen zu sehen (KU-EKSICHT)
       BENUTZER SECTION.
       A.  MOVE "Angebote       Rechnungen     Summendruck    Preiswartu
      -        "ng   Preise         Stammdaten     Listungen      Druckp
           COMPUTE VDU-REL = 212 + VDU-ECK.
           DISPLAY "Codewort:" AT VDU-REL.
           ADD 10 TO VDU-REL.
           IF KU-HASH = SPACE AND KU-CODE = SPACE
               DISPLAY "fehlt (38)" with highlight AT VDU-REL
           ELSE
               DISPLAY "gesetzt   " with highlight AT VDU-REL.
       H.  MOVE 1 TO WX.
       I.  COMPUTE VDU-REL = 304 + WX * 100 + VDU-ECK.
           MOVE WX TO WD-PZ.
           DISPLAY "J= erlaubt, sonst= gesperrt, <ret>= unveraendert"
               AT 2301.
           ACCEPT KU-MENU(WX) AT VDU-REL.
           IF ESC GO J.
           IF RET AND KU-MENU(WX) NOT = "J" MOVE SPACE TO KU-MENU(WX).
           DISPLAY KU-MENU(WX) with highlight AT VDU-REL.
           IF WX < 10 ADD 1 TO WX GO I.
       J.  COMPUTE VDU-REL = 304 + VDU-ECK.
           DISPLAY "    EK/Margen:" AT VDU-REL.
           ADD 19 TO VDU-REL.
           IF KU-EKSICHT NOT = "N" MOVE "J" TO KU-EKSICHT.
           DISPLAY KU-EKSICHT with highlight AT VDU-REL.
           DISPLAY "J= Einkaufspreise und Margen sichtbar, N= ausgeblen
      -        "det" AT 2301.
           ACCEPT KU-EKSICHT AT VDU-REL.
           IF KU-EKSICHT = "n" MOVE "N" TO KU-EKSICHT.
           IF KU-EKSICHT NOT = "N" MOVE "J" TO KU-EKSICHT.
           DISPLAY KU-EKSICHT with highlight AT VDU-REL.
           COMPUTE VDU-REL = 325 + VDU-ECK.
           DISPLAY "Freigabe:" AT VDU-REL.
           ADD 10 TO VDU-REL.
           IF KU-FREIG NOT = "J" MOVE "N" TO KU-FREIG.
           DISPLAY KU-FREIG with highlight AT VDU-REL.
           DISPLAY "J= darf Bank-/Limitaenderungen anderer freigeben, N=
      -        " nein" AT 2301.
           ACCEPT KU-FREIG AT VDU-REL.
           IF KU-FREIG = "j" MOVE "J" TO KU-FREIG.
           IF KU-FREIG NOT = "J" MOVE "N" TO KU-FREIG.
           DISPLAY KU-FREIG with highlight AT VDU-REL.
       K.  DISPLAY "<ret>= speichern, <esc>= Abbruch" AT 2301.
           CALL "CAUP" USING "0023341001" WH-CREG.
           IF ESC UNLOCK KONSTANT GO B.
