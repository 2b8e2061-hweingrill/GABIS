      *   dauerhaften Rechnungsausgangsbuch in die Ersatzdatei         *
      *   FIBUNEU.DAT neu aufgebaut (Einzelsaetze; die Sammel- und     *
      *   Erloessplits des Originallaufs sind aus dem Journal nicht    *
      *   reproduzierbar).  Der Export an den Steuerberater im         *
      *   BMD- bzw. DATEV-Format (mit Erloesaufteilung) laeuft ueber   *
      *   GABSTB.  Unterbrochene Laeufe sind als "offen", zurueck-     *
      *   gesetzte als "zur." gekennzeichnet.                          *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           DISPLAY "1 - Laeufe anzeigen" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "2 - Lauf neu exportieren (FIBUNEU.DAT)" AT VDU-LP.
           ADD 100 TO VDU-LP.
           DISPLAY "3 - Export Steuerberater (BMD/DATEV)" AT VDU-LP.
           ADD 821 VDU-ECK GIVING VDU-LP.
           DISPLAY "Bitte waehlen Sie:" AT VDU-LP.
           CALL "CAUP" USING "1008392002" WH-CREG.
               WHEN 0 GO X
               WHEN 1 PERFORM LAUF-ANZ
               WHEN 2 PERFORM RE-EXPORT
               WHEN 3 CALL "GABSTB" USING "10STB" WH-CREG
                      CANCEL "GABSTB"
               WHEN OTHER GO C.
           GO C.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           MOVE UL-SUMME TO WD-BET.
           ADD 8 TO VDU-LP.
           DISPLAY WD-BET with highlight AT VDU-LP.
           ADD 16 TO VDU-LP.
           IF UL-STAND = 9 DISPLAY "zur." AT VDU-LP
           else IF UL-STAND not = 0 DISPLAY "offen" with highlight
                                        foreground-color 4 AT VDU-LP.
           IF WZ-LZEIL < 13 GO E.
           DISPLAY "<ret>= weiter, <esc>= Ende" AT 2301.
           CALL "CAUP" USING "0023281000" WH-CREG.
