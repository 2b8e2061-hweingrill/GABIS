      ******************************************************************
      *   Nachtlauf: eine konfigurierbare Jobkette (GABISJOB.DAT)      *
      *   laeuft unbeaufsichtigt durch - Datensicherung, Kunden-       *
      *   statistik-Neuaufbau, Spoolbereinigung, Tagesblatt,           *
      *   Webshop-Export und Pruefung der Journalkette (vor dem        *
      *   Tagesblatt einreihen, das ihr Ergebnis zeigt), Abgleich      *
      *   der Verkaufshistorie (GABAHI 40), jeweils                    *
      *   ueber die Batch-Einstiege der Programme.  Je Schritt ein     *
      *   Protokollsatz (GABISJPT.DAT) mit Start, Ende, Satzzahl       *
      *   und Status; bei einem Fehler                                 *
      *   haelt die Kette an, der naechste Start setzt beim            *
      *   fehlgeschlagenen Schritt wieder auf statt alles neu zu       *
      *   rechnen.  Die FIBU-Tagesueberleitung bleibt bewusst beim     *
           DISPLAY " Jobkette " with highlight AT VDU-LP.
           PERFORM JOB-OEFFNE.
           ADD 203 VDU-ECK GIVING VDU-LP.
           DISPLAY "Art: 1=Sich 2=KdSt 3=Spool 4=Tagbl" AT VDU-LP.
           ADD 35 TO VDU-LP.
           DISPLAY "5=Shop 6=Kette 7=Hist" AT VDU-LP.
       C.  ADD 303 VDU-ECK GIVING VDU-LP.
           DISPLAY "Position:       Art:      Param:      aktiv:"
               AT VDU-LP.
               END-DELETE
               DISPLAY "Schritt geloescht." with highlight AT 2401
               GO C.
           IF WH-NUM > 7 GO E.
           MOVE WH-NUM TO JK-SCHRITT.
       G.  DISPLAY "<ret>= Parameter (Tage bei Spoolbereinigung)"
               AT 2301.
                      CANCEL "GABTAG"
               WHEN 5 CALL "GABSHOP" USING "20SHOPEXP" WH-CREG
                      CANCEL "GABSHOP"
      *--------> Kettenbrueche sind ein Befund, kein Laufabbruch <-
               WHEN 6 CALL "GABKETT" USING "20KETTBAT" WH-CREG
                      CANCEL "GABKETT"
                      MOVE WH-WERT TO WH-ERGANZ
               WHEN 7 CALL "GABAHI" USING "40AHIBAT" WH-CREG
                      CANCEL "GABAHI"
                      MOVE WH-WERT TO WH-ERGANZ
               WHEN OTHER MOVE 2 TO WH-ERGST.
       Z.  EXIT.
      ***** Protokollsatz des Schritts abschliessen *
