      *************** Verzeichnis der gespoolten Druckbelege *
      *    Belegart: 1 Rechnung, 2 Angebot, 3 Auftrag,
      *              4 Lieferschein, 5 Kommission, 6 Mahnung, 7 Bon,
      *              8 Versandavis (Mailtext, GABPAK)
       FD  SPOOLIDX    external        LABEL RECORD STANDARD.
       01  SX-SATZ.
           03  SX-KEY.
