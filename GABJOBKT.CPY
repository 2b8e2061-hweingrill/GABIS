      *    Schrittarten: 1 Datensicherung (GABSICH 20),
      *    2 Kundenstatistik-Neuaufbau (GABKDST 30),
      *    3 Spoolbereinigung (aelter als JK-PARAM Tage),
      *    4 Tagesblatt (GABTAG 20), 5 Webshop-Export (GABSHOP 20),
      *    6 Pruefung der Journalkette (GABKETT 20),
      *    7 Abgleich der Verkaufshistorie (GABAHI 40)
       FD  JOBKETTE    external        LABEL RECORD STANDARD.
       01  JK-SATZ.
           03  JK-KEY.
