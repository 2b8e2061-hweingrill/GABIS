      *------------------> Bankverbindung fuer pain.001 (GABKRED) <-
           03  LS-IBAN                 PIC X(34).
           03  LS-BIC                  PIC X(11).
      *------------------> Schwesterfirma: Firmennummer des Mandanten
      *                    (KONSTANT 44), 0 = fremder Lieferant; unsere
      *                    Kundennummer dort steht dann in LS-UKDNR
      *                    (6-stellig, GABICO) <-
           03  LS-MANDANT              PIC 999        COMP.
