      * Uebergabefelder fuer die OSS-Bestimmung (CALL GABOSS)      *
       01  WOS-PARM       external.
      *------> Einstieg 20: Kunde aus DEBITOR (DE-KTONR, DE-UST,
      *        DE-UID), Ergebnis in AK-OSSART/-LAND/-UST <-
           03  WOS-KTONR               PIC 9(6)       COMP.
           03  WOS-UST                 PIC 99         COMP.
           03  WOS-UID                 PIC X(15).
      *------> Einstieg 30: fakturierter Nettobetrag fuer die
      *        laufende Schwellensumme <-
           03  WOS-BETRAG              PIC S9(9)V99   COMP-3.
           03  WOS-DATUM               PIC 9(6)       COMP.
