      ***** Artikelvarianten (GABVAR): Stammartikel mit den Dimen-  *
      *    sionen (VA-KOPF) und je Variante die Lage in der Matrix
      *    mit den Abweichungen vom Stammartikel (VA-VARIANTE).
      *    VA-PARENT ist beim Stammsatz die eigene Nummer, damit
      *    der Alternativschluessel die ganze Familie liefert.
       FD  ARTVAR      external        LABEL RECORD STANDARD.
       01  VA-SATZ.
           03  VA-KEY.
               05 VA-ARNUM             PIC 9(6)       COMP.
           03  VA-PARENT               PIC 9(6)       COMP.
           03  VA-TYP                  PIC 9          COMP.
               88  VA-KOPF             VALUE 1.
               88  VA-VARIANTE         VALUE 2.
      *--------------------> Stammsatz: Dimensionen und Werte <-
           03  VA-KOPFDATEN.
               05 VA-DIM1              PIC X(10).
               05 VA-W1                PIC X(5)       OCCURS 10.
               05 VA-DIM2              PIC X(10).
               05 VA-W2                PIC X(10)      OCCURS 8.
      *--------------------> Variante: Zelle und Abweichungen
      *                      (1 = eigene Werte, nicht vererben) <-
           03  VA-VARDATEN   REDEFINES VA-KOPFDATEN.
               05 VA-I1                PIC 99         COMP.
               05 VA-I2                PIC 99         COMP.
               05 VA-EIGGRP            PIC 9          COMP.
               05 VA-EIGPREIS          PIC 9          COMP.
               05 VA-EIGTEXT           PIC 9          COMP.
               05 FILLER               PIC X(140).
