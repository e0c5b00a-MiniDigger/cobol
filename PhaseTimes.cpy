               05 PT-OUT-CS PIC S9(08) COMP-3.
      *        Laufende Summe aller Phasen des aktuellen Dateipaars
               05 PT-PAIR-CS PIC S9(10) COMP-3.
      *        Groesse des Datensatzes fuer die Kapazitaetsauswertung
      *        (CapacityReport.cbl): Dimension und Zahl der
      *        gespeicherten Matrixeintraege - bei CRS die Nicht-
      *        Null-Eintraege, bei den dichten Loesungswegen ohne
      *        CRS-Aufbau die volle Matrix (Dimension zum Quadrat)
               05 PT-DIM PIC 9(04) COMP-3.
               05 PT-NNZ PIC 9(08) COMP-3.
