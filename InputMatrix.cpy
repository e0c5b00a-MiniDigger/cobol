      *    ELEM ist gepackt (COMP-3) statt DISPLAY - halbiert den
      *    residenten Platz der groessten Tabelle des Laufs von rund
      *    100 MB auf rund 50 MB, damit zwei partitionierte Prozesse
      *    nebeneinander auf die Batch-Maschine passen.
      *    Zehn Vorkommastellen bei gleicher Feldlaenge (13 Bytes): ein
      *    Block mit arithmetic=float darf Werte bis 9.999.999.999
      *    tragen, die CompressedRowStorage/TripletToCRS als COMP-2
      *    weiterreichen; Festkomma-Bloecke bleiben bei 999.999.999
      *    (INP-020, siehe InputHandling). Die Eingabe liefert ohnehin
      *    nie mehr als fuenfzehn Nachkommastellen
           01 MATRIX.
               05 DIM-M PIC 9(04) COMP-3.
               05 ZEILE OCCURS 1 TO 2000.
                   10 ELEM PIC S9(10)V9(15) COMP-3 OCCURS 1 TO 2000.
