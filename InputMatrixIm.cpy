      *    Imaginaerteile der Matrix A bei komplexen Eintraegen
      *    (Admittanzmodelle der Netzberechnung, siehe COMPLEX-INPUT
      *    in Abbruch.cpy): ELEM-IM(i,j) gehoert zu ELEM(i,j) in
      *    InputMatrix.cpy. Netzmodelle bleiben deutlich kleiner als
      *    die Strukturmodelle - die Obergrenze 1000 statt 2000 spart
      *    drei Viertel des Platzes einer zweiten vollen Tabelle
      *    (InputHandling weist groessere komplexe Datensaetze ab).
      *    Gepackte Ablage (COMP-3) wie dort; bei reellen
      *    Datensaetzen durchgehend 0
           01 MATRIX-IM.
               05 ZEILE-IM OCCURS 1 TO 1000.
                   10 ELEM-IM PIC S9(09)V9(16) COMP-3 OCCURS 1 TO 1000.
