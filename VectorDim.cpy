               05 VECTOR OCCURS 1 TO 2000 DEPENDING ON DIM-I.
                   10 XI PIC S9(06)V9(16) COMP-3.
                   10 XI-ORIG PIC S9(06)V9(16) COMP-3.
      *            Imaginaerteile bei komplexen Matrixeintraegen
      *            (COMPLEX-INPUT, siehe Abbruch.cpy) - sonst 0
                   10 XI-IM PIC S9(06)V9(16) COMP-3.
                   10 XI-ORIG-IM PIC S9(06)V9(16) COMP-3.
