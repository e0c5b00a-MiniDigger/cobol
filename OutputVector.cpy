      *        Output-Vector
               05 XK PIC S9(06)V9(16)
                       OCCURS 1 TO 2000 DEPENDING ON DIM-O COMP-3.
      *    Imaginaerteil des Ergebnisvektors der komplexen
      *    Multiplikation (CRSComplexMultiply.cbl), gleiche Laenge
           01 OUT-VEKTOR-IM.
               05 XK-IM PIC S9(06)V9(16)
                       OCCURS 1 TO 2000 DEPENDING ON DIM-O COMP-3.
