      *    direkt auf, ohne die DIM-M x DIM-M Zellen der dichten
      *    MATRIX abzulaufen - bei 99% duennbesetzten Netzmatrizen
      *    der Unterschied zwischen Sekunden und Stunden. Obergrenze
      *    wie CRS-VALS (siehe CRS.cpy): 1.200.000 Eintraege. TS-VAL
      *    im Format von ELEM (InputMatrix.cpy)
           01 TRIPLET-STORE.
               05 TS-COUNT PIC 9(07) COMP-3 VALUE 0.
               05 TS-ENTRY OCCURS 1200000 TIMES.
                   10 TS-ROW PIC 9(04) COMP-3.
                   10 TS-COL PIC 9(04) COMP-3.
                   10 TS-VAL PIC S9(10)V9(15) COMP-3.
