      *    die Kopien ersparen der heissen Multiplikationsschleife
      *    die wiederholte Packed-Decimal-Arithmetik je Element
           01 CRS-STAMP PIC 9(09) COMP-5 VALUE 0.
      *    Imaginaerteile der CRS-Eintraege bei komplexen Matrizen
      *    (ComplexRowStorage.cbl): VAL-IM(k) gehoert zu VAL(k) und
      *    COLMN(k), DIM-VAL-IM = DIM-VAL; bei reellen Datensaetzen
      *    bleibt die Tabelle unbenutzt. Komplexe Matrizen sind auf
      *    1000 x 1000 beschraenkt (InputMatrixIm.cpy), daher
      *    0,3 * 10^6 = 300.000 Eintraege
           01 CRS-VALS-IM.
               05 DIM-VAL-IM PIC 9(07).
               05 VAL-IM PIC S9(06)V9(04) COMP-3
                       OCCURS 1 TO 300000 DEPENDING ON DIM-VAL-IM.
      *    Gleitkomma-Fassung der CRS-Werte (Option
      *    "arithmetic=float", siehe ARITH-MODE in Abbruch.cpy):
      *    VAL-F(k) gehoert zu VAL(k) und COLMN(k), DIM-VAL-F =
      *    DIM-VAL. Die gepackten VAL-Felder fassen nur Betraege
      *    bis 999.999 bei vier Nachkommastellen - Waerme- und
      *    Steifigkeitsmodelle mit Eintraegen zwischen 1E-06 und
      *    1E+08 verloeren dort ihre kleinen Eintraege ganz und die
      *    grossen Eintraege ihre fuehrenden Ziffern. Bei ARITH-FIXED
      *    bleibt die Tabelle unbenutzt
           01 CRS-VALS-F.
               05 DIM-VAL-F PIC 9(07).
               05 VAL-F COMP-2
                       OCCURS 1 TO 1200000 DEPENDING ON DIM-VAL-F.
