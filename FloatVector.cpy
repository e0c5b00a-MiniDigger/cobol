      *    Gleitkomma-Arbeitsvektoren der Vectoriteration bei
      *    "arithmetic=float" (siehe ARITH-MODE in Abbruch.cpy):
      *    XI-F ist der laufende, normierte Iterationsvektor, XK-F
      *    das Produkt A * XI-F aus CRSMatrixVectorMultiply. XI in
      *    VectorDim.cpy fuehrt daneben die gepackte Fassung von
      *    XI-F fuer Report, Warmstart und Endkontrollen. Feste
      *    Groesse wie PREV-XI in Vectoriteration.cbl
           01 FLOAT-VEKTOR.
               05 XI-F COMP-2 OCCURS 2000 TIMES.
               05 XK-F COMP-2 OCCURS 2000 TIMES.
