      *    Dritte Matrix C (Daempfung) fuer das quadratische
      *    Eigenwertproblem (K + lambda*C + lambda**2*M) x = 0 (siehe
      *    QuadraticEigen.cbl): wird per drittem "dim="/Matrixzeilen-
      *    Block in input.txt angehaengt, K ist dann MATRIX, M die
      *    MATRIXB des zweiten Blocks. Der quadratische Modus
      *    linearisiert auf die doppelte Dimension und nimmt das
      *    vollstaendige Spektrum (Grenze 200) - daher die Obergrenze
      *    100 statt der 2000 von InputMatrix.cpy. Gepackte Ablage
      *    (COMP-3) wie dort
           01 MATRIXC.
               05 DIM-C PIC 9(04) COMP-3.
               05 ZEILEC OCCURS 1 TO 100.
                   10 ELEMC PIC S9(09)V9(16) COMP-3 OCCURS 1 TO 100.
