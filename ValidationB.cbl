               EXIT PROGRAM
           END-IF

      *    In der Parameterstudie (mode=param) ist der zweite Block
      *    die Aenderungsmatrix A1 von A(p) = A0 + p*A1, keine
      *    Massenmatrix - sie wird nie invertiert und darf
      *    Nullzeilen, Nulldiagonalen und beliebige Eintraege haben
           IF MODE-PARAM
               EXIT PROGRAM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-B
               MOVE 0 TO ROW-SUM
               MOVE 1 TO ROW-EMPTY
