      *          gewinnt). Nullzeilen bekommen denselben -1
      *          Platzhalter in COLMN wie bei CompressedRowStorage,
      *          damit CRSMatrixVectorMultiply beide Aufbauwege nicht
      *          unterscheiden muss. Bei "arithmetic=float"
      *          (ARITH-FLOAT) geht jeder Wert zusaetzlich als COMP-2
      *          nach VAL-F (CRS-VALS-F), wie bei CompressedRowStorage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR CRS-STAMP
            TRIPLET-STORE MATRIX ABBRUCH CRS-VALS-F.
       MAIN-PROCEDURE.
      *    Buckets je Zeile zaehlen
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > DIM-M
                   ADD ROW-FILL(R) TO DIM-COLS
               END-IF
           END-PERFORM
           IF ARITH-FLOAT
               MOVE DIM-VAL TO DIM-VAL-F
           END-IF

           MOVE VAL-COUNTER TO RPTR(1)
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > DIM-M
                   PERFORM VARYING I FROM SEG-START BY 1 UNTIL
                         I > SEG-END
                       MOVE W-VAL(I) TO VAL(VAL-COUNTER + KORREKTUR)
                       IF ARITH-FLOAT
                           MOVE W-VAL(I)
                               TO VAL-F(VAL-COUNTER + KORREKTUR)
                       END-IF
                       MOVE W-COL(I) TO COLMN(VAL-COUNTER)
                       COMPUTE VAL-COUNTER = VAL-COUNTER + 1
                   END-PERFORM
