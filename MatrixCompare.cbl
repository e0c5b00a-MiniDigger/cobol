           COPY "VectorDim.cpy".
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "InputMatrixC.cpy".
           COPY "InputMatrixIm.cpy".
           COPY "FileNames.cpy".
           COPY "RhsVector.cpy".
           COPY "ExciteVector.cpy".
               MOVE 0 TO DIM-VAL
               INITIALIZE MATRIX
               INITIALIZE MATRIXB
               INITIALIZE MATRIXC
               INITIALIZE MATRIX-IM
               INITIALIZE INPUT-VEKTOR
               INITIALIZE RHS-VEKTOR
               MOVE 0 TO RHS-SET-COUNT
               CALL "InputHandling" USING INPUT-VEKTOR, ABBRUCH,
                    MATRIX, MATRIXB, SKIP, NO-MORE-DATA, FILE-NAMES,
                    RHS-VEKTOR, RHS-MULTI, EDIR-VEKTOR,
                    TRIPLET-STORE, SEEN-NAMES, MATRIXC, MATRIX-IM
               IF DATA-AVAILABLE AND ERRORMSG = "FINE"
                  AND FUNCTION TRIM(DATASET-NAME) =
                      FUNCTION TRIM(SEEK-NAME)
