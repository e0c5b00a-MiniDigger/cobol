      *     vollstaendig von Spalte 1 bis DIM-M), nicht mehr nur das
      *     obere Dreieck. Damit werden auch nicht-symmetrische
      *     Matrizen korrekt abgebildet, siehe CRSMatrixVectorMultiply.
      *   - Rechteckige Matrizen (rows=/cols=, mode=lsq): die Zeilen
      *     laufen weiter bis DIM-M, die Spalten nur bis RECT-COLS.
      *   - Gleitkomma-Arithmetik ("arithmetic=float", ARITH-FLOAT):
      *     jeder gespeicherte Eintrag geht zusaetzlich als COMP-2
      *     nach VAL-F (CRS-VALS-F, neuer Parameter) - dort behalten
      *     auch Werte unter 1E-04 oder ueber 999.999 ihre Stellen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompressedRowStorage.
               05 KORREKTUR PIC S9(04) COMP-3 VALUE 0.
               05 VAL-COUNTER PIC 9(07) COMP-3 VALUE 1.
               05 COLS-COUNTER PIC 9(04) COMP-3 VALUE 1.
      *        Spaltenzahl: DIM-M, bei einer rechteckigen Matrix
      *        RECT-COLS (siehe Abbruch.cpy)
               05 COLS-LIMIT PIC 9(04) COMP-3 VALUE 0.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "VectorDim.cpy".
           COPY "InputMatrix.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION USING CRS-VALS CRS-COLS CRS-ROW-PTR
           CRS-STAMP MATRIX ABBRUCH CRS-VALS-F.
       MAIN-PROCEDURE.
      *     CompressedRowStorage wird pro Datensatz neu gerufen, die
      *     Zaehler duerfen daher nicht ueber mehrere CALLs hinweg
            MOVE 0 TO KORREKTUR
            MOVE 1 TO VAL-COUNTER
            MOVE 1 TO COLS-COUNTER
            MOVE DIM-M TO COLS-LIMIT
            IF RECT-COLS > 0
                MOVE RECT-COLS TO COLS-LIMIT
            END-IF

            PERFORM INITIALIZE-CRS

               MOVE 1 TO COLS-COUNTER
               MOVE 1 TO IS-NULL-ZEILE
               MOVE 1 TO J
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-LIMIT
                  IF NOT ELEM(I, J) = 0
      *                 Falls Nullzeilen vorhanden sind ist der
      *                 VAL-COUNTER um die Korrektur-Anzahl hoeher,
      *                 daher muss diese hier addiert werden da der Wert
      *                 stets <= 0 ist
                        MOVE ELEM(I, J) TO VAL(VAL-COUNTER + KORREKTUR)
      *                 Gleitkomma-Fassung mit demselben Index
                        IF ARITH-FLOAT
                            MOVE ELEM(I, J)
                                TO VAL-F(VAL-COUNTER + KORREKTUR)
                        END-IF
                        MOVE COLS-COUNTER TO COLMN(VAL-COUNTER)
                        Compute VAL-COUNTER = VAL-COUNTER + 1
                        MOVE 0 TO IS-NULL-ZEILE
       INITIALIZE-CRS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
              MOVE 1 TO IS-NULL-ZEILE
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-LIMIT
                 IF NOT ELEM(I, J) = 0
      *                 Zaehlt die Variablen != 0 fuer CRS-Val
                        COMPUTE NUM-NOT-ZERO = NUM-NOT-ZERO + 1
              END-IF
           END-PERFORM
           MOVE NUM-NOT-ZERO TO DIM-VAL
           IF ARITH-FLOAT
               MOVE NUM-NOT-ZERO TO DIM-VAL-F
           END-IF
           COMPUTE DIM-COLS = NUM-NOT-ZERO + COUNTER-NULL-ZEILE
           COMPUTE DIM-ROWPTR = DIM-M + 1
           .
