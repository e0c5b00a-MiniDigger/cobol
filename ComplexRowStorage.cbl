      ******************************************************************
      * Author:
      * Date:
      * Purpose: CRS-Aufbau fuer komplexe Matrizen (Realteil in
      *          MATRIX, Imaginaerteil in MATRIX-IM) - gleiche
      *          Struktur wie CompressedRowStorage, ein Eintrag wird
      *          gespeichert, sobald Real- ODER Imaginaerteil von Null
      *          verschieden ist; VAL-IM(k) traegt den Imaginaerteil
      *          zu VAL(k) und COLMN(k)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplexRowStorage.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Zaehler wie in CompressedRowStorage - komplexe Matrizen
      *    reichen nur bis 1000 x 1000, die Breiten bleiben trotzdem
      *    dieselben
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3 VALUE 1.
               05 J PIC 9(04) COMP-3 VALUE 1.
               05 NUM-NOT-ZERO PIC 9(07) COMP-3 VALUE 0.
               05 COUNTER-NULL-ZEILE PIC 9(04) COMP-3 VALUE 0.
      *        IS-NULL-ZEILE fungiert als Boolean
               05 IS-NULL-ZEILE PIC 9 COMP-3 VALUE 1.
               05 KORREKTUR PIC S9(04) COMP-3 VALUE 0.
               05 VAL-COUNTER PIC 9(07) COMP-3 VALUE 1.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "VectorDim.cpy".
           COPY "InputMatrix.cpy".
           COPY "InputMatrixIm.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION USING CRS-VALS CRS-COLS CRS-ROW-PTR
           CRS-STAMP CRS-VALS-IM MATRIX MATRIX-IM ABBRUCH.
       MAIN-PROCEDURE.
      *     pro Datensatz neu gerufen - Zaehler zuruecksetzen
            MOVE 0 TO NUM-NOT-ZERO
            MOVE 0 TO COUNTER-NULL-ZEILE
            MOVE 0 TO KORREKTUR
            MOVE 1 TO VAL-COUNTER

            PERFORM INITIALIZE-CRS

            MOVE VAL-COUNTER TO RPTR(1)
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE 1 TO IS-NULL-ZEILE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                  IF NOT ELEM(I, J) = 0 OR NOT ELEM-IM(I, J) = 0
      *                 Korrektur fuer Nullzeilen wie in
      *                 CompressedRowStorage - VAL und VAL-IM laufen
      *                 dabei mit demselben Index
                        MOVE ELEM(I, J) TO VAL(VAL-COUNTER + KORREKTUR)
                        MOVE ELEM-IM(I, J)
                            TO VAL-IM(VAL-COUNTER + KORREKTUR)
                        MOVE J TO COLMN(VAL-COUNTER)
                        COMPUTE VAL-COUNTER = VAL-COUNTER + 1
                        MOVE 0 TO IS-NULL-ZEILE
                  END-IF
               END-PERFORM
               IF IS-NULL-ZEILE = 1
      *            Platzhalter -1 in COLMN fuer die Nullzeile, siehe
      *            CRSComplexMultiply
                   MOVE -1 TO COLMN(VAL-COUNTER)
                   COMPUTE VAL-COUNTER = VAL-COUNTER + 1
                   COMPUTE KORREKTUR = KORREKTUR - 1
                   ADD 1 TO ZERO-ROW-COUNT
                   DISPLAY "Nullzeile gefunden in Zeile " I
               END-IF
               MOVE VAL-COUNTER TO RPTR(I + 1)
            END-PERFORM
      *     neue Generation melden, wie bei CompressedRowStorage
            ADD 1 TO CRS-STAMP
            EXIT PROGRAM.

      * zaehlt die Eintraege ungleich Null (Real- oder Imaginaerteil)
      * und die Nullzeilen und setzt die Tabellengroessen
       INITIALIZE-CRS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
              MOVE 1 TO IS-NULL-ZEILE
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                 IF NOT ELEM(I, J) = 0 OR NOT ELEM-IM(I, J) = 0
                     COMPUTE NUM-NOT-ZERO = NUM-NOT-ZERO + 1
                     MOVE 0 TO IS-NULL-ZEILE
                 END-IF
              END-PERFORM
              IF IS-NULL-ZEILE = 1
                  COMPUTE COUNTER-NULL-ZEILE = COUNTER-NULL-ZEILE + 1
              END-IF
           END-PERFORM
           MOVE NUM-NOT-ZERO TO DIM-VAL
           MOVE NUM-NOT-ZERO TO DIM-VAL-IM
           COMPUTE DIM-COLS = NUM-NOT-ZERO + COUNTER-NULL-ZEILE
           COMPUTE DIM-ROWPTR = DIM-M + 1
           .
       END PROGRAM ComplexRowStorage.
