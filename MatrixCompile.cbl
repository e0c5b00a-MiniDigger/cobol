      *            ST-TYPE "O" = Optionszeile (verbatim in ST-LINE)
      *                    "M" = Matrix-A-Eintrag (Zeile/Spalte/Wert)
      *                    "B" = Matrix-B-Eintrag (Zeile/Spalte/Wert)
      *                    "C" = Matrix-C-Eintrag (Zeile/Spalte/Wert)
      *                    "E" = Ende des Datensatzblocks
      * Tectonics: cobc
      ******************************************************************
      *    Zeilenzaehler von Matrix A bzw. B des aktuellen Blocks
           01 CUR-DIM PIC 9(04) COMP-3 VALUE 0.
           01 CUR-DIMB PIC 9(04) COMP-3 VALUE 0.
           01 CUR-DIMC PIC 9(04) COMP-3 VALUE 0.
           01 CUR-FORMAT PIC X(07) VALUE "DENSE".
           01 SEEN-DIM PIC 9 VALUE 0.
           01 READING-MATRIX-B PIC 9 VALUE 0.
           01 READING-MATRIX-C PIC 9 VALUE 0.
           01 ROW PIC 9(04) VALUE 1.
           01 ROWB PIC 9(04) VALUE 1.
           01 ROWC PIC 9(04) VALUE 1.
      *    Zerlegung einer Matrixzeile
           01 VECTOR-POINTER PIC 9(03).
           01 DUMMY PIC X(30).
               ADD 1 TO TOTAL-BLOCKS
               MOVE 0 TO CUR-DIM
               MOVE 0 TO CUR-DIMB
               MOVE 0 TO CUR-DIMC
               MOVE "DENSE" TO CUR-FORMAT
               MOVE 0 TO SEEN-DIM
               MOVE 0 TO READING-MATRIX-B
               MOVE 0 TO READING-MATRIX-C
               MOVE 1 TO ROW
               MOVE 1 TO ROWB
               MOVE 1 TO ROWC
               MOVE 0 TO BLOCK-FLAGGED
           ELSE
           MOVE 0 TO COUNTER
               WRITE STORE-REC
               PERFORM TRACK-OPTION
           ELSE
      *        DMIG-Karten tragen keine Indizes, die Nummerierung
      *        entsteht erst beim Laden am Blockende - sie gehen
      *        unveraendert als Textsatz in den Bestand und laufen
      *        dort durch denselben Kartenleser wie im Textweg
               IF CUR-FORMAT = "DMIG"
                   MOVE SPACES TO STORE-REC
                   MOVE "O" TO ST-TYPE
                   MOVE TEXT-LINE TO ST-LINE
                   WRITE STORE-REC
               ELSE
               IF CUR-DIM > 0
                   PERFORM COMPILE-MATRIX-LINE
               END-IF
               END-IF
           END-IF
           END-IF
           .

      * wertet die fuer die Matrixzerlegung noetigen Optionen selbst
      * aus: die erste "dim="-Zeile eroeffnet Matrix A, eine zweite
      * Matrix B (verallgemeinertes Eigenwertproblem), eine dritte die
      * Daempfungsmatrix C (quadratisches Eigenwertproblem), "format="
      * schaltet zwischen DENSE, TRIPLET und DMIG um
       TRACK-OPTION.
           MOVE 0 TO COUNTER
           INSPECT TEXT-LINE TALLYING COUNTER FOR LEADING "dim="
                   MOVE 1 TO SEEN-DIM
                   COMPUTE CUR-DIM = FUNCTION NUMVAL(TEXT-LINE)
               ELSE
               IF CUR-DIMB = 0
                   MOVE 1 TO READING-MATRIX-B
                   MOVE 1 TO ROWB
                   COMPUTE CUR-DIMB = FUNCTION NUMVAL(TEXT-LINE)
               ELSE
                   MOVE 0 TO READING-MATRIX-B
                   MOVE 1 TO READING-MATRIX-C
                   MOVE 1 TO ROWC
                   COMPUTE CUR-DIMC = FUNCTION NUMVAL(TEXT-LINE)
               END-IF
               END-IF
           ELSE
               MOVE 0 TO COUNTER
                   IF COUNTER > 0
                       MOVE "TRIPLET" TO CUR-FORMAT
                   ELSE
                       MOVE 0 TO COUNTER
                       INSPECT TEXT-LINE TALLYING COUNTER FOR ALL
                           "dmig"
                       IF COUNTER > 0
                           MOVE "DMIG" TO CUR-FORMAT
                       ELSE
                           MOVE "DENSE" TO CUR-FORMAT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF COUNTER > 0
               PERFORM FLAG-UNSUPPORTED
           END-IF
      *    komplexe Werte (a+bi / a+bj) - der Binaereintrag traegt
      *    keinen Imaginaerteil
           MOVE 0 TO COUNTER
           INSPECT TEXT-LINE TALLYING COUNTER FOR ALL "i"
               ALL "j" ALL "I" ALL "J"
           IF COUNTER > 0
               PERFORM FLAG-UNSUPPORTED
           END-IF
           IF READING-MATRIX-C = 1
               MOVE 1 TO VECTOR-POINTER
               PERFORM VARYING MCOL FROM 1 BY 1 UNTIL MCOL > CUR-DIMC
                   MOVE SPACES TO DUMMY
                   UNSTRING TEXT-LINE DELIMITED BY SPACES INTO DUMMY
                       WITH POINTER VECTOR-POINTER END-UNSTRING
                   COMPUTE PARSE-VAL = FUNCTION NUMVAL(DUMMY)
                   IF PARSE-VAL NOT = 0
                       MOVE SPACES TO STORE-REC
                       MOVE "C" TO ST-TYPE
                       MOVE ROWC TO ST-ROW
                       MOVE MCOL TO ST-MCOL
                       MOVE PARSE-VAL TO ST-VAL
                       WRITE STORE-REC
                       ADD 1 TO TOTAL-ENTRIES
                   END-IF
               END-PERFORM
               ADD 1 TO ROWC
           ELSE
           IF READING-MATRIX-B = 1
               MOVE 1 TO VECTOR-POINTER
               PERFORM VARYING MCOL FROM 1 BY 1 UNTIL MCOL > CUR-DIMB
               ADD 1 TO ROW
           END-IF
           END-IF
           END-IF
           .
       END PROGRAM MatrixCompile.
