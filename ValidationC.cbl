      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validierung der Daempfungsmatrix C des quadratischen
      *          Eigenwertproblems (K + lambda*C + lambda**2*M) x = 0,
      *          bevor QuadraticEigen sie in die Linearisierung nimmt:
      *          Dimensionsgleichheit mit K, keine negative Diagonale
      *          (ein Freiheitsgrad, der Energie zufuehrt statt sie
      *          abzufuehren - praktisch immer ein Vorzeichenfehler der
      *          Lieferung) und Symmetrie, wie sie viskose und
      *          Rayleigh-Daempfung haben. Diagonaldominanz oder
      *          Regularitaet wie bei Matrix B werden nicht verlangt -
      *          C darf singulaer oder ganz 0 sein (ungedaempftes
      *          System). Jeweils als frueher, getaggter und mit
      *          Satznummer versehener Fehler, wie ValidationB.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValidationC.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
           01 I PIC 9(04) COMP-3.
           01 J PIC 9(04) COMP-3.
      *    Symmetriepruefung mit derselben relativen Toleranz wie
      *    SpectrumSweep.cbl
           01 SYM-DIF PIC S9(09)V9(16) COMP-3.
           01 SYM-TOL PIC S9(09)V9(16) COMP-3.
           01 ABS-ELEM PIC S9(09)V9(16) COMP-3.
      *    Anzeigefaehige Kopien fuer die Fehlermeldungen
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 I-DISP PIC ZZZ9.
           01 J-DISP PIC ZZZ9.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "InputMatrixC.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION USING MATRIX MATRIXC ABBRUCH.
       MAIN-PROCEDURE.
      *    Dimensionsgleichheit - InputHandling prueft das bereits
      *    beim Einlesen, die Linearisierung haengt aber hart daran
           IF DIM-C NOT = DIM-M
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "VAL-009" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[ValidationC.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Matrix C hat eine andere Dimension als"
                   " Matrix K!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-C
      *        negative Diagonale: der Freiheitsgrad waere angefacht
      *        statt gedaempft
               IF ELEMC(I,I) < 0
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE I TO I-DISP
                   MOVE "VAL-010" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[ValidationC.MAIN-PROCEDURE] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Matrix C hat eine negative Diagonale in"
                       " Zeile " I-DISP DELIMITED BY SIZE
                       "!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   EXIT PROGRAM
               END-IF

               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-C
                   IF J > I
                       COMPUTE SYM-DIF = ELEMC(I,J) - ELEMC(J,I)
                       IF SYM-DIF < 0
                           COMPUTE SYM-DIF = SYM-DIF * (-1)
                       END-IF
                       MOVE ELEMC(I,J) TO ABS-ELEM
                       IF ABS-ELEM < 0
                           COMPUTE ABS-ELEM = ABS-ELEM * (-1)
                       END-IF
                       COMPUTE SYM-TOL = 0.000001 * (1 + ABS-ELEM)
                       IF SYM-DIF > SYM-TOL
                           MOVE RECORD-NUM TO RECORD-NUM-DISP
                           MOVE I TO I-DISP
                           MOVE J TO J-DISP
                           MOVE "VAL-011" TO MESSAGE-CODE
                           MOVE SPACES TO ERRORMSG
                           STRING "[ValidationC.MAIN-PROCEDURE] Satz "
                               RECORD-NUM-DISP DELIMITED BY SIZE
                               ": Matrix C nicht symmetrisch bei ("
                               I-DISP "," J-DISP DELIMITED BY SIZE
                               ")!" DELIMITED BY SIZE
                               INTO ERRORMSG
                           DISPLAY ERRORMSG
                           EXIT PROGRAM
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT PROGRAM.
       END PROGRAM ValidationC.
