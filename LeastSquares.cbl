      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "LSQ" - Ausgleichsrechnung fuer ein
      *          ueberbestimmtes lineares System A*x = b mit rows=
      *          Gleichungen (Messungen) und cols= Unbekannten
      *          (rows >= cols, siehe RECT-ROWS/RECT-COLS in
      *          Abbruch.cpy). Gesucht ist das x mit der kleinsten
      *          Fehlerquadratsumme ||b - A*x||.
      *          Verfahren: konjugierte Gradienten auf den
      *          Normalgleichungen A'A*x = A'b (CGLS), ohne das
      *          Produkt A'A zu bilden - je Schritt eine
      *          Multiplikation mit A und eine mit A' ueber dieselbe
      *          CRS-Struktur, die fuer rechteckige Matrizen DIM-M
      *          Zeilen und RECT-COLS Spalten traegt.
      *          Start x = 0, konvergiert bei
      *          ||A'r|| <= EPSILON * ||A'b||, hoechstens N Schritte
      *          (bei exakter Rechnung genuegen cols Schritte).
      *          Danach das Residuum je Zeile r(i) = b(i) - (A*x)(i)
      *          aus einem frischen Multiplikationsdurchlauf, die
      *          Residuennorm, die Standardabweichung
      *          ||r|| / sqrt(rows - cols) und die Ausreisser: eine
      *          Zeile gilt als Ausreisser, wenn |r(i)| die robuste
      *          Schwelle 3 * 1.4826 * Median(|r|) uebersteigt - der
      *          Median wird von einer einzelnen groben Fehlmessung
      *          kaum verschoben, die Standardabweichung dagegen
      *          wuerde von ihr selbst aufgeblaeht.
      *          Ergebnis XI = x (DIM-I = cols), RET-RESID und RET-EW
      *          = Residuennorm, RET-LSQ-* siehe Abbruch.cpy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeastSquares.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 IT-DISP PIC ZZZZZ9.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(07) COMP-3.
               05 DIFF PIC 9(07) COMP-3.
               05 COL-IDX PIC 9(04) COMP-3.
               05 NULL-SUB PIC S9(04) COMP-3.
      *        Zeilen (Gleichungen) und Spalten (Unbekannte)
               05 LM PIC 9(04) COMP-3.
               05 LN PIC 9(04) COMP-3.
               05 IT PIC 9(06) COMP-3.
               05 MID PIC 9(04) COMP-3.
               05 VEC-CONV PIC 9.
      *    Arbeitsvektoren der CGLS-Iteration: LX Loesung, LP
      *    Suchrichtung, LS = A'*r (Laenge cols), LR Residuum, LQ =
      *    A*p (Laenge rows). Breiter als XI, da A'*r die Groessen-
      *    ordnung von A zum Quadrat tragen kann
           01 LSQ-VEKTOREN.
               05 LX PIC S9(12)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 LP PIC S9(12)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 LS PIC S9(12)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 LR PIC S9(12)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 LQ PIC S9(12)V9(16) COMP-3 OCCURS 2000 TIMES.
      *    Betraege der Residuen, aufsteigend sortiert fuer den Median
           01 SORT-TABLE.
               05 SRT PIC S9(12)V9(16) COMP-3 OCCURS 2000 TIMES.
           01 HILFSGROESSEN.
               05 GAMMA PIC S9(15)V9(16) COMP-3.
               05 GAMMA-NEU PIC S9(15)V9(16) COMP-3.
               05 DELTA PIC S9(15)V9(16) COMP-3.
               05 ALPHA PIC S9(15)V9(16) COMP-3.
               05 BETA PIC S9(15)V9(16) COMP-3.
               05 SNORM PIC S9(15)V9(16) COMP-3.
               05 SNORM-TOL PIC S9(15)V9(16) COMP-3.
               05 SUMME PIC S9(15)V9(16) COMP-3.
               05 ABS-A PIC S9(12)V9(16) COMP-3.
               05 SRT-H PIC S9(12)V9(16) COMP-3.
               05 MEDIAN PIC S9(12)V9(16) COMP-3.
               05 MAX-RES PIC S9(12)V9(16) COMP-3.
      *        Wurzel der Freiheitsgrade rows - cols fuer sigma
               05 WURZEL-FG PIC S9(04)V9(12) COMP-3.
      *    Faktor der robusten Schwelle: 3 * 1.4826 (1.4826 *
      *    Median(|r|) schaetzt die Standardabweichung normal-
      *    verteilter Residuen)
           01 OUTL-FAKTOR PIC S9(01)V9(04) COMP-3 VALUE 4.4478.
      *    Obergrenze des Zahlbereichs von XI und RET-EW
           01 XI-GRENZE PIC S9(07) COMP-3 VALUE 1000000.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "InputMatrix.cpy".
           COPY "RhsVector.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR MATRIX RHS-VEKTOR
            INPUT-VEKTOR ABBRUCH.
       MAIN-PROCEDURE.
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-ITER
           MOVE 0 TO RET-EW
           MOVE 0 TO RET-EW-GAP
           MOVE 0 TO RET-LSQ-SIGMA
           MOVE 0 TO RET-LSQ-THRESH
           MOVE 0 TO RET-LSQ-OUTL
           MOVE 0 TO RET-LSQ-MAXROW
           MOVE 0 TO VEC-CONV
           MOVE 0 TO IT
           MOVE DIM-M TO LM
           MOVE DIM-M TO LN
           IF RECT-COLS > 0
               MOVE RECT-COLS TO LN
           END-IF
           MOVE LN TO DIM-I

      *    Start x = 0: r = b, s = A'*b, p = s
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               MOVE 0 TO LX(J)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               MOVE BVEC(I) TO LR(I)
           END-PERFORM
           PERFORM MULT-AT
           MOVE 0 TO GAMMA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               MOVE LS(J) TO LP(J)
               COMPUTE GAMMA = GAMMA + LS(J) * LS(J)
           END-PERFORM
      *    A'*b = 0: b steht senkrecht auf allen Spalten, x = 0 ist
      *    bereits die Loesung
           IF GAMMA = 0
               MOVE 1 TO VEC-CONV
           ELSE
               COMPUTE SNORM-TOL = EPSILON * (GAMMA ** 0.5)
           END-IF

           PERFORM CGLS-STEP
               UNTIL VEC-CONV = 1 OR IT >= N OR ERRORMSG NOT = "FINE"
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF

      *    Loesung in den Zahlbereich von XI uebernehmen
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               MOVE LX(J) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A >= XI-GRENZE
                   PERFORM RANGE-ERROR
                   EXIT PROGRAM
               END-IF
               COMPUTE XI(J) ROUNDED = LX(J)
           END-PERFORM

           PERFORM ROW-RESIDUALS
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF
           PERFORM FIND-OUTLIERS

           MOVE IT TO RET-ITER
           MOVE VEC-CONV TO RET-CONVERGED
           MOVE IT TO IT-DISP
           IF VEC-CONV = 1
               DISPLAY "LSQ: konvergiert nach " IT-DISP " Schritten"
           ELSE
               DISPLAY "LSQ: nach " IT-DISP " Schritten nicht"
                   " konvergiert"
           END-IF
           EXIT PROGRAM.

      * ein CGLS-Schritt: q = A*p, alpha = gamma / ||q||**2,
      * x = x + alpha*p, r = r - alpha*q, s = A'*r,
      * beta = ||s||**2 / gamma, p = s + beta*p
       CGLS-STEP.
           ADD 1 TO IT
           PERFORM MULT-A
           MOVE 0 TO DELTA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               COMPUTE DELTA = DELTA + LQ(I) * LQ(I)
           END-PERFORM
      *    A*p = 0 bei p ungleich 0: die Spalten von A sind (numerisch)
      *    linear abhaengig, die Ausgleichsloesung ist nicht eindeutig
           IF DELTA = 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE IT TO IT-DISP
               MOVE "LSQ-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[LeastSquares.CGLS-STEP] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Spalten linear abhaengig, Abbruch in"
                   " Schritt " IT-DISP "!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           COMPUTE ALPHA = GAMMA / DELTA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               COMPUTE LX(J) = LX(J) + ALPHA * LP(J)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               COMPUTE LR(I) = LR(I) - ALPHA * LQ(I)
           END-PERFORM
           PERFORM MULT-AT
           MOVE 0 TO GAMMA-NEU
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               COMPUTE GAMMA-NEU = GAMMA-NEU + LS(J) * LS(J)
           END-PERFORM
           COMPUTE SNORM = GAMMA-NEU ** 0.5
           IF SNORM <= SNORM-TOL
               MOVE 1 TO VEC-CONV
               EXIT PARAGRAPH
           END-IF
           COMPUTE BETA = GAMMA-NEU / GAMMA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               COMPUTE LP(J) = LS(J) + BETA * LP(J)
           END-PERFORM
           MOVE GAMMA-NEU TO GAMMA
           .

      * LQ = A * LP ueber die CRS-Struktur, Zeilen 1 bis LM. Eine
      * Nullzeile ist in COLMN mit -1 markiert und hat keinen Eintrag
      * in VAL - ab ihr liegt der VAL-Index um eins niedriger, siehe
      * KORREKTUR in CompressedRowStorage
       MULT-A.
           MOVE 0 TO NULL-SUB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               MOVE 0 TO LQ(I)
               IF COLMN(RPTR(I)) = -1
                   COMPUTE NULL-SUB = NULL-SUB - 1
               ELSE
                   COMPUTE DIFF = RPTR(I + 1) - RPTR(I)
                   PERFORM VARYING K FROM 0 BY 1 UNTIL K >= DIFF
                       MOVE COLMN(RPTR(I) + K) TO COL-IDX
                       COMPUTE LQ(I) = LQ(I)
                           + VAL(RPTR(I) + K + NULL-SUB) * LP(COL-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * LS = A' * LR ueber dieselbe CRS-Struktur: jeder Eintrag
      * (i, j) traegt VAL * r(i) zur Spalte j bei
       MULT-AT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               MOVE 0 TO LS(J)
           END-PERFORM
           MOVE 0 TO NULL-SUB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               IF COLMN(RPTR(I)) = -1
                   COMPUTE NULL-SUB = NULL-SUB - 1
               ELSE
                   COMPUTE DIFF = RPTR(I + 1) - RPTR(I)
                   PERFORM VARYING K FROM 0 BY 1 UNTIL K >= DIFF
                       MOVE COLMN(RPTR(I) + K) TO COL-IDX
                       COMPUTE LS(COL-IDX) = LS(COL-IDX)
                           + VAL(RPTR(I) + K + NULL-SUB) * LR(I)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * Residuen je Zeile aus einem frischen Durchlauf r = b - A*x
      * (das mitgefuehrte LR der Iteration traegt die Rundung aller
      * Schritte), dazu Residuennorm und Standardabweichung
       ROW-RESIDUALS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN
               MOVE LX(J) TO LP(J)
           END-PERFORM
           PERFORM MULT-A
           MOVE 0 TO SUMME
           MOVE 0 TO MAX-RES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               COMPUTE LR(I) = BVEC(I) - LQ(I)
               MOVE LR(I) TO RET-LSQ-RES(I)
               MOVE SPACE TO RET-LSQ-FLAG(I)
               COMPUTE SUMME = SUMME + LR(I) * LR(I)
               MOVE LR(I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               MOVE ABS-A TO SRT(I)
               IF I = 1 OR ABS-A > MAX-RES
                   MOVE ABS-A TO MAX-RES
                   MOVE I TO RET-LSQ-MAXROW
               END-IF
           END-PERFORM
           COMPUTE RET-RESID = SUMME ** 0.5
           IF RET-RESID >= XI-GRENZE
               PERFORM RANGE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE RET-RESID TO RET-EW
           IF LM > LN
               COMPUTE WURZEL-FG = (LM - LN) ** 0.5
               COMPUTE RET-LSQ-SIGMA = RET-RESID / WURZEL-FG
           END-IF
           .

      * Ausreisser: Median der Residuenbetraege (Einfuegesortierung
      * von SRT), Schwelle 3 * 1.4826 * Median. Ohne Ueberbestimmung
      * (rows = cols) verschwinden alle Residuen, eine Zeile kann dann
      * nicht gegen die anderen abgewogen werden; Residuen unter
      * EPSILON gelten nie als Ausreisser
       FIND-OUTLIERS.
           IF LM = LN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > LM
               MOVE SRT(I) TO SRT-H
               MOVE I TO J
               PERFORM UNTIL J < 2
                   IF SRT(J - 1) <= SRT-H
                       EXIT PERFORM
                   END-IF
                   MOVE SRT(J - 1) TO SRT(J)
                   SUBTRACT 1 FROM J
               END-PERFORM
               MOVE SRT-H TO SRT(J)
           END-PERFORM
           DIVIDE LM BY 2 GIVING MID
           IF MID * 2 = LM
               COMPUTE MEDIAN = (SRT(MID) + SRT(MID + 1)) / 2
           ELSE
               MOVE SRT(MID + 1) TO MEDIAN
           END-IF
           COMPUTE RET-LSQ-THRESH = MEDIAN * OUTL-FAKTOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LM
               MOVE LR(I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > RET-LSQ-THRESH AND ABS-A > EPSILON
                   MOVE "A" TO RET-LSQ-FLAG(I)
                   ADD 1 TO RET-LSQ-OUTL
               END-IF
           END-PERFORM
           .

      * Loesung oder Residuennorm sprengen den Zahlbereich von XI
      * bzw. RET-EW (6 Vorkommastellen)
       RANGE-ERROR.
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "LSQ-002" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[LeastSquares.MAIN-PROCEDURE] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: Loesung oder Residuennorm ausserhalb des"
               " Zahlbereichs!" DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           .
       END PROGRAM LeastSquares.
