      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dominanzpruefung nach der Vectoriteration: bestaetigt,
      *          dass RET-EW wirklich der betragsgroesste Eigenwert
      *          ist. Ein Startvektor ohne nennenswerten Anteil am
      *          dominanten Eigenvektor laesst die Iteration auf einem
      *          anderen Mode konvergieren - mit einwandfreiem
      *          Residuum, denn auch der falsche Mode ist ein
      *          Eigenpaar. Fuer symmetrische Matrizen zaehlt die
      *          Sturm-Kette (wie in SpectrumSlice.cbl: Anzahl
      *          negativer Pivots der Elimination von A - sigma*I ohne
      *          Zeilentausch = Anzahl der Eigenwerte unterhalb von
      *          sigma) an den Pruefpunkten +/-(|RET-EW| + Toleranz);
      *          liegt dort kein Eigenwert ausserhalb, ist der Wert
      *          bestaetigt. Ergebnis in RET-DOMINANCE (1 = VERIFIED,
      *          2 = WRONG-MODE, 0 = NOT-CHECKED bei nicht
      *          symmetrischer Matrix oder dim > 200), die Anzahl der
      *          Eigenwerte jenseits von |RET-EW| in RET-DOM-BEYOND.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DominanceCheck.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Dimensionsgrenze wie beim Scheiben- und Spektrum-Modus (die
      *    Zaehlung kostet eine volle Elimination je Pruefpunkt)
           01 DOM-MAX-DIM PIC 9(04) COMP-3 VALUE 200.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 KP1 PIC 9(04) COMP-3.
      *    Sturm-Zaehlung wie in SpectrumSlice: Pruefpunkt SIGMA,
      *    Pivot-Arbeitsfelder und das Ergebnis NEG-COUNT
           01 STURM-FELDER.
               05 SIGMA PIC S9(09)V9(16) COMP-3.
               05 NEG-COUNT PIC 9(04) COMP-3.
               05 FACTOR PIC S9(09)V9(16) COMP-3.
               05 PIVOT PIC S9(09)V9(16) COMP-3.
      *    Betrag des Eigenwerts (so breit wie RET-EW), Toleranz und
      *    die Zaehlstaende an beiden Pruefpunkten
           01 DOM-FELDER.
               05 DOM-ABS-EW PIC S9(13)V9(16) COMP-3.
               05 DOM-TOL PIC S9(09)V9(16) COMP-3.
               05 DOM-GRENZE PIC S9(09)V9(16) COMP-3.
               05 COUNT-BELOW-LO PIC 9(04) COMP-3.
               05 COUNT-BELOW-HI PIC 9(04) COMP-3.
      *    Symmetriepruefung, wie SpectrumSlice
           01 SYM-PRUEFUNG.
               05 SYM-DIF PIC S9(09)V9(16) COMP-3.
               05 SYM-TOL PIC S9(09)V9(16) COMP-3.
               05 SYM-ABS PIC S9(09)V9(16) COMP-3.
               05 SYM-OK PIC 9.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
       PROCEDURE DIVISION USING MATRIX ABBRUCH WORK-MATRIX.
       MAIN-PROCEDURE.
           MOVE 0 TO RET-DOMINANCE
           MOVE 0 TO RET-DOM-BEYOND

           IF DIM-M > DOM-MAX-DIM
               DISPLAY "Dominanzpruefung: NOT-CHECKED (dim > 200)"
               EXIT PROGRAM
           END-IF

      *    die Sturm-Zaehlung gilt nur fuer symmetrische Matrizen -
      *    eine unsymmetrische bleibt ungeprueft, ohne Fehler
           MOVE 1 TO SYM-OK
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M OR SYM-OK = 0
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > DIM-M OR SYM-OK = 0
                   IF J > I
                       COMPUTE SYM-DIF = ELEM(I,J) - ELEM(J,I)
                       IF SYM-DIF < 0
                           COMPUTE SYM-DIF = SYM-DIF * (-1)
                       END-IF
                       MOVE ELEM(I,J) TO SYM-ABS
                       IF SYM-ABS < 0
                           COMPUTE SYM-ABS = SYM-ABS * (-1)
                       END-IF
                       COMPUTE SYM-TOL = 0.000001 * (1 + SYM-ABS)
                       IF SYM-DIF > SYM-TOL
                           MOVE 0 TO SYM-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF SYM-OK = 0
               DISPLAY "Dominanzpruefung: NOT-CHECKED (Matrix nicht"
                   " symmetrisch)"
               EXIT PROGRAM
           END-IF

      *    Toleranz: die EPSILON-Schranke der Iteration, skaliert mit
      *    der Groessenordnung des Eigenwerts, dazu die nachgerechnete
      *    Fehlerschranke - um sie darf der gemeldete Wert vom
      *    exakten abweichen. In zwei Schritten gerechnet wie im
      *    Mehrfachstart, damit das Produkt seine Stellen behaelt
           MOVE RET-EW TO DOM-ABS-EW
           IF DOM-ABS-EW < 0
               COMPUTE DOM-ABS-EW = DOM-ABS-EW * (-1)
           END-IF
      *    ein Eigenwert ab 10**9 (Gleitkomma-Kette) passt nicht mehr
      *    in die Pruefpunkte der Sturm-Zaehlung - wie bei zu grosser
      *    Dimension lieber ungeprueft als mit uebergelaufenem SIGMA
           IF DOM-ABS-EW > 999999999
               DISPLAY "Dominanzpruefung: NOT-CHECKED (|EW| >= 10**9)"
               EXIT PROGRAM
           END-IF
           COMPUTE DOM-TOL = EPSILON * 10
           COMPUTE DOM-TOL = DOM-TOL * (1 + DOM-ABS-EW)
           IF BOUND-AVAILABLE
               ADD RET-EW-BOUND TO DOM-TOL
           END-IF
           COMPUTE DOM-GRENZE = DOM-ABS-EW + DOM-TOL

      *    unterhalb von -(|EW| + Toleranz) darf kein Eigenwert
      *    liegen, unterhalb von +(|EW| + Toleranz) muessen alle
      *    liegen
           COMPUTE SIGMA = DOM-GRENZE * (-1)
           PERFORM COUNT-BELOW-SIGMA
           MOVE NEG-COUNT TO COUNT-BELOW-LO
           MOVE DOM-GRENZE TO SIGMA
           PERFORM COUNT-BELOW-SIGMA
           MOVE NEG-COUNT TO COUNT-BELOW-HI
           COMPUTE RET-DOM-BEYOND =
               COUNT-BELOW-LO + DIM-M - COUNT-BELOW-HI

           IF RET-DOM-BEYOND = 0
               MOVE 1 TO RET-DOMINANCE
               DISPLAY "Dominanzpruefung: VERIFIED"
           ELSE
               MOVE 2 TO RET-DOMINANCE
               DISPLAY "Dominanzpruefung: WRONG-MODE ("
                   RET-DOM-BEYOND " Eigenwert(e) betragsgroesser)"
           END-IF
           EXIT PROGRAM.

      * Sturm-Zaehlung am Pruefpunkt SIGMA, Verfahren und Behandlung
      * verschwindender Pivots wie SpectrumSlice.COUNT-BELOW-SIGMA
       COUNT-BELOW-SIGMA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   MOVE ELEM(I,J) TO WELEM(I,J)
               END-PERFORM
               COMPUTE WELEM(I,I) = WELEM(I,I) - SIGMA
           END-PERFORM

           MOVE 0 TO NEG-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DIM-M
               MOVE WELEM(K,K) TO PIVOT
               IF PIVOT = 0
                   MOVE 0.0000000001 TO PIVOT
                   MOVE PIVOT TO WELEM(K,K)
               END-IF
               IF PIVOT < 0
                   ADD 1 TO NEG-COUNT
               END-IF
               COMPUTE KP1 = K + 1
               PERFORM VARYING I FROM KP1 BY 1 UNTIL I > DIM-M
                   IF WELEM(I,K) NOT = 0
                       COMPUTE FACTOR = WELEM(I,K) / PIVOT
                       PERFORM VARYING J FROM KP1 BY 1
                               UNTIL J > DIM-M
                           COMPUTE WELEM(I,J) =
                               WELEM(I,J) - FACTOR * WELEM(K,J)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       END PROGRAM DominanceCheck.
