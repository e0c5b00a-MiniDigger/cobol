      *          negativ, liegt ein komplex konjugiertes Paar vor -
      *          Real- und Imaginaerteil landen dann in RET-EW-RE/
      *          RET-EW-IM, siehe Abbruch.cpy.
      *          Im reellen Fall liefert ein abschliessender
      *          Rayleigh-Ritz-Schritt auf der letzten Basis die beiden
      *          Ritz-Vektoren in EIGENLIST (fuer den Vektorbestand).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 I PIC 9(04) COMP-3.
               05 MIN-POS PIC 9(04) COMP-3.
           01 SCALAR PIC S9(09)V9(16) COMP-3.
      *    Rayleigh-Ritz: Koeffizienten des Ritz-Vektors in der Basis
      *    Q1/Q2, deren Betraege und der aktuelle Eintrag
           01 RITZ-FELDER.
               05 RITZ-C1 PIC S9(09)V9(16) COMP-3.
               05 RITZ-C2 PIC S9(09)V9(16) COMP-3.
               05 RITZ-A PIC S9(09)V9(16) COMP-3.
               05 RITZ-B PIC S9(09)V9(16) COMP-3.
               05 RITZ-L PIC S9(09)V9(16) COMP-3.
               05 RITZ-K PIC 9 COMP-3.
           01 MIN-ABS PIC S9(06)V9(16) COMP-3.
           01 CUR-ABS PIC S9(06)V9(16) COMP-3.
      *    Fuer den Fortschrittsanzeiger, siehe Vectoriteration.cbl
           MOVE 0.0 TO L1
           MOVE 0.0 TO L2
           MOVE 0 TO COMPLEX-ROUND
           MOVE 0 TO EW-VEC-DIM
           MOVE DIM-I TO DIM-O

      *    Erster Basisvektor: das (oszillierende) XI der
               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: Iteration " COUNTER-N
                       " Eigenwertpaar " L1 " / " L2
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM

               MOVE 2 TO EW-COUNT
               MOVE L1 TO EW-VALUE(1)
               MOVE L2 TO EW-VALUE(2)
               MOVE DISC-ROOT TO EW-IMAG(1)
               COMPUTE EW-IMAG(2) = DISC-ROOT * (-1)
           ELSE
               MOVE 0 TO RET-COMPLEX
               MOVE L1 TO RET-EW
               MOVE 2 TO EW-COUNT
               MOVE L1 TO EW-VALUE(1)
               MOVE L2 TO EW-VALUE(2)
               MOVE 0.0 TO EW-IMAG(1)
               MOVE 0.0 TO EW-IMAG(2)
               PERFORM RITZ-VECTORS
           END-IF

      *    XI traegt nach aussen den ersten Basisvektor - die beste
           END-IF
           .

      * Rayleigh-Ritz-Schritt fuer den reellen Fall: T = Q'AQ auf der
      * zuletzt orthonormierten Basis, je Eigenwert L1/L2 der
      * Eigenvektor (c1, c2) von T - aus der ersten Zeile
      * (T12, L - T11), bei verschwindender Zeile aus der zweiten
      * (L - T22, T21) - und daraus der Ritz-Vektor c1*Q1 + c2*Q2,
      * normiert und mit vereinheitlichtem Vorzeichen. XI dient wie
      * in der Schleife als Uebergabevektor und wird danach vom
      * Aufrufer auf Q1 gesetzt
       RITZ-VECTORS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE Q1(I) TO XI(I)
           END-PERFORM
           CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                 CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                 OUT-VEKTOR, ABBRUCH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE XK(I) TO Y1(I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE Q2(I) TO XI(I)
           END-PERFORM
           CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                 CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                 OUT-VEKTOR, ABBRUCH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE XK(I) TO Y2(I)
           END-PERFORM
           MOVE 0.0 TO T11
           MOVE 0.0 TO T12
           MOVE 0.0 TO T21
           MOVE 0.0 TO T22
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE T11 = T11 + Q1(I) * Y1(I)
               COMPUTE T12 = T12 + Q1(I) * Y2(I)
               COMPUTE T21 = T21 + Q2(I) * Y1(I)
               COMPUTE T22 = T22 + Q2(I) * Y2(I)
           END-PERFORM
           PERFORM VARYING RITZ-K FROM 1 BY 1 UNTIL RITZ-K > 2
               MOVE EW-VALUE(RITZ-K) TO RITZ-L
               MOVE T12 TO RITZ-C1
               COMPUTE RITZ-C2 = RITZ-L - T11
               MOVE RITZ-C1 TO RITZ-A
               IF RITZ-A < 0
                   COMPUTE RITZ-A = RITZ-A * (-1)
               END-IF
               MOVE RITZ-C2 TO RITZ-B
               IF RITZ-B < 0
                   COMPUTE RITZ-B = RITZ-B * (-1)
               END-IF
               IF RITZ-A + RITZ-B < 0.000000001
                   COMPUTE RITZ-C1 = RITZ-L - T22
                   MOVE T21 TO RITZ-C2
                   MOVE RITZ-C1 TO RITZ-A
                   IF RITZ-A < 0
                       COMPUTE RITZ-A = RITZ-A * (-1)
                   END-IF
                   MOVE RITZ-C2 TO RITZ-B
                   IF RITZ-B < 0
                       COMPUTE RITZ-B = RITZ-B * (-1)
                   END-IF
      *            beide Zeilen verschwinden: T ist ein Vielfaches
      *            der Einheitsmatrix, die Basisvektoren selbst sind
      *            Ritz-Vektoren
                   IF RITZ-A + RITZ-B < 0.000000001
                       IF RITZ-K = 1
                           MOVE 1.0 TO RITZ-C1
                           MOVE 0.0 TO RITZ-C2
                       ELSE
                           MOVE 0.0 TO RITZ-C1
                           MOVE 1.0 TO RITZ-C2
                       END-IF
                   END-IF
               END-IF
               MOVE 0.0 TO SCALAR
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE XI(I) = RITZ-C1 * Q1(I) + RITZ-C2 * Q2(I)
                   COMPUTE SCALAR = SCALAR + XI(I) * XI(I)
               END-PERFORM
               COMPUTE SCALAR = SCALAR ** 0.5
               IF SCALAR NOT = 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE XI(I) = XI(I) / SCALAR
                   END-PERFORM
               END-IF
               PERFORM CANONICALIZE-SIGN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE XI(I) TO EW-VEC(RITZ-K, I)
               END-PERFORM
           END-PERFORM
           MOVE DIM-I TO EW-VEC-DIM
           .

      * Orthogonalisiert Q2 gegen Q1 (Gram-Schmidt) und normiert ihn;
      * faellt die Norm dabei auf 0 (Q2 war parallel zu Q1), wird als
      * Notanker der Einheitsvektor an der Stelle der betragskleinsten
