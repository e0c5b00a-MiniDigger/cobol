      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "FIEDLER" - algebraische Konnektivitaet eines
      *          Netzes aus seiner Laplace-Matrix L (Zeilensummen 0,
      *          Nebendiagonale <= 0, symmetrisch). Gesucht ist der
      *          zweitkleinste Eigenwert lambda2 (Fiedler-Wert) samt
      *          Vektor. Der kleinste Eigenwert 0 mit dem konstanten
      *          Vektor ist bekannt und wird in jedem Schritt
      *          abgespalten (Projektion auf das orthogonale
      *          Komplement). Iteriert wird auf c*I - L mit der
      *          Gershgorin-Schranke c >= lambda_max ueber dieselbe
      *          CRS-Struktur (bzw. CRS-BAND) wie die Vectoriteration
      *          - der dominante Eigenwert von c*I - L auf dem
      *          Komplement ist c - lambda2. lambda2 ist der Rayleigh-
      *          Quotient v'Lv, konvergiert bei
      *          ||L*v - lambda2*v|| <= EPSILON * (1 + c), hoechstens
      *          N Schritte.
      *          Danach die Zweiteilung der Knoten nach dem Vorzeichen
      *          des Vektors (>= 0 Teil A, sonst Teil B) mit der Zahl
      *          und dem Gewicht der geschnittenen Kanten. lambda2
      *          unter EPSILON * (1 + c) heisst: das Netz ist nicht
      *          zusammenhaengend, die Teilung trennt dann unverbundene
      *          Teile (Schnitt 0).
      *          Ergebnis RET-EW = lambda2, XI = Fiedler-Vektor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FiedlerVector.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 ROW-DISP PIC ZZZ9.
           01 COL-DISP PIC ZZZ9.
           Copy "OutputVector.cpy".
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 FN PIC 9(04) COMP-3.
               05 IT PIC 9(06) COMP-3.
               05 BAD-I PIC 9(04) COMP-3.
               05 BAD-J PIC 9(04) COMP-3.
      *    Arbeitsvektor des Iterationsschritts - feste Groesse wie
      *    PREV-XI in Vectoriteration
           01 W-TABLE.
               05 W-V PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
           01 HILFSGROESSEN.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 MITTEL PIC S9(09)V9(16) COMP-3.
               05 NORM PIC S9(09)V9(16) COMP-3.
               05 LAMBDA PIC S9(09)V9(16) COMP-3.
               05 RES-NORM PIC S9(09)V9(16) COMP-3.
               05 RES-TOL PIC S9(09)V9(16) COMP-3.
               05 SYM-DIF PIC S9(09)V9(16) COMP-3.
               05 SYM-TOL PIC S9(09)V9(16) COMP-3.
               05 UNSYMMETRISCH PIC 9.
               05 POSITIV PIC 9.
               05 VEC-CONV PIC 9.
      *    Startvektor gilt als leer, wenn nach dem Abspalten des
      *    konstanten Anteils weniger als diese Laenge uebrig bleibt
      *    (z.B. x= mit lauter gleichen Werten)
           01 START-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.00000001.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "CRSBand.cpy".
           COPY "InputMatrix.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR CRS-STAMP CRS-BAND
            MATRIX INPUT-VEKTOR ABBRUCH.
       MAIN-PROCEDURE.
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-ITER
           MOVE SPACE TO RET-FDL-CONN
           MOVE 0 TO RET-FDL-SHIFT
           MOVE 0 TO RET-FDL-TOL
           MOVE 0 TO RET-FDL-SIZE-A
           MOVE 0 TO RET-FDL-SIZE-B
           MOVE 0 TO RET-FDL-CUT
           MOVE 0 TO RET-FDL-CUT-W
           MOVE 0 TO VEC-CONV
           MOVE DIM-I TO FN
           MOVE DIM-I TO DIM-O

      *    ein einzelner Knoten hat kein zweites Eigenpaar
           IF FN < 2
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "FDL-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[FiedlerVector.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=fiedler braucht mindestens"
                   " 2 Knoten!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

           PERFORM CHECK-LAPLACE
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF

      *    Gershgorin-Schranke c = max(d_i + Summe |L(i,j)|) - fuer
      *    eine Laplace-Matrix das Doppelte des groessten Grads; alle
      *    Eigenwerte von c*I - L sind damit >= 0
           MOVE 0.0 TO RET-FDL-SHIFT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE ELEM(I,I) TO SUMME
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   IF J NOT = I
                       MOVE ELEM(I,J) TO ABS-A
                       IF ABS-A < 0
                           COMPUTE ABS-A = ABS-A * (-1)
                       END-IF
                       ADD ABS-A TO SUMME
                   END-IF
               END-PERFORM
               IF SUMME > RET-FDL-SHIFT
                   MOVE SUMME TO RET-FDL-SHIFT
               END-IF
           END-PERFORM
           COMPUTE RET-FDL-TOL = EPSILON * (1 + RET-FDL-SHIFT)
           MOVE RET-FDL-TOL TO RES-TOL

      *    Startvektor: XI (x=, Warmstart oder Zufall) ohne den
      *    konstanten Anteil; bleibt davon nichts uebrig, die Rampe
      *    i - (n+1)/2, die ohnehin mittelwertfrei ist
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE XI(I) TO W-V(I)
           END-PERFORM
           PERFORM DEFLATE-CONST
           IF NORM < START-TOL
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE W-V(I) = I - (FN + 1) / 2
               END-PERFORM
               PERFORM DEFLATE-CONST
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE XI(I) = W-V(I) / NORM
           END-PERFORM

           MOVE 0 TO IT
           PERFORM POWER-STEP
               UNTIL VEC-CONV = 1 OR IT >= N
                  OR ERRORMSG NOT = "FINE"
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF

           PERFORM ORIENT-VECTOR
           PERFORM SPLIT-NODES
           PERFORM SET-RESULT
           EXIT PROGRAM.

      * Voraussetzungen der Laplace-Matrix, die Validation nicht schon
      * prueft (dort die Zeilensummen): Symmetrie und keine positiven
      * Nebendiagonaleintraege - die Schranke c und die Deutung der
      * Eintraege als Kantengewichte haengen daran
       CHECK-LAPLACE.
           MOVE 0 TO UNSYMMETRISCH
           MOVE 0 TO POSITIV
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   IF J > I
                       COMPUTE SYM-DIF = ELEM(I,J) - ELEM(J,I)
                       IF SYM-DIF < 0
                           COMPUTE SYM-DIF = SYM-DIF * (-1)
                       END-IF
                       MOVE ELEM(I,J) TO ABS-A
                       IF ABS-A < 0
                           COMPUTE ABS-A = ABS-A * (-1)
                       END-IF
                       COMPUTE SYM-TOL = 0.000001 * (1 + ABS-A)
                       IF SYM-DIF > SYM-TOL AND UNSYMMETRISCH = 0
                           MOVE 1 TO UNSYMMETRISCH
                           MOVE I TO BAD-I
                           MOVE J TO BAD-J
                       END-IF
                   END-IF
                   IF J NOT = I AND ELEM(I,J) > 0 AND POSITIV = 0
                      AND UNSYMMETRISCH = 0
                       MOVE 1 TO POSITIV
                       MOVE I TO BAD-I
                       MOVE J TO BAD-J
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE BAD-I TO ROW-DISP
           MOVE BAD-J TO COL-DISP
           IF UNSYMMETRISCH = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "FDL-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[FiedlerVector.CHECK-LAPLACE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Laplace-Matrix unsymmetrisch bei ("
                   ROW-DISP "," COL-DISP ")!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           IF POSITIV = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "FDL-003" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[FiedlerVector.CHECK-LAPLACE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: positiver Nebendiagonaleintrag bei ("
                   ROW-DISP "," COL-DISP ") - keine Laplace-Matrix!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           .

      * konstanten Anteil aus W-V abziehen (Projektion auf das
      * Komplement des Nullvektors), NORM = Laenge des Rests
       DEFLATE-CONST.
           MOVE 0.0 TO SUMME
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               ADD W-V(I) TO SUMME
           END-PERFORM
           COMPUTE MITTEL = SUMME / FN
           MOVE 0.0 TO SUMME
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE W-V(I) = W-V(I) - MITTEL
               COMPUTE SUMME = SUMME + W-V(I) * W-V(I)
           END-PERFORM
           COMPUTE NORM = SUMME ** 0.5
           .

      * ein Schritt: L*v bilden, Rayleigh-Quotient und Residuum
      * pruefen; sonst v <- (c*v - L*v) ohne konstanten Anteil,
      * normiert
       POWER-STEP.
           ADD 1 TO IT
           PERFORM MULTIPLY-STEP
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           MOVE 0.0 TO LAMBDA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE LAMBDA = LAMBDA + XI(I) * XK(I)
           END-PERFORM
           MOVE 0.0 TO SUMME
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE ABS-A = XK(I) - LAMBDA * XI(I)
               COMPUTE SUMME = SUMME + ABS-A * ABS-A
           END-PERFORM
           COMPUTE RES-NORM = SUMME ** 0.5
           IF RES-NORM <= RES-TOL
               MOVE 1 TO VEC-CONV
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE W-V(I) = RET-FDL-SHIFT * XI(I) - XK(I)
           END-PERFORM
           PERFORM DEFLATE-CONST
      *    c*I - L ist auf dem Komplement positiv semidefinit; ein
      *    Nullrest hiesse v ist Eigenvektor zu c, das Residuum haette
      *    dann schon gegriffen
           IF NORM = 0
               MOVE 1 TO VEC-CONV
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE XI(I) = W-V(I) / NORM
           END-PERFORM
           .

      * Multiplikation L*v ueber die gebaute Struktur - fuer eine per
      * "band=" deklarierte Bandmatrix ueber CRS-BAND, sonst ueber die
      * generische CRS-VALS/CRS-COLS/CRS-ROW-PTR Struktur
       MULTIPLY-STEP.
           IF BAND-WIDTH > 0
               CALL "BandedMatrixVectorMultiply" USING CRS-BAND,
                     INPUT-VEKTOR, OUT-VEKTOR, ABBRUCH
           ELSE
               CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                     CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                     OUT-VEKTOR, ABBRUCH
           END-IF
           .

      * Vorzeichen festlegen: groesste Betragskomponente positiv, damit
      * Teil A von Lauf zu Lauf derselbe bleibt
       ORIENT-VECTOR.
           MOVE 0.0 TO ABS-B
           MOVE 1 TO BAD-I
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE XI(I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > ABS-B
                   MOVE ABS-A TO ABS-B
                   MOVE I TO BAD-I
               END-IF
           END-PERFORM
           IF XI(BAD-I) < 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE XI(I) = XI(I) * (-1)
               END-PERFORM
           END-IF
           .

      * Zweiteilung nach dem Vorzeichen und Schnittkanten zaehlen -
      * jede Kante einmal (obere Dreieckshaelfte)
       SPLIT-NODES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               IF XI(I) < 0
                   ADD 1 TO RET-FDL-SIZE-B
               ELSE
                   ADD 1 TO RET-FDL-SIZE-A
               END-IF
               PERFORM VARYING J FROM I BY 1 UNTIL J > FN
                   IF J > I AND ELEM(I,J) NOT = 0
                      AND ((XI(I) < 0 AND XI(J) >= 0)
                        OR (XI(I) >= 0 AND XI(J) < 0))
                       ADD 1 TO RET-FDL-CUT
                       COMPUTE RET-FDL-CUT-W =
                           RET-FDL-CUT-W - ELEM(I,J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       SET-RESULT.
           MOVE LAMBDA TO RET-EW
           MOVE IT TO RET-ITER
           MOVE RES-NORM TO RET-RESID
           MOVE VEC-CONV TO RET-CONVERGED
           IF LAMBDA < RET-FDL-TOL
               MOVE "N" TO RET-FDL-CONN
           ELSE
               MOVE "J" TO RET-FDL-CONN
           END-IF
           DISPLAY "Fiedler: " IT " Schritte, Teilung "
               RET-FDL-SIZE-A "/" RET-FDL-SIZE-B ", "
               RET-FDL-CUT " Schnittkanten"
           .
       END PROGRAM FiedlerVector.
