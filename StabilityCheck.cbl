      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "STABILITY" - Stabilitaetsurteil fuer die
      *          Systemmatrix dx/dt = A*x eines Regelkreises. Massgebend
      *          ist nicht der betragsgroesste Eigenwert (mode=power),
      *          sondern der mit dem groessten Realteil (spektrale
      *          Abszisse alpha). HessenbergQR.cbl liefert das volle
      *          Spektrum samt komplex konjugierter Paare; die Liste
      *          wird hier absteigend nach Realteil umsortiert, der
      *          rechteste Eintrag danach per inverser Iteration mit
      *          Verschiebung auf diesen Eigenwert bestaetigt: reell
      *          ueber (A - alpha*I), fuer ein Paar alpha +/- i*beta
      *          ueber die reelle Matrix (A - alpha*I)**2 + beta**2*I,
      *          deren Nullraum der invariante Unterraum des Paars
      *          ist. Urteil gegen die Schwelle
      *          STB-TOL = EPSILON * (1 + Spektralradius):
      *              alpha < -STB-TOL   STABLE
      *              alpha >  STB-TOL   UNSTABLE
      *              sonst              MARGINAL (Eigenwert auf der
      *                                 imaginaeren Achse)
      *          Die Reserve ist -alpha (positiv = Abklingrate des
      *          langsamsten Anteils). RET-EW traegt alpha, damit die
      *          Grenzwertpruefung (limit=) direkt gegen die spektrale
      *          Abszisse greift. Dicht, dim <= 200 wie mode=spectrum;
      *          MATRIX bleibt unveraendert.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StabilityCheck.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 DIM-M-DISP PIC ZZZ9.
      *    Dimensionsgrenze, dieselbe wie fuer mode=spectrum
           01 STB-MAX-DIM PIC 9(04) COMP-3 VALUE 200.
      *    hoechstens so viele Schritte der bestaetigenden inversen
      *    Iteration - bei einer Verschiebung direkt auf dem
      *    Eigenwert reichen wenige
           01 STB-MAX-IT PIC 9(04) COMP-3 VALUE 30.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 FN PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
      *        eigene Indizes fuer SOLVE-W und die Vektorhilfen
               05 SI PIC 9(04) COMP-3.
               05 SJ PIC 9(04) COMP-3.
               05 PIV-SWAP PIC 9(04) COMP-3.
               05 IT PIC 9(04) COMP-3.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
           01 LOES-VEKTOREN.
               05 V-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 RHS-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SOL-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 AV-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 A2V-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 HILFSGROESSEN.
      *        spektrale Abszisse und Imaginaerteil des rechtesten
      *        Eintrags (beta >= 0)
               05 ALPHA PIC S9(09)V9(16) COMP-3.
               05 BETA PIC S9(09)V9(16) COMP-3.
               05 SIGMA PIC S9(09)V9(16) COMP-3.
               05 QUAD-C PIC S9(09)V9(16) COMP-3.
               05 RHO PIC S9(09)V9(16) COMP-3.
               05 STB-TOL PIC S9(09)V9(16) COMP-3.
               05 RES-TOL PIC S9(09)V9(16) COMP-3.
      *        Pivotschwelle: darunter liegt die Verschiebung praktisch
      *        auf dem Eigenwert
               05 SING-TOL PIC S9(09)V9(16) COMP-3.
               05 SHIFT-DELTA PIC S9(09)V9(16) COMP-3.
               05 PIV-SCHWELLE PIC S9(09)V9(16) COMP-3.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
               05 SWAP-IM PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 NORM PIC S9(09)V9(16) COMP-3.
               05 RESID PIC S9(09)V9(16) COMP-3.
               05 SINGULAER PIC 9.
               05 VEC-CONV PIC 9.
               05 HQR-ITER PIC 9(06) COMP-3.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING MATRIX INPUT-VEKTOR ABBRUCH
           WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-COMPLEX
           MOVE SPACES TO RET-STB-VERDICT
           MOVE 0 TO RET-STB-UNSTABLE
           MOVE 0 TO RET-STB-AXIS
           MOVE 0.0 TO RET-STB-MARGIN
           MOVE 0.0 TO RET-STB-DAMP

           IF DIM-M > STB-MAX-DIM
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE DIM-M TO DIM-M-DISP
               MOVE "STB-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[StabilityCheck.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=stability nur bis dim=200,"
                   " Datensatz hat dim=" DIM-M-DISP DELIMITED BY SIZE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF
           MOVE DIM-M TO FN

      *    volles Spektrum, auch fuer symmetrische Matrizen ueber
      *    Hessenberg-QR - die Jacobi-Rotation des Spektrum-Modus
      *    kennt keine komplexen Paare, und die Regelkreismatrizen
      *    sind praktisch nie symmetrisch
           CALL "HessenbergQR" USING MATRIX, INPUT-VEKTOR, ABBRUCH,
               WORK-MATRIX, EIGENLIST
           MOVE 0 TO RET-SPEC-HQR
           MOVE 0 TO RET-COMPLEX
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF
           MOVE RET-ITER TO HQR-ITER
      *    ohne vollstaendiges Spektrum kein Urteil: der fehlende
      *    Eigenwert koennte gerade der rechteste sein
           IF RET-CONVERGED = 0 OR EW-COUNT < FN
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "STB-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[StabilityCheck.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Spektrum unvollstaendig (QR ohne"
                   " Konvergenz), kein Stabilitaetsurteil!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

      *    Spektralradius vor dem Umsortieren: der erste Eintrag der
      *    nach Betrag geordneten Liste
           COMPUTE RHO = (EW-VALUE(1) * EW-VALUE(1)
               + EW-IMAG(1) * EW-IMAG(1)) ** 0.5
           COMPUTE STB-TOL = EPSILON * (1 + RHO)
           COMPUTE SING-TOL = 0.000001 * (1 + RHO)
           COMPUTE SHIFT-DELTA = 10 * SING-TOL

           PERFORM SORT-BY-REAL
           MOVE EW-VALUE(1) TO ALPHA
           MOVE EW-IMAG(1) TO BETA
           IF BETA < 0
               COMPUTE BETA = BETA * (-1)
           END-IF

      *    Eigenwerte rechts der Schwelle und im Band um die
      *    imaginaere Achse zaehlen (ein Paar zaehlt doppelt)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EW-COUNT
               IF EW-VALUE(I) > STB-TOL
                   ADD 1 TO RET-STB-UNSTABLE
               ELSE
                   IF EW-VALUE(I) >= STB-TOL * (-1)
                       ADD 1 TO RET-STB-AXIS
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN ALPHA > STB-TOL
                   MOVE "UNSTABLE" TO RET-STB-VERDICT
               WHEN ALPHA < STB-TOL * (-1)
                   MOVE "STABLE" TO RET-STB-VERDICT
               WHEN OTHER
                   MOVE "MARGINAL" TO RET-STB-VERDICT
           END-EVALUATE
           COMPUTE RET-STB-MARGIN = ALPHA * (-1)
           MOVE STB-TOL TO RET-STB-TOL
      *    Daempfungsgrad des rechtesten Eintrags -alpha/|lambda|
           COMPUTE ABS-A = (ALPHA * ALPHA + BETA * BETA) ** 0.5
           IF ABS-A > 0
               COMPUTE RET-STB-DAMP = (ALPHA * (-1)) / ABS-A
           END-IF

           PERFORM CONFIRM-RIGHTMOST
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF

           MOVE ALPHA TO RET-EW
           MOVE ALPHA TO RET-EW-RE
           MOVE BETA TO RET-EW-IM
           IF BETA > 0
               MOVE 1 TO RET-COMPLEX
           END-IF
           MOVE RESID TO RET-RESID
           MOVE VEC-CONV TO RET-CONVERGED
           DISPLAY "Stabilitaet: " RET-STB-VERDICT ", "
               RET-STB-UNSTABLE " Eigenwert(e) rechts der Achse"
           EXIT PROGRAM.

      * EIGENLIST absteigend nach Realteil ordnen (Bubble-Sort wie in
      * HessenbergQR.cbl); bei gleichem Realteil steht der Partner
      * mit positivem Imaginaerteil vorn, das Paar bleibt beisammen
       SORT-BY-REAL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EW-COUNT - 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EW-COUNT - I
                   IF EW-VALUE(J) < EW-VALUE(J + 1)
                      OR (EW-VALUE(J) = EW-VALUE(J + 1)
                          AND EW-IMAG(J) < EW-IMAG(J + 1))
                       MOVE EW-VALUE(J) TO SWAP-VAL
                       MOVE EW-IMAG(J) TO SWAP-IM
                       MOVE EW-VALUE(J + 1) TO EW-VALUE(J)
                       MOVE EW-IMAG(J + 1) TO EW-IMAG(J)
                       MOVE SWAP-VAL TO EW-VALUE(J + 1)
                       MOVE SWAP-IM TO EW-IMAG(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * bestaetigt den rechtesten Eintrag per inverser Iteration mit
      * Verschiebung direkt auf ihn: reell auf (A - alpha*I), fuer
      * ein Paar auf W = A**2 - 2*alpha*A + (alpha**2 + beta**2)*I.
      * Liegt die Verschiebung exakt auf dem Eigenwert (Pivot unter
      * der Schwelle), wird sie einmal um SHIFT-DELTA versetzt.
      * Konvergiert, wenn das Residuum (A - alpha*I)*v bzw. W*v
      * unter der EPSILON-Schranke liegt; XI traegt danach den
      * Eigenvektor bzw. einen Vektor des invarianten Unterraums
       CONFIRM-RIGHTMOST.
           MOVE ALPHA TO SIGMA
           PERFORM BUILD-SHIFTED
           PERFORM FACTOR-W
           IF SINGULAER = 1
               COMPUTE SIGMA = ALPHA + SHIFT-DELTA
               PERFORM BUILD-SHIFTED
               PERFORM FACTOR-W
           END-IF
           IF SINGULAER = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "STB-003" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[StabilityCheck.CONFIRM-RIGHTMOST] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: verschobene Matrix am rechtesten"
                   " Eigenwert nicht zerlegbar!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           IF BETA > 0
               COMPUTE RES-TOL = EPSILON * (1 + RHO) * (1 + RHO)
           ELSE
               MOVE STB-TOL TO RES-TOL
           END-IF

      *    Startvektor: der von HessenbergQR gelieferte XI, bei einem
      *    Nullvektor eine feste, nicht ausgezeichnete Richtung
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE XI(I) TO V-V(I)
           END-PERFORM
           PERFORM NORMALIZE-V
           IF NORM = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE V-V(I) = 1 / (I + 1)
               END-PERFORM
               PERFORM NORMALIZE-V
           END-IF

           MOVE 0 TO VEC-CONV
           MOVE 0.0 TO RESID
           PERFORM VARYING IT FROM 1 BY 1
                   UNTIL IT > STB-MAX-IT OR VEC-CONV = 1
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE V-V(I) TO RHS-V(I)
               END-PERFORM
               PERFORM SOLVE-W
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE SOL-V(I) TO V-V(I)
               END-PERFORM
               PERFORM NORMALIZE-V
               PERFORM RESIDUAL-V
               IF RESID <= RES-TOL
                   MOVE 1 TO VEC-CONV
               END-IF
           END-PERFORM
           COMPUTE RET-ITER = HQR-ITER + IT - 1

      *    Vorzeichen wie ueblich: groesste Komponente positiv
           MOVE 0.0 TO ABS-B
           MOVE 1 TO PIV
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE V-V(I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > ABS-B
                   MOVE ABS-A TO ABS-B
                   MOVE I TO PIV
               END-IF
           END-PERFORM
           IF V-V(PIV) < 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE V-V(I) = V-V(I) * (-1)
               END-PERFORM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE V-V(I) TO XI(I)
           END-PERFORM
           .

      * WELEM = A - SIGMA*I bzw. fuer ein Paar
      * A**2 - 2*SIGMA*A + (SIGMA**2 + BETA**2)*I; Zeilentausch
      * zuruecksetzen. Die Pivotschwelle waechst beim Paar mit der
      * Groessenordnung von A**2
       BUILD-SHIFTED.
           IF BETA > 0
               COMPUTE QUAD-C = SIGMA * SIGMA + BETA * BETA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                       MOVE 0.0 TO SUMME
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > FN
                           COMPUTE SUMME = SUMME
                               + ELEM(I,K) * ELEM(K,J)
                       END-PERFORM
                       COMPUTE WELEM(I,J) = SUMME
                           - SIGMA * ELEM(I,J) * 2
                   END-PERFORM
                   COMPUTE WELEM(I,I) = WELEM(I,I) + QUAD-C
                   MOVE I TO PIV-ROW(I)
               END-PERFORM
               COMPUTE PIV-SCHWELLE = SING-TOL * (1 + RHO)
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                       MOVE ELEM(I,J) TO WELEM(I,J)
                   END-PERFORM
                   COMPUTE WELEM(I,I) = WELEM(I,I) - SIGMA
                   MOVE I TO PIV-ROW(I)
               END-PERFORM
               MOVE SING-TOL TO PIV-SCHWELLE
           END-IF
           .

      * V-V auf Laenge 1 normieren; NORM = 0 meldet einen Nullvektor
       NORMALIZE-V.
           MOVE 0.0 TO NORM
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               COMPUTE NORM = NORM + V-V(SI) * V-V(SI)
           END-PERFORM
           IF NORM > 0
               COMPUTE NORM = NORM ** 0.5
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   COMPUTE V-V(SI) = V-V(SI) / NORM
               END-PERFORM
           END-IF
           .

      * Residuum der normierten V-V gegen den UNVERSCHOBENEN Eintrag:
      * ||A*v - alpha*v|| bzw. ||A*(A*v) - 2*alpha*A*v
      * + (alpha**2 + beta**2)*v|| fuer ein Paar
       RESIDUAL-V.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               MOVE 0.0 TO SUMME
               PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > FN
                   COMPUTE SUMME = SUMME + ELEM(SI,SJ) * V-V(SJ)
               END-PERFORM
               MOVE SUMME TO AV-V(SI)
           END-PERFORM
           MOVE 0.0 TO RESID
           IF BETA > 0
               COMPUTE QUAD-C = ALPHA * ALPHA + BETA * BETA
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   MOVE 0.0 TO SUMME
                   PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > FN
                       COMPUTE SUMME = SUMME + ELEM(SI,SJ) * AV-V(SJ)
                   END-PERFORM
                   MOVE SUMME TO A2V-V(SI)
                   COMPUTE ABS-A = A2V-V(SI) - ALPHA * AV-V(SI) * 2
                       + QUAD-C * V-V(SI)
                   COMPUTE RESID = RESID + ABS-A * ABS-A
               END-PERFORM
           ELSE
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   COMPUTE ABS-A = AV-V(SI) - ALPHA * V-V(SI)
                   COMPUTE RESID = RESID + ABS-A * ABS-A
               END-PERFORM
           END-IF
           IF RESID > 0
               COMPUTE RESID = RESID ** 0.5
           END-IF
           .

      * LU-Zerlegung von WELEM mit Zeilentausch; ein Pivot unter der
      * Schwelle PIV-SCHWELLE setzt SINGULAER
       FACTOR-W.
           MOVE 0 TO SINGULAER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > FN OR SINGULAER = 1
               MOVE K TO PIV
               MOVE 0.0 TO ABS-B
               PERFORM VARYING I FROM K BY 1 UNTIL I > FN
                   MOVE WELEM(I,K) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > ABS-B
                       MOVE ABS-A TO ABS-B
                       MOVE I TO PIV
                   END-IF
               END-PERFORM
               IF ABS-B < PIV-SCHWELLE
                   MOVE 1 TO SINGULAER
               ELSE
                   IF PIV NOT = K
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                           MOVE WELEM(PIV,J) TO SWAP-VAL
                           MOVE WELEM(K,J) TO WELEM(PIV,J)
                           MOVE SWAP-VAL TO WELEM(K,J)
                       END-PERFORM
                       MOVE PIV-ROW(PIV) TO PIV-SWAP
                       MOVE PIV-ROW(K) TO PIV-ROW(PIV)
                       MOVE PIV-SWAP TO PIV-ROW(K)
                   END-IF
                   PERFORM VARYING I FROM K BY 1 UNTIL I > FN
                       IF I > K
                           COMPUTE WELEM(I,K) = WELEM(I,K) / WELEM(K,K)
                           PERFORM VARYING J FROM K BY 1 UNTIL J > FN
                               IF J > K
                                   COMPUTE WELEM(I,J) = WELEM(I,J)
                                       - WELEM(I,K) * WELEM(K,J)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * loest WELEM * SOL-V = RHS-V ueber die Zerlegung aus FACTOR-W
       SOLVE-W.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               MOVE RHS-V(PIV-ROW(SI)) TO SUMME
               PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ >= SI
                   COMPUTE SUMME = SUMME - WELEM(SI,SJ) * SOL-V(SJ)
               END-PERFORM
               MOVE SUMME TO SOL-V(SI)
           END-PERFORM
           PERFORM VARYING SI FROM FN BY -1 UNTIL SI < 1
               MOVE SOL-V(SI) TO SUMME
               PERFORM VARYING SJ FROM SI BY 1 UNTIL SJ > FN
                   IF SJ > SI
                       COMPUTE SUMME = SUMME - WELEM(SI,SJ) * SOL-V(SJ)
                   END-IF
               END-PERFORM
               COMPUTE SOL-V(SI) = SUMME / WELEM(SI,SI)
           END-PERFORM
           .
       END PROGRAM StabilityCheck.
