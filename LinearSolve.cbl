      *     veroeffentlichte Hauptergebnis (XI, RET-RESID, RET-ITER)
      *     bleibt das der ersten rechten Seite, RET-CONVERGED gilt
      *     nur, wenn ALLE Lastfaelle konvergiert sind.
      *   - Verfahren der konjugierten Gradienten (solver=cg) fuer
      *     symmetrisch positiv definite Systeme, die die
      *     Dominanzpruefung nicht bestehen - die meisten
      *     Steifigkeitssysteme. Vorkonditioniert mit der Diagonale
      *     von MATRIX, ueber dieselbe CRS-Struktur (ein
      *     CRSMatrixVectorMultiply je Schritt). Faellt p'Ap auf 0
      *     oder darunter, ist die Matrix nicht positiv definit und
      *     der Datensatz bricht mit getaggter Meldung ab, statt eine
      *     bedeutungslose Loesung zu liefern. Iterationszahl,
      *     Residuum und Mehrfach-Lastfaelle wie beim Jacobi-Weg.
      *   - Jeder Fortschritts-Herzschlag traegt die Iterationszahl
      *     zusaetzlich in den Laufstatus fuer die Ueberwachung
      *     (RunStatus.cbl, runstatus.txt) ein.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LinearSolve.
       FILE SECTION.
       WORKING-STORAGE SECTION.
           Copy "OutputVector.cpy".
      *    Anzeigefaehige Kopien fuer die Fehlermeldungen, da STRING
      *    keine COMP-3 Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 ROW-DISP PIC ZZZ9.
           01 ZAEHLER.
               05 COUNTER-N PIC 9(06) COMP-3.
               05 COUNTER-EW PIC 9 COMP-3.
                       OCCURS 2000 TIMES.
           01 REF-R-TABLE.
               05 REF-R PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
      *    Arbeitsvektoren der konjugierten Gradienten (solver=cg):
      *    Loesung x, Residuum r, vorkonditioniertes Residuum z und
      *    Suchrichtung p - XI dient nur als Uebergabevektor der
      *    Multiplikation A*p
           01 CG-VEKTOREN.
               05 CG-X PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 CG-R PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 CG-Z PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 CG-P PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
      *    Skalare der CG-Rekursion
           01 CG-SKALARE.
               05 CG-RZ PIC S9(09)V9(16) COMP-3.
               05 CG-RZ-NEU PIC S9(09)V9(16) COMP-3.
               05 CG-PAP PIC S9(09)V9(16) COMP-3.
               05 CG-ALPHA PIC S9(09)V9(16) COMP-3.
               05 CG-BETA PIC S9(09)V9(16) COMP-3.
      *    1 = p'Ap <= 0 oder eine Diagonale <= 0 - die Matrix ist
      *    nicht positiv definit, der Datensatz bricht ab
           01 CG-BREAKDOWN PIC 9 VALUE 0.
           01 CG-J PIC 9(04) COMP-3.
      *    Symmetriepruefung vor dem CG-Weg, siehe SpectrumSweep.cbl
           01 CG-SYM-DIF PIC S9(09)V9(16) COMP-3.
           01 CG-SYM-TOL PIC S9(09)V9(16) COMP-3.
           01 CG-ABS PIC S9(09)V9(16) COMP-3.
      *    Fuer den Fortschrittsanzeiger: alle 100 Iterationen wird
      *    COUNTER-N/RESID-NORM ausgegeben, damit ein lang laufender
      *    Durchlauf nicht wie haengengeblieben wirkt
           MOVE 0 TO RET-OSCILLATING
           MOVE 0 TO RET-XNORM-SUSPECT
           MOVE 1 TO ALL-CONVERGED
           MOVE 0 TO CG-BREAKDOWN

      *    Die konjugierten Gradienten setzen eine symmetrische
      *    Matrix voraus - auf einer unsymmetrischen Matrix ist die
      *    Rekursion bedeutungslos, auch wenn sie zufaellig
      *    konvergiert
           IF SOLVER-CG
               PERFORM CG-SYMMETRY-CHECK
               IF CG-BREAKDOWN = 1
                   EXIT PROGRAM
               END-IF
           END-IF

      *    Rueckfalldeckung: kommt der Aufruf ohne gefuellte
      *    Mehrfach-Tabelle (alter Einzelfall-Weg), zaehlt BVEC als
                   MOVE BVEC-M(SET-NR, I) TO BVEC(I)
               END-PERFORM
               PERFORM SOLVE-ONE-RHS
               IF CG-BREAKDOWN = 1
                   EXIT PROGRAM
               END-IF
      *        Nachiteration (refine=N): das echte Residuum wird neu
      *        gebildet, eine Korrektur geloest und die Loesung
      *        verbessert, bis das Residuum nicht mehr faellt oder
      * Vectoriteration, damit ein einzelner zufaellig kleiner
      * Residuumswert nicht als Konvergenz zaehlt
       SOLVE-ONE-RHS.
           IF SOLVER-CG
               PERFORM SOLVE-ONE-RHS-CG
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO COUNTER-N
           MOVE 0 TO COUNTER-EW
           MOVE 0.0 TO RESID-NORM
               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: Iteration " COUNTER-N
                       " Residuum " RESID-NORM
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM
           .
      * loest A*x = BVEC per vorkonditioniertem Verfahren der
      * konjugierten Gradienten (solver=cg), Vorkonditionierer ist die
      * Diagonale von MATRIX:
      *   r = b - A*x, z = r / diag(A), p = z
      *   je Schritt: alpha = r'z / p'Ap, x = x + alpha*p,
      *               r = r - alpha*Ap, z = r / diag(A),
      *               beta = r'z(neu) / r'z(alt), p = z + beta*p
      * Abbruchkriterium und Zaehlung wie beim Jacobi-Weg oben
      * (RESID-NORM <= EPSILON * ||b||, STABLE-COUNT stabile
      * Durchlaeufe), damit RET-ITER/RET-RESID vergleichbar bleiben.
      * Ein p'Ap <= 0 ist der Beweis, dass A nicht positiv definit
      * ist - das Verfahren bricht dann mit getaggter Meldung ab
       SOLVE-ONE-RHS-CG.
           MOVE 1 TO COUNTER-N
           MOVE 0 TO COUNTER-EW
           MOVE 0.0 TO RESID-NORM

           MOVE 0.0 TO B-NORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE B-NORM = B-NORM + BVEC(I) * BVEC(I)
           END-PERFORM
           COMPUTE B-NORM = B-NORM ** 0.5

      *    Vorkonditionierer: eine Diagonale <= 0 schliesst positive
      *    Definitheit bereits aus
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               IF ELEM(I,I) <= 0
                   MOVE I TO CG-J
                   PERFORM CG-REPORT-BREAKDOWN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

      *    Startresiduum r = b - A*x ab dem Startvektor in XI
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE XI(I) TO CG-X(I)
           END-PERFORM
           CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                 CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                 OUT-VEKTOR, ABBRUCH
           MOVE 0.0 TO CG-RZ
           MOVE 0.0 TO RESID-NORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE CG-R(I) = BVEC(I) - XK(I)
               COMPUTE CG-Z(I) = CG-R(I) / ELEM(I,I)
               MOVE CG-Z(I) TO CG-P(I)
               COMPUTE CG-RZ = CG-RZ + CG-R(I) * CG-Z(I)
               COMPUTE RESID-NORM = RESID-NORM + CG-R(I) * CG-R(I)
           END-PERFORM
           COMPUTE RESID-NORM = RESID-NORM ** 0.5

           PERFORM UNTIL COUNTER-N > N
                 OR COUNTER-EW > STABLE-COUNT
      *        ein exakt verschwindendes Residuum ist fertig - die
      *        Rekursion haette sonst 0/0 zu rechnen
               IF CG-RZ = 0
                   COMPUTE COUNTER-EW = STABLE-COUNT + 1
                   EXIT PERFORM
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE CG-P(I) TO XI(I)
               END-PERFORM
               CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                     CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                     OUT-VEKTOR, ABBRUCH
               MOVE 0.0 TO CG-PAP
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE CG-PAP = CG-PAP + CG-P(I) * XK(I)
               END-PERFORM
               IF CG-PAP <= 0
                   MOVE 0 TO CG-J
                   PERFORM CG-REPORT-BREAKDOWN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CG-ALPHA = CG-RZ / CG-PAP

               MOVE 0.0 TO RESID-NORM
               MOVE 0.0 TO CG-RZ-NEU
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE CG-X(I) = CG-X(I) + CG-ALPHA * CG-P(I)
                   COMPUTE CG-R(I) = CG-R(I) - CG-ALPHA * XK(I)
                   COMPUTE CG-Z(I) = CG-R(I) / ELEM(I,I)
                   COMPUTE CG-RZ-NEU = CG-RZ-NEU + CG-R(I) * CG-Z(I)
                   COMPUTE RESID-NORM = RESID-NORM
                       + CG-R(I) * CG-R(I)
               END-PERFORM
               COMPUTE RESID-NORM = RESID-NORM ** 0.5
               COMPUTE CG-BETA = CG-RZ-NEU / CG-RZ
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE CG-P(I) = CG-Z(I) + CG-BETA * CG-P(I)
               END-PERFORM
               MOVE CG-RZ-NEU TO CG-RZ

               IF RESID-NORM <= EPSILON * B-NORM
                   COMPUTE COUNTER-EW = COUNTER-EW + 1
               ELSE
                   MOVE 0 TO COUNTER-EW
               END-IF
               COMPUTE COUNTER-N = COUNTER-N + 1

      *        Fortschrittsanzeiger: alle 100 Iterationen den
      *        bisherigen Stand ausgeben
               DIVIDE COUNTER-N BY HEARTBEAT-INTERVAL
                   GIVING HEARTBEAT-QUOT
                   REMAINDER HEARTBEAT-REST
               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: CG-Iteration " COUNTER-N
                       " Residuum " RESID-NORM
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM

      *    Loesung zurueck in XI, wie beim Jacobi-Weg
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE CG-X(I) TO XI(I)
           END-PERFORM
           .

      * meldet den Zusammenbruch der konjugierten Gradienten: die
      * Matrix ist nicht positiv definit (CG-J > 0: Diagonale der
      * Zeile CG-J <= 0, sonst p'Ap <= 0 im Schritt COUNTER-N)
       CG-REPORT-BREAKDOWN.
           MOVE 1 TO CG-BREAKDOWN
           MOVE 0 TO RET-CONVERGED
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "SOL-002" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           IF CG-J > 0
               MOVE CG-J TO ROW-DISP
               STRING "[LinearSolve.SOLVE-ONE-RHS-CG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Diagonale <= 0 in Zeile " ROW-DISP
                   " - Matrix nicht positiv definit (solver=cg)!"
                   DELIMITED BY SIZE INTO ERRORMSG
           ELSE
               STRING "[LinearSolve.SOLVE-ONE-RHS-CG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: p'Ap <= 0 - Matrix nicht positiv"
                   " definit (solver=cg)!"
                   DELIMITED BY SIZE INTO ERRORMSG
           END-IF
           DISPLAY ERRORMSG
           .

      * prueft vor dem CG-Weg die Symmetrie von MATRIX mit derselben
      * relativen Toleranz wie der Spektrum-Modus
       CG-SYMMETRY-CHECK.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   OR CG-BREAKDOWN = 1
               PERFORM VARYING CG-J FROM 1 BY 1 UNTIL CG-J > DIM-M
                       OR CG-BREAKDOWN = 1
                   IF CG-J > I
                       COMPUTE CG-SYM-DIF = ELEM(I,CG-J) - ELEM(CG-J,I)
                       IF CG-SYM-DIF < 0
                           COMPUTE CG-SYM-DIF = CG-SYM-DIF * (-1)
                       END-IF
                       MOVE ELEM(I,CG-J) TO CG-ABS
                       IF CG-ABS < 0
                           COMPUTE CG-ABS = CG-ABS * (-1)
                       END-IF
                       COMPUTE CG-SYM-TOL = 0.000001 * (1 + CG-ABS)
                       IF CG-SYM-DIF > CG-SYM-TOL
                           MOVE 1 TO CG-BREAKDOWN
                           MOVE 0 TO RET-CONVERGED
                           MOVE RECORD-NUM TO RECORD-NUM-DISP
                           MOVE "SOL-001" TO MESSAGE-CODE
                           MOVE SPACES TO ERRORMSG
                           STRING "[LinearSolve.CG-SYMMETRY-CHECK]"
                               " Satz " RECORD-NUM-DISP
                               DELIMITED BY SIZE
                               ": Error: Matrix nicht symmetrisch -"
                               " solver=cg nicht anwendbar!"
                               DELIMITED BY SIZE INTO ERRORMSG
                           DISPLAY ERRORMSG
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Nachiteration fuer den gerade geloesten Lastfall: je Durchlauf
      * wird das echte Residuum r = b - A*x per CRS-Multiplikation
      * gebildet, die Korrektur A*d = r mit demselben Jacobi-Weg ab
                   MOVE 0.0 TO XI(I)
               END-PERFORM
               PERFORM SOLVE-ONE-RHS
               IF CG-BREAKDOWN = 1
                   EXIT PARAGRAPH
               END-IF
      *        verbesserte Loesung bilden und die rechte Seite
      *        wiederherstellen
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
