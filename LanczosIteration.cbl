      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lanczos-Verfahren fuer mehrere extreme Eigenpaare
      *          grosser duennbesetzter symmetrischer Modelle (Modus
      *          "LANCZOS"). Die Krylov-Basis wird allein ueber die
      *          bestehende CRS-Multiplikation aufgebaut - kein Zugriff
      *          auf die dichte WORK-MATRIX, daher gilt die
      *          dim=200-Grenze des Spektrum-Modus hier nicht. Die
      *          Basisvektoren werden voll reorthogonalisiert, die
      *          entstehende Tridiagonalmatrix T per zyklischer
      *          Jacobi-Rotation geloest (wie in SpectrumSweep.cbl, nur
      *          auf der kleinen Matrix T), und aus ihren Eigenvektoren
      *          die Ritz-Vektoren gebildet. Fuer jeden der per "topk="
      *          angeforderten betragsgroessten Ritz-Werte wird das
      *          echte Residuum ||A*y - theta*y|| ueber einen weiteren
      *          Multiplikationsdurchlauf nachgerechnet; liegt eines
      *          ueber der EPSILON-Schranke, startet das Verfahren
      *          explizit neu mit der Summe der Ritz-Vektoren als
      *          Startrichtung, bis N Multiplikationen verbraucht sind.
      *          Eigenwerte, Residuen und Eigenvektoren landen
      *          absteigend nach Betrag in EIGENLIST, RET-EW und XI
      *          tragen das dominante Paar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LanczosIteration.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
           Copy "OutputVector.cpy".
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
      *    Hoechste Groesse der Krylov-Basis je Durchlauf - bestimmt
      *    den Speicher der Basis und die Groesse der Matrix T
           01 BASIS-MAX PIC 9(04) COMP-3 VALUE 120.
      *    Hoechstzahl der Jacobi-Sweeps auf T, siehe SpectrumSweep.cbl
           01 SWEEP-LIMIT PIC 9(04) COMP-3 VALUE 50.
      *    Orthonormale Krylov-Basis, ein Vektor je Zeile - eine Zeile
      *    mehr als BASIS-MAX fuer den jeweils naechsten Vektor
           01 KRYLOV-BASIS.
               05 BASIS-ZEILE OCCURS 121 TIMES.
                   10 BV PIC S9(06)V9(16) COMP-3 OCCURS 2000 TIMES.
      *    Arbeitsvektor w = A*v(j) vor der Orthogonalisierung und der
      *    jeweils gebildete Ritz-Vektor
           01 ARBEITS-VEKTOREN.
               05 WV PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 RY PIC S9(06)V9(16) COMP-3 OCCURS 2000 TIMES.
               05 START-V PIC S9(09)V9(16) COMP-3 OCCURS 2000 TIMES.
      *    Lanczos-Koeffizienten: Diagonale ALPHA und Nebendiagonale
      *    BETA der Tridiagonalmatrix T
           01 KOEFFIZIENTEN.
               05 ALPHA PIC S9(09)V9(16) COMP-3 OCCURS 120 TIMES.
               05 BETA PIC S9(09)V9(16) COMP-3 OCCURS 121 TIMES.
      *    Arbeitskopie von T fuer die Jacobi-Rotation und die
      *    mitrotierten Eigenvektoren von T (Spalte K = Koeffizienten
      *    des K-ten Ritz-Vektors in der Krylov-Basis)
           01 T-MATRIX.
               05 T-ZEILE OCCURS 120 TIMES.
                   10 TELEM PIC S9(09)V9(16) COMP-3 OCCURS 120 TIMES.
           01 S-MATRIX.
               05 S-ZEILE OCCURS 120 TIMES.
                   10 SELEM PIC S9(06)V9(16) COMP-3 OCCURS 120 TIMES.
           01 ZAEHLER.
               05 COUNTER-N PIC 9(06) COMP-3.
               05 RESTARTS PIC 9(04) COMP-3.
               05 SWEEP-NR PIC 9(04) COMP-3.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 P PIC 9(04) COMP-3.
               05 Q PIC 9(04) COMP-3.
               05 PP1 PIC 9(04) COMP-3.
               05 JP1 PIC 9(04) COMP-3.
               05 EV-I PIC 9(04) COMP-3.
               05 NOT-POS PIC 9(04) COMP-3.
      *    Zahl der angeforderten Eigenpaare, Soll- und Istgroesse der
      *    Basis des laufenden Durchlaufs
           01 GROESSEN.
               05 WANT-K PIC 9(04) COMP-3.
               05 BASIS-M PIC 9(04) COMP-3.
               05 BASIS-ACT PIC 9(04) COMP-3.
      *    1 = alle angeforderten Eigenpaare unterschreiten die
      *    Residuums-Schranke
           01 ALLE-KONVERGIERT PIC 9 VALUE 0.
      *    1 = fuer die Fortsetzung nach einem Zusammenbruch (beta = 0)
      *    wurde ein neuer orthogonaler Einheitsvektor gefunden
           01 NEU-GEFUNDEN PIC 9 VALUE 0.
           01 SCALAR PIC S9(09)V9(16) COMP-3.
           01 NORM-W PIC S9(09)V9(16) COMP-3.
           01 THETA-K PIC S9(09)V9(16) COMP-3.
           01 RESID-K PIC S9(09)V9(16) COMP-3.
           01 RESID-MAX PIC S9(09)V9(16) COMP-3.
           01 RESID-SCHRANKE PIC S9(09)V9(16) COMP-3.
      *    Schwelle, unter der beta als Zusammenbruch gilt: die Basis
      *    hat dann einen invarianten Unterraum aufgespannt
           01 BREAKDOWN-TOL PIC S9(04)V9(12) COMP-3
               VALUE 0.000000001.
      *    Rotationsgroessen der Jacobi-Rotation, siehe SpectrumSweep
           01 ROTATION.
               05 A-PQ PIC S9(09)V9(16) COMP-3.
               05 A-PQ-ABS PIC S9(09)V9(16) COMP-3.
               05 THETA PIC S9(09)V9(16) COMP-3.
               05 THETA-ABS PIC S9(09)V9(16) COMP-3.
               05 T-VAL PIC S9(09)V9(16) COMP-3.
               05 C-VAL PIC S9(04)V9(16) COMP-3.
               05 S-VAL PIC S9(04)V9(16) COMP-3.
               05 WURZEL PIC S9(09)V9(16) COMP-3.
               05 ALT-P PIC S9(09)V9(16) COMP-3.
               05 ALT-Q PIC S9(09)V9(16) COMP-3.
           01 KONVERGENZ.
               05 OFF-SUM PIC S9(12)V9(09) COMP-3.
               05 DIAG-SUM PIC S9(12)V9(09) COMP-3.
               05 OFF-SCHRANKE PIC S9(12)V9(09) COMP-3.
               05 ABS-WERT PIC S9(09)V9(16) COMP-3.
               05 KONVERGIERT PIC 9.
      *    Toleranz der Symmetriepruefung, siehe SpectrumSweep.cbl
           01 SYM-PRUEFUNG.
               05 SYM-DIF PIC S9(09)V9(16) COMP-3.
               05 SYM-TOL PIC S9(09)V9(16) COMP-3.
      *    Sortierung der Ritz-Werte nach Betrag, mit Indexliste auf
      *    die Spalten von S-MATRIX
           01 SORTIERUNG.
               05 SORT-IDX PIC 9(04) COMP-3 OCCURS 120 TIMES.
               05 SORT-EW PIC S9(09)V9(16) COMP-3 OCCURS 120 TIMES.
               05 SORT-SWAP-I PIC 9(04) COMP-3.
               05 SORT-SWAP-EW PIC S9(09)V9(16) COMP-3.
               05 SORT-ABS-A PIC S9(09)V9(16) COMP-3.
               05 SORT-ABS-B PIC S9(09)V9(16) COMP-3.
      *    Fuer den Fortschrittsanzeiger, siehe Vectoriteration.cbl
           01 HEARTBEAT-QUOT PIC 9(06) COMP-3.
           01 HEARTBEAT-REST PIC 9(06) COMP-3.
      *    Arbeitsfelder fuer CANONICALIZE-SIGN, siehe
      *    SubspaceIteration.cbl - hier auf den Ritz-Vektor RY
           01 CANON-FELDER.
               05 CANON-I PIC 9(04) COMP-3.
               05 CANON-POS PIC 9(04) COMP-3.
               05 CANON-ABS PIC S9(06)V9(16) COMP-3.
               05 CANON-BEST PIC S9(06)V9(16) COMP-3.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "InputMatrix.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR CRS-STAMP MATRIX
            INPUT-VEKTOR ABBRUCH EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-OSCILLATING
           MOVE 0 TO RET-XNORM-SUSPECT
           MOVE 0 TO RET-LAN-BASIS
           MOVE 0 TO RET-LAN-RESTARTS
           MOVE 0 TO COUNTER-N
           MOVE 0 TO RESTARTS
           MOVE DIM-I TO DIM-O

      *    Das Lanczos-Verfahren setzt ein symmetrisches A voraus -
      *    auf einer unsymmetrischen Matrix waeren T und die Ritz-
      *    Werte bedeutungslos. Geprueft wird auf der dichten MATRIX
      *    mit derselben relativen Toleranz wie im Spektrum-Modus
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               COMPUTE PP1 = I + 1
               PERFORM VARYING J FROM PP1 BY 1 UNTIL J > DIM-M
                   COMPUTE SYM-DIF = ELEM(I,J) - ELEM(J,I)
                   IF SYM-DIF < 0
                       COMPUTE SYM-DIF = SYM-DIF * (-1)
                   END-IF
                   MOVE ELEM(I,J) TO ABS-WERT
                   IF ABS-WERT < 0
                       COMPUTE ABS-WERT = ABS-WERT * (-1)
                   END-IF
                   COMPUTE SYM-TOL = 0.000001 * (1 + ABS-WERT)
                   IF SYM-DIF > SYM-TOL
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE "LAN-001" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[LanczosIteration.MAIN-PROCEDURE]"
                           " Satz " RECORD-NUM-DISP
                           DELIMITED BY SIZE
                           ": Error: Matrix nicht symmetrisch -"
                           " mode=lanczos nicht anwendbar!"
                           DELIMITED BY SIZE INTO ERRORMSG
                       DISPLAY ERRORMSG
                       EXIT PROGRAM
                   END-IF
               END-PERFORM
           END-PERFORM

      *    Zahl der Eigenpaare aus "topk=", Basisgroesse mit Reserve
      *    fuer die Konvergenz der aeusseren Ritz-Werte - beides durch
      *    die Dimension des Datensatzes und die Basisgrenze gedeckelt
           MOVE TOPK TO WANT-K
           IF WANT-K > DIM-I
               MOVE DIM-I TO WANT-K
           END-IF
           COMPUTE BASIS-M = 2 * WANT-K + 20
           IF BASIS-M > BASIS-MAX
               MOVE BASIS-MAX TO BASIS-M
           END-IF
           IF BASIS-M > DIM-I
               MOVE DIM-I TO BASIS-M
           END-IF
           IF WANT-K > BASIS-M
               MOVE BASIS-M TO WANT-K
               DISPLAY "Lanczos: topk auf " WANT-K
                   " Eigenpaare begrenzt (Basisgrenze)"
           END-IF

      *    Startrichtung: der gelieferte Startvektor XI, bei einem
      *    Nullvektor der Einsvektor
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE XI(I) TO START-V(I)
           END-PERFORM

           MOVE 0 TO ALLE-KONVERGIERT
           PERFORM UNTIL ALLE-KONVERGIERT = 1
                 OR (RESTARTS > 0 AND COUNTER-N >= N)
               PERFORM BUILD-KRYLOV
               PERFORM SOLVE-TRIDIAG
               PERFORM SORT-RITZ
               PERFORM RITZ-PAIRS
               IF ALLE-KONVERGIERT = 0
                   ADD 1 TO RESTARTS
               END-IF

      *        Fortschrittsanzeiger je Neustart, siehe
      *        Vectoriteration.cbl
               DIVIDE RESTARTS BY HEARTBEAT-INTERVAL
                   GIVING HEARTBEAT-QUOT
                   REMAINDER HEARTBEAT-REST
               IF HEARTBEAT-REST = 0 AND RESTARTS > 0
                   DISPLAY "Fortschritt: Neustart " RESTARTS
                       " Multiplikationen " COUNTER-N
                       " groesstes Residuum " RESID-MAX
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM

           MOVE BASIS-ACT TO RET-LAN-BASIS
           MOVE RESTARTS TO RET-LAN-RESTARTS
           MOVE COUNTER-N TO RET-ITER
           MOVE RESID-MAX TO RET-RESID
           IF ALLE-KONVERGIERT = 1
               MOVE 1 TO RET-CONVERGED
           ELSE
               MOVE 0 TO RET-CONVERGED
           END-IF

      *    RET-EW und XI tragen das dominante Paar, wie in den
      *    anderen Mehrfach-Eigenwert-Wegen
           MOVE EW-VALUE(1) TO RET-EW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE EW-VEC(1, I) TO XI(I)
           END-PERFORM
           DISPLAY "Lanczos: " EW-COUNT " Eigenpaare, Basis "
               BASIS-ACT ", " RESTARTS " Neustarts"
           EXIT PROGRAM.

      * Baut aus der Startrichtung START-V eine orthonormale Krylov-
      * Basis BV(1..BASIS-ACT) samt ALPHA/BETA auf. Jeder neue Vektor
      * wird gegen ALLE bisherigen Basisvektoren reorthogonalisiert -
      * in Festkommaarithmetik verliert die Drei-Term-Rekursion allein
      * ihre Orthogonalitaet schnell und liefert dann Geister-Kopien
      * bereits gefundener Eigenwerte. Faellt beta auf 0, hat die
      * Basis einen invarianten Unterraum erreicht; die Basis wird
      * dann mit einem noch nicht erfassten Einheitsvektor fortgesetzt
      * (beta = 0 entkoppelt T an dieser Stelle sauber)
       BUILD-KRYLOV.
           MOVE 0.0 TO SCALAR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE SCALAR = SCALAR + START-V(I) * START-V(I)
           END-PERFORM
           IF SCALAR = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE 1.0 TO START-V(I)
               END-PERFORM
               MOVE DIM-I TO SCALAR
           END-IF
           COMPUTE SCALAR = SCALAR ** 0.5
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE BV(1, I) = START-V(I) / SCALAR
           END-PERFORM
           MOVE 0.0 TO BETA(1)
           MOVE 1 TO NOT-POS

           MOVE 0 TO BASIS-ACT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > BASIS-M
      *        w = A * v(j) ueber die CRS-Multiplikation, XI dient
      *        als Uebergabevektor
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE BV(J, I) TO XI(I)
               END-PERFORM
               CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                     CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                     OUT-VEKTOR, ABBRUCH
               ADD 1 TO COUNTER-N
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE XK(I) TO WV(I)
               END-PERFORM

               MOVE 0.0 TO SCALAR
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE SCALAR = SCALAR + WV(I) * BV(J, I)
               END-PERFORM
               MOVE SCALAR TO ALPHA(J)
               MOVE J TO BASIS-ACT

      *        volle Reorthogonalisierung gegen v(1..j) - enthaelt die
      *        Drei-Term-Rekursion w - alpha*v(j) - beta*v(j-1)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > J
                   MOVE 0.0 TO SCALAR
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE SCALAR = SCALAR + WV(I) * BV(K, I)
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE WV(I) = WV(I) - SCALAR * BV(K, I)
                   END-PERFORM
               END-PERFORM

               IF J < BASIS-M
                   COMPUTE JP1 = J + 1
                   MOVE 0.0 TO NORM-W
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE NORM-W = NORM-W + WV(I) * WV(I)
                   END-PERFORM
                   COMPUTE NORM-W = NORM-W ** 0.5
                   IF NORM-W > BREAKDOWN-TOL
                       MOVE NORM-W TO BETA(JP1)
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                           COMPUTE BV(JP1, I) = WV(I) / NORM-W
                       END-PERFORM
                   ELSE
                       MOVE 0.0 TO BETA(JP1)
                       PERFORM NEXT-UNIT-VECTOR
                       IF NEU-GEFUNDEN = 0
      *                    der ganze Raum ist aufgespannt - T ist
      *                    vollstaendig, die Ritz-Werte sind exakt
                           MOVE BASIS-M TO J
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * Sucht nach einem Zusammenbruch den naechsten Einheitsvektor
      * e(NOT-POS), der nach Orthogonalisierung gegen die bisherige
      * Basis noch eine nennenswerte Norm behaelt, und legt ihn als
      * v(j+1) ab
       NEXT-UNIT-VECTOR.
           MOVE 0 TO NEU-GEFUNDEN
           PERFORM UNTIL NEU-GEFUNDEN = 1 OR NOT-POS > DIM-I
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE 0.0 TO WV(I)
               END-PERFORM
               MOVE 1.0 TO WV(NOT-POS)
               ADD 1 TO NOT-POS
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > J
                   MOVE 0.0 TO SCALAR
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE SCALAR = SCALAR + WV(I) * BV(K, I)
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE WV(I) = WV(I) - SCALAR * BV(K, I)
                   END-PERFORM
               END-PERFORM
               MOVE 0.0 TO NORM-W
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE NORM-W = NORM-W + WV(I) * WV(I)
               END-PERFORM
               COMPUTE NORM-W = NORM-W ** 0.5
               IF NORM-W > 0.001
                   MOVE 1 TO NEU-GEFUNDEN
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE BV(JP1, I) = WV(I) / NORM-W
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * Eigenzerlegung der Tridiagonalmatrix T (BASIS-ACT x
      * BASIS-ACT) per zyklischer Jacobi-Rotation - dieselbe Rotation
      * wie in SpectrumSweep.cbl, nur auf der kleinen projizierten
      * Matrix; SELEM sammelt die Eigenvektoren von T
       SOLVE-TRIDIAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BASIS-ACT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > BASIS-ACT
                   MOVE 0.0 TO TELEM(I, J)
                   MOVE 0.0 TO SELEM(I, J)
               END-PERFORM
               MOVE ALPHA(I) TO TELEM(I, I)
               MOVE 1.0 TO SELEM(I, I)
               IF I > 1
                   MOVE BETA(I) TO TELEM(I, I - 1)
                   MOVE BETA(I) TO TELEM(I - 1, I)
               END-IF
           END-PERFORM

           MOVE 0 TO KONVERGIERT
           MOVE 0 TO SWEEP-NR
           PERFORM UNTIL KONVERGIERT = 1 OR SWEEP-NR >= SWEEP-LIMIT
               ADD 1 TO SWEEP-NR
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > BASIS-ACT
                   COMPUTE PP1 = P + 1
                   PERFORM VARYING Q FROM PP1 BY 1
                           UNTIL Q > BASIS-ACT
                       PERFORM ROTATE-PAIR
                   END-PERFORM
               END-PERFORM
               PERFORM CHECK-OFFDIAG
           END-PERFORM
           .

       ROTATE-PAIR.
           MOVE TELEM(P,Q) TO A-PQ
           MOVE A-PQ TO A-PQ-ABS
           IF A-PQ-ABS < 0
               COMPUTE A-PQ-ABS = A-PQ-ABS * (-1)
           END-IF
           IF A-PQ-ABS > 0.0000000001
               COMPUTE THETA = (TELEM(Q,Q) - TELEM(P,P)) / (2 * A-PQ)
               MOVE THETA TO THETA-ABS
               IF THETA-ABS < 0
                   COMPUTE THETA-ABS = THETA-ABS * (-1)
               END-IF
               COMPUTE WURZEL = (THETA * THETA + 1) ** 0.5
               IF THETA < 0
                   COMPUTE T-VAL = -1 / (THETA-ABS + WURZEL)
               ELSE
                   COMPUTE T-VAL = 1 / (THETA-ABS + WURZEL)
               END-IF
               COMPUTE WURZEL = (T-VAL * T-VAL + 1) ** 0.5
               COMPUTE C-VAL = 1 / WURZEL
               COMPUTE S-VAL = T-VAL * C-VAL

               PERFORM VARYING K FROM 1 BY 1 UNTIL K > BASIS-ACT
                   MOVE TELEM(K,P) TO ALT-P
                   MOVE TELEM(K,Q) TO ALT-Q
                   COMPUTE TELEM(K,P) = C-VAL * ALT-P - S-VAL * ALT-Q
                   COMPUTE TELEM(K,Q) = S-VAL * ALT-P + C-VAL * ALT-Q
               END-PERFORM
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > BASIS-ACT
                   MOVE TELEM(P,K) TO ALT-P
                   MOVE TELEM(Q,K) TO ALT-Q
                   COMPUTE TELEM(P,K) = C-VAL * ALT-P - S-VAL * ALT-Q
                   COMPUTE TELEM(Q,K) = S-VAL * ALT-P + C-VAL * ALT-Q
               END-PERFORM
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > BASIS-ACT
                   MOVE SELEM(K,P) TO ALT-P
                   MOVE SELEM(K,Q) TO ALT-Q
                   COMPUTE SELEM(K,P) = C-VAL * ALT-P - S-VAL * ALT-Q
                   COMPUTE SELEM(K,Q) = S-VAL * ALT-P + C-VAL * ALT-Q
               END-PERFORM
           END-IF
           .

       CHECK-OFFDIAG.
           MOVE 0.0 TO OFF-SUM
           MOVE 0.0 TO DIAG-SUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BASIS-ACT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > BASIS-ACT
                   MOVE TELEM(I,J) TO ABS-WERT
                   IF ABS-WERT < 0
                       COMPUTE ABS-WERT = ABS-WERT * (-1)
                   END-IF
                   IF I = J
                       ADD ABS-WERT TO DIAG-SUM
                   ELSE
                       ADD ABS-WERT TO OFF-SUM
                   END-IF
               END-PERFORM
           END-PERFORM
      *    deutlich schaerfer als die Residuums-Schranke, damit die
      *    Zerlegung von T das Residuum nicht selbst verfaelscht
           COMPUTE OFF-SCHRANKE = EPSILON * 0.001 * (1 + DIAG-SUM)
           IF OFF-SUM <= OFF-SCHRANKE
               MOVE 1 TO KONVERGIERT
           ELSE
               MOVE 0 TO KONVERGIERT
           END-IF
           .

      * Ordnet die Ritz-Werte (Diagonale von T nach der Rotation)
      * absteigend nach Betrag, die Indexliste zeigt auf die
      * zugehoerige Spalte von SELEM
       SORT-RITZ.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BASIS-ACT
               MOVE TELEM(I,I) TO SORT-EW(I)
               MOVE I TO SORT-IDX(I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BASIS-ACT - 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > BASIS-ACT - I
                   MOVE SORT-EW(J) TO SORT-ABS-A
                   IF SORT-ABS-A < 0
                       COMPUTE SORT-ABS-A = SORT-ABS-A * (-1)
                   END-IF
                   MOVE SORT-EW(J + 1) TO SORT-ABS-B
                   IF SORT-ABS-B < 0
                       COMPUTE SORT-ABS-B = SORT-ABS-B * (-1)
                   END-IF
                   IF SORT-ABS-A < SORT-ABS-B
                       MOVE SORT-EW(J) TO SORT-SWAP-EW
                       MOVE SORT-EW(J + 1) TO SORT-EW(J)
                       MOVE SORT-SWAP-EW TO SORT-EW(J + 1)
                       MOVE SORT-IDX(J) TO SORT-SWAP-I
                       MOVE SORT-IDX(J + 1) TO SORT-IDX(J)
                       MOVE SORT-SWAP-I TO SORT-IDX(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Bildet fuer die WANT-K betragsgroessten Ritz-Werte den
      * Ritz-Vektor y = V * s, rechnet sein echtes Residuum
      * ||A*y - theta*y|| ueber einen weiteren CRS-Durchlauf nach und
      * legt Wert, Residuum und Vektor in EIGENLIST ab. Die Summe der
      * Ritz-Vektoren ist zugleich die Startrichtung eines etwaigen
      * Neustarts - sie enthaelt alle gesuchten Richtungen
       RITZ-PAIRS.
           MOVE 1 TO ALLE-KONVERGIERT
           MOVE 0.0 TO RESID-MAX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE 0.0 TO START-V(I)
           END-PERFORM
           MOVE WANT-K TO EW-COUNT
           MOVE DIM-I TO EW-VEC-DIM
           PERFORM VARYING EV-I FROM 1 BY 1 UNTIL EV-I > WANT-K
               MOVE SORT-EW(EV-I) TO THETA-K
               MOVE SORT-IDX(EV-I) TO Q
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE 0.0 TO SCALAR
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > BASIS-ACT
                       COMPUTE SCALAR = SCALAR
                           + BV(K, I) * SELEM(K, Q)
                   END-PERFORM
                   MOVE SCALAR TO RY(I)
               END-PERFORM
               MOVE 0.0 TO NORM-W
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE NORM-W = NORM-W + RY(I) * RY(I)
               END-PERFORM
               COMPUTE NORM-W = NORM-W ** 0.5
               IF NORM-W NOT = 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                       COMPUTE RY(I) = RY(I) / NORM-W
                   END-PERFORM
               END-IF
               PERFORM CANONICALIZE-SIGN

               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE RY(I) TO XI(I)
               END-PERFORM
               CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                     CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                     OUT-VEKTOR, ABBRUCH
               ADD 1 TO COUNTER-N
               MOVE 0.0 TO RESID-K
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   COMPUTE SCALAR = XK(I) - THETA-K * RY(I)
                   COMPUTE RESID-K = RESID-K + SCALAR * SCALAR
               END-PERFORM
               COMPUTE RESID-K = RESID-K ** 0.5

               MOVE THETA-K TO EW-VALUE(EV-I)
               MOVE 0.0 TO EW-IMAG(EV-I)
               MOVE RESID-K TO EW-RESID(EV-I)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE RY(I) TO EW-VEC(EV-I, I)
                   COMPUTE START-V(I) = START-V(I) + RY(I)
               END-PERFORM

               IF RESID-K > RESID-MAX
                   MOVE RESID-K TO RESID-MAX
               END-IF
      *        Schranke relativ zur Groesse des Eigenwerts, wie beim
      *        Abbruchkriterium der Vectoriteration
               MOVE THETA-K TO ABS-WERT
               IF ABS-WERT < 0
                   COMPUTE ABS-WERT = ABS-WERT * (-1)
               END-IF
               COMPUTE RESID-SCHRANKE = EPSILON * (1 + ABS-WERT)
               IF RESID-K > RESID-SCHRANKE
                   MOVE 0 TO ALLE-KONVERGIERT
               END-IF
           END-PERFORM
           .

      * Legt das Vorzeichen des Ritz-Vektors fest: die betragsgroesste
      * Komponente wird positiv gemacht, siehe SubspaceIteration.cbl
       CANONICALIZE-SIGN.
           MOVE 0 TO CANON-POS
           MOVE 0.0 TO CANON-BEST
           PERFORM VARYING CANON-I FROM 1 BY 1 UNTIL CANON-I > DIM-I
               MOVE RY(CANON-I) TO CANON-ABS
               IF CANON-ABS < 0
                   COMPUTE CANON-ABS = CANON-ABS * (-1)
               END-IF
               IF CANON-POS = 0 OR CANON-ABS > CANON-BEST
                   MOVE CANON-I TO CANON-POS
                   MOVE CANON-ABS TO CANON-BEST
               END-IF
           END-PERFORM
           IF CANON-POS > 0
               IF RY(CANON-POS) < 0
                   PERFORM VARYING CANON-I FROM 1 BY 1 UNTIL
                         CANON-I > DIM-I
                       COMPUTE RY(CANON-I) = RY(CANON-I) * (-1)
                   END-PERFORM
               END-IF
           END-IF
           .
       END PROGRAM LanczosIteration.
