      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vollstaendiges Spektrum kleiner unsymmetrischer
      *          Matrizen (Modus "SPECTRUM", wenn SpectrumSweep die
      *          Symmetriepruefung nicht bestanden hat - Transport- und
      *          Regelungsmatrizen). Die Matrix wird per Elimination
      *          mit Zeilentausch auf obere Hessenberg-Form gebracht
      *          und anschliessend mit dem doppelt verschobenen
      *          QR-Verfahren (Francis) bis auf 1x1- und 2x2-Bloecke
      *          deflationiert. Jeder 1x1-Block ist ein reeller
      *          Eigenwert, jeder 2x2-Block mit negativer Diskriminante
      *          ein komplex konjugiertes Paar RE +/- i*IM. Alle Werte
      *          landen absteigend nach Betrag in EIGENLIST (Realteil
      *          in EW-VALUE, Imaginaerteil in EW-IMAG); fuer das
      *          betragsgroesste Paar gelten die Konventionen von
      *          SubspaceIteration.cbl (RET-COMPLEX, RET-EW-RE,
      *          RET-EW-IM). XI traegt den per inverser Iteration
      *          nachgerechneten Eigenvektor des dominanten reellen
      *          Eigenwerts bzw. einen Vektor des invarianten
      *          Unterraums des dominanten Paars. Im Modus "SPECTRUM"
      *          bekommt zusaetzlich jeder reelle Eintrag der
      *          EIGENLIST seinen Eigenvektor (ebenfalls per inverser
      *          Iteration) fuer den Vektorbestand; komplexe Eintraege
      *          bleiben ohne Vektor. Die Dimensionsgrenze 200 prueft
      *          SpectrumSweep vor dem Aufruf.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HessenbergQR.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Hoechstzahl der QR-Schritte je abzuspaltendem Eigenwert,
      *    bevor das Verfahren aufgibt - mit den Ausnahmeverschiebungen
      *    nach 10 und 20 Schritten reichen in der Praxis wenige
      *    Schritte, 60 ist grosszuegig
           01 ITS-LIMIT PIC 9(04) COMP-3 VALUE 60.
      *    relative Schwelle, unter der ein Subdiagonalelement als
      *    vernachlaessigbar gilt (Festkommaersatz fuer den
      *    Gleitkommatest "s + a = s")
           01 HQR-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.000000000001.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 L PIC 9(04) COMP-3.
               05 M PIC 9(04) COMP-3.
               05 NN PIC 9(04) COMP-3.
               05 ITS PIC 9(04) COMP-3.
               05 ITS-TOTAL PIC 9(06) COMP-3.
               05 MMIN PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
               05 START-J PIC 9(04) COMP-3.
               05 INV-STEP PIC 9(02) COMP-3.
      *        Eintrag der EIGENLIST in LIST-VECTORS
               05 EV-K PIC 9(04) COMP-3.
      *    1 = der aktuelle Block ist abgespalten (1x1 oder 2x2)
           01 BLOCK-DONE PIC 9 VALUE 0.
      *    1 = die Schleife hat ein vernachlaessigbares
      *    Subdiagonalelement gefunden bzw. die Bedingung fuer den
      *    Startpunkt des QR-Schritts ist erfuellt
           01 FOUND-FLAG PIC 9 VALUE 0.
      *    1 = ITS-LIMIT ueberschritten, die restlichen Eigenwerte
      *    fehlen
           01 HQR-FAIL PIC 9 VALUE 0.
      *    Hilfsgroessen des QR-Verfahrens (Bezeichnungen wie in der
      *    Literatur: Verschiebungen x/y/w, Householder-Groessen p/q/r,
      *    Skalierung s, Testgroessen u/v, akkumulierte Verschiebung t)
           01 HQR-GROESSEN.
               05 ANORM PIC S9(12)V9(12) COMP-3.
               05 HX PIC S9(09)V9(16) COMP-3.
               05 HY PIC S9(09)V9(16) COMP-3.
               05 HZ PIC S9(09)V9(16) COMP-3.
               05 HW PIC S9(09)V9(16) COMP-3.
               05 HP PIC S9(09)V9(16) COMP-3.
               05 HQ PIC S9(09)V9(16) COMP-3.
               05 HR PIC S9(09)V9(16) COMP-3.
               05 HS PIC S9(09)V9(16) COMP-3.
               05 HT PIC S9(09)V9(16) COMP-3.
               05 HU PIC S9(09)V9(16) COMP-3.
               05 HV PIC S9(09)V9(16) COMP-3.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
      *    Eigenwerte in der Reihenfolge der Abspaltung
           01 EIGEN-ROH.
               05 WR PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 WI PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Sortierung nach Betrag |RE + i*IM|
           01 SORTIERUNG.
               05 SORT-RE PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SORT-IM PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SORT-MOD PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SORT-SWAP PIC S9(09)V9(16) COMP-3.
      *    LU-Zerlegung von (A - sigma*I) fuer die inverse Iteration
      *    auf den dominanten Eigenvektor, mit Zeilentausch
           01 LU-MATRIX.
               05 LU-ZEILE OCCURS 200 TIMES.
                   10 LU PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
           01 INV-VEKTOREN.
               05 INV-Y PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 INV-B PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 INV-SIGMA PIC S9(09)V9(16) COMP-3.
           01 INV-NORM PIC S9(18)V9(10) COMP-3.
      *    Arbeitsfelder fuer CANONICALIZE-SIGN, siehe
      *    SubspaceIteration.cbl
           01 CANON-FELDER.
               05 CANON-I PIC 9(04) COMP-3.
               05 CANON-POS PIC 9(04) COMP-3.
               05 CANON-ABS PIC S9(06)V9(16) COMP-3.
               05 CANON-BEST PIC S9(06)V9(16) COMP-3.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING MATRIX INPUT-VEKTOR ABBRUCH
           WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-COMPLEX
           MOVE 0 TO HQR-FAIL
           MOVE 0 TO ITS-TOTAL
           MOVE 1 TO RET-SPEC-HQR

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   MOVE ELEM(I,J) TO WELEM(I,J)
               END-PERFORM
               MOVE 0.0 TO WR(I)
               MOVE 0.0 TO WI(I)
           END-PERFORM

           PERFORM REDUCE-HESSENBERG
           PERFORM HQR

           MOVE ITS-TOTAL TO RET-ITER
           MOVE 0.0 TO RET-RESID
           IF HQR-FAIL = 1
               MOVE 0 TO RET-CONVERGED
               DISPLAY "Hessenberg-QR: keine Konvergenz nach "
                   ITS-LIMIT " Schritten - Spektrum unvollstaendig"
           ELSE
               MOVE 1 TO RET-CONVERGED
           END-IF

           PERFORM COLLECT-AND-SORT
           IF EW-COUNT > 0
               PERFORM DOMINANT-VECTOR
           END-IF
      *    die Eigenvektoren der uebrigen Eintraege nur im Spektrum-
      *    Modus - die Begleitmatrix-Wege (QuadraticEigen,
      *    FrequencyResponse) rechnen die Werte ohnehin um
           IF EW-COUNT > 0 AND MODE-SPECTRUM
               PERFORM LIST-VECTORS
           END-IF
           DISPLAY "Spektrum (Hessenberg-QR): " EW-COUNT
               " Eigenwerte in " ITS-TOTAL " QR-Schritten"
           EXIT PROGRAM.

      * Reduktion auf obere Hessenberg-Form per Gauss-Elimination mit
      * Zeilentausch (Aehnlichkeitstransformation - jeder Zeilentausch
      * wird durch den Tausch der Spalten und jede Zeilenoperation
      * durch die inverse Spaltenoperation ausgeglichen, die
      * Eigenwerte bleiben erhalten). Die Eintraege unterhalb der
      * Subdiagonale werden danach explizit auf 0 gesetzt
       REDUCE-HESSENBERG.
           PERFORM VARYING M FROM 2 BY 1 UNTIL M > DIM-M - 1
               MOVE 0.0 TO HX
               MOVE M TO PIV
               PERFORM VARYING J FROM M BY 1 UNTIL J > DIM-M
                   MOVE WELEM(J, M - 1) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   MOVE HX TO ABS-B
                   IF ABS-B < 0
                       COMPUTE ABS-B = ABS-B * (-1)
                   END-IF
                   IF ABS-A > ABS-B
                       MOVE WELEM(J, M - 1) TO HX
                       MOVE J TO PIV
                   END-IF
               END-PERFORM
               IF PIV NOT = M
                   COMPUTE START-J = M - 1
                   PERFORM VARYING J FROM START-J BY 1
                           UNTIL J > DIM-M
                       MOVE WELEM(PIV, J) TO SWAP-VAL
                       MOVE WELEM(M, J) TO WELEM(PIV, J)
                       MOVE SWAP-VAL TO WELEM(M, J)
                   END-PERFORM
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                       MOVE WELEM(J, PIV) TO SWAP-VAL
                       MOVE WELEM(J, M) TO WELEM(J, PIV)
                       MOVE SWAP-VAL TO WELEM(J, M)
                   END-PERFORM
               END-IF
               IF HX NOT = 0
                   PERFORM VARYING I FROM M BY 1 UNTIL I > DIM-M
                       IF I > M AND WELEM(I, M - 1) NOT = 0
                           COMPUTE HY = WELEM(I, M - 1) / HX
                           PERFORM VARYING J FROM M BY 1
                                   UNTIL J > DIM-M
                               COMPUTE WELEM(I, J) = WELEM(I, J)
                                   - HY * WELEM(M, J)
                           END-PERFORM
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > DIM-M
                               COMPUTE WELEM(J, M) = WELEM(J, M)
                                   + HY * WELEM(J, I)
                           END-PERFORM
                           MOVE 0.0 TO WELEM(I, M - 1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 3 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > I - 2
                   MOVE 0.0 TO WELEM(I, J)
               END-PERFORM
           END-PERFORM
           .

      * Doppelt verschobenes QR-Verfahren auf der Hessenberg-Matrix in
      * WORK-MATRIX: von unten her wird jeweils ein 1x1- oder 2x2-Block
      * abgespalten, sobald das Subdiagonalelement darueber
      * vernachlaessigbar ist; bis dahin laeuft je Durchgang ein
      * impliziter Doppelschritt auf dem aktiven Block L..NN
       HQR.
           MOVE 0.0 TO ANORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               IF I > 1
                   COMPUTE START-J = I - 1
               ELSE
                   MOVE 1 TO START-J
               END-IF
               PERFORM VARYING J FROM START-J BY 1 UNTIL J > DIM-M
                   MOVE WELEM(I, J) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   ADD ABS-A TO ANORM
               END-PERFORM
           END-PERFORM

           MOVE DIM-M TO NN
           MOVE 0.0 TO HT
           PERFORM UNTIL NN < 1 OR HQR-FAIL = 1
               MOVE 0 TO ITS
               MOVE 0 TO BLOCK-DONE
               PERFORM UNTIL BLOCK-DONE = 1 OR HQR-FAIL = 1
                   PERFORM FIND-SMALL-SUBDIAG
                   MOVE WELEM(NN, NN) TO HX
                   IF L = NN
      *                1x1-Block: reeller Eigenwert
                       COMPUTE WR(NN) = HX + HT
                       MOVE 0.0 TO WI(NN)
                       SUBTRACT 1 FROM NN
                       MOVE 1 TO BLOCK-DONE
                   ELSE
                       MOVE WELEM(NN - 1, NN - 1) TO HY
                       COMPUTE HW = WELEM(NN, NN - 1)
                           * WELEM(NN - 1, NN)
                       IF L = NN - 1
                           PERFORM SPLIT-2X2
                           SUBTRACT 2 FROM NN
                           MOVE 1 TO BLOCK-DONE
                       ELSE
                           IF ITS >= ITS-LIMIT
                               MOVE 1 TO HQR-FAIL
                           ELSE
                               PERFORM QR-DOUBLE-STEP
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * sucht von NN aufwaerts das erste vernachlaessigbare
      * Subdiagonalelement WELEM(L, L-1) und setzt es exakt auf 0;
      * ohne Fund bleibt L = 1 (der ganze Block ist aktiv)
       FIND-SMALL-SUBDIAG.
           MOVE NN TO L
           MOVE 0 TO FOUND-FLAG
           PERFORM UNTIL L < 2 OR FOUND-FLAG = 1
               MOVE WELEM(L - 1, L - 1) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               MOVE WELEM(L, L) TO ABS-B
               IF ABS-B < 0
                   COMPUTE ABS-B = ABS-B * (-1)
               END-IF
               COMPUTE HS = ABS-A + ABS-B
               IF HS = 0
                   MOVE ANORM TO HS
               END-IF
               MOVE WELEM(L, L - 1) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A <= HQR-TOL * HS
                   MOVE 0.0 TO WELEM(L, L - 1)
                   MOVE 1 TO FOUND-FLAG
               ELSE
                   SUBTRACT 1 FROM L
               END-IF
           END-PERFORM
           .

      * Eigenwerte des abgespaltenen 2x2-Blocks ueber die quadratische
      * Gleichung - negative Diskriminante: komplex konjugiertes Paar
       SPLIT-2X2.
           COMPUTE HP = 0.5 * (HY - HX)
           COMPUTE HQ = HP * HP + HW
           MOVE HQ TO ABS-A
           IF ABS-A < 0
               COMPUTE ABS-A = ABS-A * (-1)
           END-IF
           COMPUTE HZ = ABS-A ** 0.5
           COMPUTE HX = HX + HT
           IF HQ >= 0
               IF HP < 0
                   COMPUTE HZ = HP - HZ
               ELSE
                   COMPUTE HZ = HP + HZ
               END-IF
               COMPUTE WR(NN - 1) = HX + HZ
               MOVE WR(NN - 1) TO WR(NN)
               IF HZ NOT = 0
                   COMPUTE WR(NN) = HX - HW / HZ
               END-IF
               MOVE 0.0 TO WI(NN - 1)
               MOVE 0.0 TO WI(NN)
           ELSE
               COMPUTE WR(NN - 1) = HX + HP
               MOVE WR(NN - 1) TO WR(NN)
               MOVE HZ TO WI(NN - 1)
               COMPUTE WI(NN) = HZ * (-1)
           END-IF
           .

      * ein impliziter Doppelschritt (Francis) auf dem aktiven Block
      * L..NN; nach 10 und 20 erfolglosen Schritten eine
      * Ausnahmeverschiebung gegen Zyklen
       QR-DOUBLE-STEP.
           IF ITS = 10 OR ITS = 20
               COMPUTE HT = HT + HX
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > NN
                   COMPUTE WELEM(I, I) = WELEM(I, I) - HX
               END-PERFORM
               MOVE WELEM(NN, NN - 1) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               MOVE WELEM(NN - 1, NN - 2) TO ABS-B
               IF ABS-B < 0
                   COMPUTE ABS-B = ABS-B * (-1)
               END-IF
               COMPUTE HS = ABS-A + ABS-B
               COMPUTE HX = 0.75 * HS
               MOVE HX TO HY
               COMPUTE HW = -0.4375 * HS * HS
           END-IF
           ADD 1 TO ITS
           ADD 1 TO ITS-TOTAL

      *    Startzeile M des Schritts: zwei aufeinanderfolgende kleine
      *    Subdiagonalelemente erlauben den Start unterhalb von L
           COMPUTE M = NN - 2
           MOVE 0 TO FOUND-FLAG
           PERFORM UNTIL FOUND-FLAG = 1
               MOVE WELEM(M, M) TO HZ
               COMPUTE HR = HX - HZ
               COMPUTE HS = HY - HZ
               COMPUTE HP = (HR * HS - HW) / WELEM(M + 1, M)
                   + WELEM(M, M + 1)
               COMPUTE HQ = WELEM(M + 1, M + 1) - HZ - HR - HS
               MOVE WELEM(M + 2, M + 1) TO HR
               PERFORM ABS-PQR-SUM
               IF HS = 0
                   MOVE 1 TO HS
               END-IF
               COMPUTE HP = HP / HS
               COMPUTE HQ = HQ / HS
               COMPUTE HR = HR / HS
               IF M = L
                   MOVE 1 TO FOUND-FLAG
               ELSE
                   MOVE WELEM(M, M - 1) TO HU
                   IF HU < 0
                       COMPUTE HU = HU * (-1)
                   END-IF
                   MOVE HQ TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   MOVE HR TO ABS-B
                   IF ABS-B < 0
                       COMPUTE ABS-B = ABS-B * (-1)
                   END-IF
                   COMPUTE HU = HU * (ABS-A + ABS-B)
                   MOVE WELEM(M - 1, M - 1) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   MOVE WELEM(M + 1, M + 1) TO ABS-B
                   IF ABS-B < 0
                       COMPUTE ABS-B = ABS-B * (-1)
                   END-IF
                   COMPUTE HV = ABS-A + ABS-B
                   MOVE HZ TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   COMPUTE HV = HV + ABS-A
                   MOVE HP TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   COMPUTE HV = HV * ABS-A
                   IF HU <= HQR-TOL * HV
                       MOVE 1 TO FOUND-FLAG
                   ELSE
                       SUBTRACT 1 FROM M
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE START-J = M + 2
           PERFORM VARYING I FROM START-J BY 1 UNTIL I > NN
               MOVE 0.0 TO WELEM(I, I - 2)
               IF I NOT = START-J
                   MOVE 0.0 TO WELEM(I, I - 3)
               END-IF
           END-PERFORM

           PERFORM VARYING K FROM M BY 1 UNTIL K > NN - 1
               PERFORM QR-CHASE-BULGE
           END-PERFORM
           .

      * HS = |HP| + |HQ| + |HR|
       ABS-PQR-SUM.
           MOVE HP TO ABS-A
           IF ABS-A < 0
               COMPUTE ABS-A = ABS-A * (-1)
           END-IF
           MOVE ABS-A TO HS
           MOVE HQ TO ABS-A
           IF ABS-A < 0
               COMPUTE ABS-A = ABS-A * (-1)
           END-IF
           ADD ABS-A TO HS
           MOVE HR TO ABS-A
           IF ABS-A < 0
               COMPUTE ABS-A = ABS-A * (-1)
           END-IF
           ADD ABS-A TO HS
           .

      * Householder-Reflexion der Zeile/Spalte K: schiebt die durch
      * den Doppelschritt erzeugte Ausbuchtung eine Position weiter
      * nach unten
       QR-CHASE-BULGE.
           IF K NOT = M
               MOVE WELEM(K, K - 1) TO HP
               MOVE WELEM(K + 1, K - 1) TO HQ
               MOVE 0.0 TO HR
               IF K NOT = NN - 1
                   MOVE WELEM(K + 2, K - 1) TO HR
               END-IF
               PERFORM ABS-PQR-SUM
               MOVE HS TO HX
               IF HX NOT = 0
                   COMPUTE HP = HP / HX
                   COMPUTE HQ = HQ / HX
                   COMPUTE HR = HR / HX
               END-IF
           END-IF
           COMPUTE HS = (HP * HP + HQ * HQ + HR * HR) ** 0.5
           IF HP < 0
               COMPUTE HS = HS * (-1)
           END-IF
           IF HS NOT = 0
               IF K = M
                   IF L NOT = M
                       COMPUTE WELEM(K, K - 1) = WELEM(K, K - 1) * (-1)
                   END-IF
               ELSE
                   COMPUTE WELEM(K, K - 1) = HS * HX * (-1)
               END-IF
               COMPUTE HP = HP + HS
               COMPUTE HX = HP / HS
               COMPUTE HY = HQ / HS
               COMPUTE HZ = HR / HS
               COMPUTE HQ = HQ / HP
               COMPUTE HR = HR / HP
      *        Zeilenumformung
               PERFORM VARYING J FROM K BY 1 UNTIL J > NN
                   COMPUTE HP = WELEM(K, J) + HQ * WELEM(K + 1, J)
                   IF K NOT = NN - 1
                       COMPUTE HP = HP + HR * WELEM(K + 2, J)
                       COMPUTE WELEM(K + 2, J) = WELEM(K + 2, J)
                           - HP * HZ
                   END-IF
                   COMPUTE WELEM(K + 1, J) = WELEM(K + 1, J) - HP * HY
                   COMPUTE WELEM(K, J) = WELEM(K, J) - HP * HX
               END-PERFORM
      *        Spaltenumformung
               IF NN < K + 3
                   MOVE NN TO MMIN
               ELSE
                   COMPUTE MMIN = K + 3
               END-IF
               PERFORM VARYING I FROM L BY 1 UNTIL I > MMIN
                   COMPUTE HP = HX * WELEM(I, K) + HY * WELEM(I, K + 1)
                   IF K NOT = NN - 1
                       COMPUTE HP = HP + HZ * WELEM(I, K + 2)
                       COMPUTE WELEM(I, K + 2) = WELEM(I, K + 2)
                           - HP * HR
                   END-IF
                   COMPUTE WELEM(I, K + 1) = WELEM(I, K + 1) - HP * HQ
                   COMPUTE WELEM(I, K) = WELEM(I, K) - HP
               END-PERFORM
           END-IF
           .

      * ordnet die Eigenwerte absteigend nach Betrag |RE + i*IM| und
      * stellt RET-EW bzw. RET-EW-RE/RET-EW-IM auf den dominanten
      * Eintrag; bei gleichem Betrag steht der Partner mit positivem
      * Imaginaerteil vorn
       COLLECT-AND-SORT.
           MOVE 0 TO EW-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               IF HQR-FAIL = 0 OR I > NN
                   ADD 1 TO EW-COUNT
                   MOVE WR(I) TO SORT-RE(EW-COUNT)
                   MOVE WI(I) TO SORT-IM(EW-COUNT)
                   COMPUTE SORT-MOD(EW-COUNT) =
                       (WR(I) * WR(I) + WI(I) * WI(I)) ** 0.5
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EW-COUNT - 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EW-COUNT - I
                   IF SORT-MOD(J) < SORT-MOD(J + 1)
                      OR (SORT-MOD(J) = SORT-MOD(J + 1)
                          AND SORT-IM(J) < SORT-IM(J + 1))
                       MOVE SORT-RE(J) TO SORT-SWAP
                       MOVE SORT-RE(J + 1) TO SORT-RE(J)
                       MOVE SORT-SWAP TO SORT-RE(J + 1)
                       MOVE SORT-IM(J) TO SORT-SWAP
                       MOVE SORT-IM(J + 1) TO SORT-IM(J)
                       MOVE SORT-SWAP TO SORT-IM(J + 1)
                       MOVE SORT-MOD(J) TO SORT-SWAP
                       MOVE SORT-MOD(J + 1) TO SORT-MOD(J)
                       MOVE SORT-SWAP TO SORT-MOD(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EW-COUNT
               MOVE SORT-RE(I) TO EW-VALUE(I)
               MOVE SORT-IM(I) TO EW-IMAG(I)
               MOVE 0.0 TO EW-RESID(I)
           END-PERFORM
           IF EW-COUNT > 0
               MOVE SORT-RE(1) TO RET-EW
               IF SORT-IM(1) NOT = 0
                   MOVE 1 TO RET-COMPLEX
                   MOVE SORT-RE(1) TO RET-EW-RE
                   MOVE SORT-IM(1) TO RET-EW-IM
                   IF RET-EW-IM < 0
                       COMPUTE RET-EW-IM = RET-EW-IM * (-1)
                   END-IF
               ELSE
                   MOVE 0 TO RET-COMPLEX
               END-IF
           END-IF
           .

      * Eigenvektor zum dominanten Eintrag per inverser Iteration auf
      * der Originalmatrix, wenige Schritte mit Normierung. Fuer einen
      * reellen Eigenwert lambda: (A - sigma*I) y = x mit sigma knapp
      * neben lambda (die Matrix waere sonst exakt singulaer). Fuer
      * ein komplexes Paar RE +/- i*IM der reelle quadratische Faktor
      * (A - RE*I)**2 + IM**2*I, der genau auf dem invarianten
      * zweidimensionalen Unterraum des Paars singulaer ist - auch
      * hier um ein kleines sigma verschoben. XI landet dann in
      * diesem Unterraum, wie bei SubspaceIteration.cbl
       DOMINANT-VECTOR.
           MOVE RET-EW TO ABS-A
           IF ABS-A < 0
               COMPUTE ABS-A = ABS-A * (-1)
           END-IF
           IF NO-COMPLEX-PAIR
               COMPUTE INV-SIGMA = RET-EW + 0.000001 * (1 + ABS-A)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                       MOVE ELEM(I, J) TO LU(I, J)
                   END-PERFORM
                   COMPUTE LU(I, I) = LU(I, I) - INV-SIGMA
               END-PERFORM
           ELSE
      *        WORK-MATRIX wird nach dem QR-Verfahren nicht mehr
      *        gebraucht und nimmt A - RE*I auf
               COMPUTE INV-SIGMA = 0.000001
                   * (1 + ABS-A * ABS-A + RET-EW-IM * RET-EW-IM)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                       MOVE ELEM(I, J) TO WELEM(I, J)
                   END-PERFORM
                   COMPUTE WELEM(I, I) = WELEM(I, I) - RET-EW-RE
               END-PERFORM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                       MOVE 0.0 TO HP
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > DIM-M
                           COMPUTE HP = HP + WELEM(I, K) * WELEM(K, J)
                       END-PERFORM
                       MOVE HP TO LU(I, J)
                   END-PERFORM
                   COMPUTE LU(I, I) = LU(I, I)
                       + RET-EW-IM * RET-EW-IM + INV-SIGMA
               END-PERFORM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE I TO PIV-ROW(I)
           END-PERFORM
           PERFORM LU-FACTOR

      *    Startvektor: der gelieferte XI, bei einem Nullvektor der
      *    Einsvektor
           MOVE 0.0 TO INV-NORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE XI(I) TO INV-Y(I)
               COMPUTE INV-NORM = INV-NORM + XI(I) * XI(I)
           END-PERFORM
           IF INV-NORM = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   MOVE 1.0 TO INV-Y(I)
               END-PERFORM
           END-IF
           PERFORM NORMALIZE-INV-Y

           PERFORM VARYING INV-STEP FROM 1 BY 1 UNTIL INV-STEP > 4
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   MOVE INV-Y(PIV-ROW(I)) TO INV-B(I)
               END-PERFORM
               PERFORM LU-SOLVE
               PERFORM NORMALIZE-INV-Y
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE INV-Y(I) TO XI(I)
           END-PERFORM
           PERFORM CANONICALIZE-SIGN
           .

      * Eigenvektor je reellem Eintrag der EIGENLIST, nach demselben
      * Muster wie DOMINANT-VECTOR: inverse Iteration auf
      * (A - sigma*I) mit sigma knapp neben dem Eigenwert. Der erste
      * Eintrag uebernimmt XI, sofern er reell ist. Startvektor ist
      * ein leicht ansteigender Vektor statt des Einsvektors, der bei
      * symmetrisch angeordneten Modellen orthogonal zum gesuchten
      * Vektor sein kann
       LIST-VECTORS.
           MOVE DIM-M TO EW-VEC-DIM
           PERFORM VARYING EV-K FROM 1 BY 1 UNTIL EV-K > EW-COUNT
               IF EW-IMAG(EV-K) = 0
                   PERFORM LIST-VECTOR-ONE
               END-IF
           END-PERFORM
           .

       LIST-VECTOR-ONE.
           IF EV-K = 1
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   MOVE XI(I) TO EW-VEC(EV-K, I)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE EW-VALUE(EV-K) TO ABS-A
           IF ABS-A < 0
               COMPUTE ABS-A = ABS-A * (-1)
           END-IF
           COMPUTE INV-SIGMA = EW-VALUE(EV-K) + 0.000001 * (1 + ABS-A)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   MOVE ELEM(I, J) TO LU(I, J)
               END-PERFORM
               COMPUTE LU(I, I) = LU(I, I) - INV-SIGMA
               MOVE I TO PIV-ROW(I)
           END-PERFORM
           PERFORM LU-FACTOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               COMPUTE INV-Y(I) = 1 + I / (DIM-M + 1)
           END-PERFORM
           PERFORM NORMALIZE-INV-Y
           PERFORM VARYING INV-STEP FROM 1 BY 1 UNTIL INV-STEP > 4
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   MOVE INV-Y(PIV-ROW(I)) TO INV-B(I)
               END-PERFORM
               PERFORM LU-SOLVE
               PERFORM NORMALIZE-INV-Y
           END-PERFORM
           PERFORM CANONICALIZE-INV-Y
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE INV-Y(I) TO EW-VEC(EV-K, I)
           END-PERFORM
           .

      * Vorzeichenregel von CANONICALIZE-SIGN fuer INV-Y: die
      * betragsgroesste Komponente wird positiv
       CANONICALIZE-INV-Y.
           MOVE 0 TO CANON-POS
           MOVE 0.0 TO CANON-BEST
           PERFORM VARYING CANON-I FROM 1 BY 1 UNTIL CANON-I > DIM-M
               MOVE INV-Y(CANON-I) TO CANON-ABS
               IF CANON-ABS < 0
                   COMPUTE CANON-ABS = CANON-ABS * (-1)
               END-IF
               IF CANON-POS = 0 OR CANON-ABS > CANON-BEST
                   MOVE CANON-I TO CANON-POS
                   MOVE CANON-ABS TO CANON-BEST
               END-IF
           END-PERFORM
           IF CANON-POS > 0
               IF INV-Y(CANON-POS) < 0
                   PERFORM VARYING CANON-I FROM 1 BY 1 UNTIL
                         CANON-I > DIM-M
                       COMPUTE INV-Y(CANON-I) = INV-Y(CANON-I) * (-1)
                   END-PERFORM
               END-IF
           END-IF
           .

      * LU-Zerlegung von LU mit Zeilentausch (PIV-ROW merkt die
      * Herkunftszeile); ein exakter Nullpivot wird durch eine kleine
      * Zahl ersetzt - die inverse Iteration braucht gerade die fast
      * singulaere Matrix
       LU-FACTOR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DIM-M
               MOVE K TO PIV
               MOVE LU(K, K) TO ABS-B
               IF ABS-B < 0
                   COMPUTE ABS-B = ABS-B * (-1)
               END-IF
               PERFORM VARYING I FROM K BY 1 UNTIL I > DIM-M
                   MOVE LU(I, K) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > ABS-B
                       MOVE ABS-A TO ABS-B
                       MOVE I TO PIV
                   END-IF
               END-PERFORM
               IF PIV NOT = K
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                       MOVE LU(PIV, J) TO SWAP-VAL
                       MOVE LU(K, J) TO LU(PIV, J)
                       MOVE SWAP-VAL TO LU(K, J)
                   END-PERFORM
                   MOVE PIV-ROW(PIV) TO START-J
                   MOVE PIV-ROW(K) TO PIV-ROW(PIV)
                   MOVE START-J TO PIV-ROW(K)
               END-IF
               IF LU(K, K) = 0
                   MOVE 0.0000000001 TO LU(K, K)
               END-IF
               PERFORM VARYING I FROM K BY 1 UNTIL I > DIM-M
                   IF I > K
                       COMPUTE LU(I, K) = LU(I, K) / LU(K, K)
                       PERFORM VARYING J FROM K BY 1 UNTIL J > DIM-M
                           IF J > K
                               COMPUTE LU(I, J) = LU(I, J)
                                   - LU(I, K) * LU(K, J)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Vorwaerts- und Rueckwaertseinsetzen: LU * y = INV-B
       LU-SOLVE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE INV-B(I) TO HP
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                   COMPUTE HP = HP - LU(I, J) * INV-Y(J)
               END-PERFORM
               MOVE HP TO INV-Y(I)
           END-PERFORM
           PERFORM VARYING I FROM DIM-M BY -1 UNTIL I < 1
               MOVE INV-Y(I) TO HP
               PERFORM VARYING J FROM I BY 1 UNTIL J > DIM-M
                   IF J > I
                       COMPUTE HP = HP - LU(I, J) * INV-Y(J)
                   END-IF
               END-PERFORM
               COMPUTE INV-Y(I) = HP / LU(I, I)
           END-PERFORM
           .

       NORMALIZE-INV-Y.
           MOVE 0.0 TO INV-NORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               COMPUTE INV-NORM = INV-NORM + INV-Y(I) * INV-Y(I)
           END-PERFORM
           COMPUTE INV-NORM = INV-NORM ** 0.5
           IF INV-NORM NOT = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   COMPUTE INV-Y(I) = INV-Y(I) / INV-NORM
               END-PERFORM
           END-IF
           .

      * Vorzeichen des Ergebnisvektors vereinheitlichen, siehe
      * SubspaceIteration.cbl
       CANONICALIZE-SIGN.
           MOVE 0 TO CANON-POS
           MOVE 0.0 TO CANON-BEST
           PERFORM VARYING CANON-I FROM 1 BY 1 UNTIL CANON-I > DIM-I
               MOVE XI(CANON-I) TO CANON-ABS
               IF CANON-ABS < 0
                   COMPUTE CANON-ABS = CANON-ABS * (-1)
               END-IF
               IF CANON-POS = 0 OR CANON-ABS > CANON-BEST
                   MOVE CANON-I TO CANON-POS
                   MOVE CANON-ABS TO CANON-BEST
               END-IF
           END-PERFORM
           IF CANON-POS > 0
               IF XI(CANON-POS) < 0
                   PERFORM VARYING CANON-I FROM 1 BY 1 UNTIL
                         CANON-I > DIM-I
                       COMPUTE XI(CANON-I) = XI(CANON-I) * (-1)
                   END-PERFORM
               END-IF
           END-IF
           .
       END PROGRAM HessenbergQR.
