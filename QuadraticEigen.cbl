      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "QUADRATIC" - quadratisches Eigenwertproblem
      *          gedaempfter Systeme (K + lambda*C + lambda**2*M) x = 0
      *          mit K = MATRIX (Steifigkeit), M = MATRIXB (Masse, vom
      *          zweiten "dim="-Block) und C = MATRIXC (Daempfung, vom
      *          dritten). Geloest wird ueber die Linearisierung auf
      *          doppelte Dimension, und zwar fuer den Kehrwert
      *          mu = 1/lambda: (M + mu*C + mu**2*K) x = 0 hat die
      *          Begleitmatrix
      *              L = |     0          I     |
      *                  | -K**-1*M   -K**-1*C  |
      *          deren betragsgroesster Eigenwert zur Grundschwingung
      *          (betragskleinstes lambda) gehoert - genau der Wert,
      *          den die dominante Nachrechnung in HessenbergQR.cbl als
      *          Eigenvektor liefert. L wird voruebergehend in MATRIX
      *          aufgebaut (K ist dafuer lokal gesichert), das volle
      *          Spektrum kommt aus HessenbergQR, danach steht K wieder
      *          unveraendert in MATRIX. Ergebnis: je Schwingungsform
      *          ein Eintrag lambda = RE + i*IM (IM >= 0, der
      *          konjugierte Partner ist implizit) aufsteigend nach
      *          |lambda| in EIGENLIST; die Grundschwingung als
      *          gedaempfte Eigenkreisfrequenz |IM|, ungedaempfte
      *          Eigenkreisfrequenz |lambda| und Daempfungsgrad
      *          -RE/|lambda| in RET-DAMP-FREQ/-NAT/-RATIO. Grenze
      *          dim <= 100 (Begleitmatrix <= 200, die Grenze des
      *          Spektrum-Modus); K muss regulaer sein - Starrkoerper-
      *          moden vorher per fix= einspannen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuadraticEigen.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 DIM-M-DISP PIC ZZZ9.
           01 ROW-DISP PIC ZZZ9.
      *    Dimensionsgrenze, siehe InputMatrixC.cpy
           01 QUAD-MAX-DIM PIC 9(04) COMP-3 VALUE 100.
      *    Pivotschwelle der LU-Zerlegung von K - darunter gilt K als
      *    singulaer
           01 PIVOT-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.000000000001.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 QN PIC 9(04) COMP-3.
               05 QN2 PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
      *        eigene Indizes fuer SOLVE-K, das innerhalb der
      *        Spaltenschleife ueber J laeuft
               05 SI PIC 9(04) COMP-3.
               05 SJ PIC 9(04) COMP-3.
               05 PIV-SWAP PIC 9(04) COMP-3.
               05 Q-COUNT PIC 9(03) COMP-3.
      *    gesicherte Originalmatrix K und Startvektor
           01 K-SICHERUNG.
               05 KS-ZEILE OCCURS 100 TIMES.
                   10 KSAVE PIC S9(09)V9(16) COMP-3 OCCURS 100 TIMES.
           01 XSAVE PIC S9(06)V9(16) COMP-3 OCCURS 100 TIMES.
      *    LU-Zerlegung von K mit Zeilentausch
           01 K-ZERLEGUNG.
               05 KL-ZEILE OCCURS 100 TIMES.
                   10 KLU PIC S9(09)V9(16) COMP-3 OCCURS 100 TIMES.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 100 TIMES.
      *    K**-1 * M und K**-1 * C, spaltenweise geloest
           01 K-INV-M.
               05 KM-ZEILE OCCURS 100 TIMES.
                   10 KM PIC S9(09)V9(16) COMP-3 OCCURS 100 TIMES.
           01 K-INV-C.
               05 KC-ZEILE OCCURS 100 TIMES.
                   10 KC PIC S9(09)V9(16) COMP-3 OCCURS 100 TIMES.
           01 LOES-VEKTOREN.
               05 RHS-V PIC S9(09)V9(16) COMP-3 OCCURS 100 TIMES.
               05 SOL-V PIC S9(09)V9(16) COMP-3 OCCURS 100 TIMES.
           01 HILFSGROESSEN.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 MU-RE PIC S9(09)V9(16) COMP-3.
               05 MU-IM PIC S9(09)V9(16) COMP-3.
               05 MU-BETRAG2 PIC S9(09)V9(16) COMP-3.
               05 X-NORM PIC S9(09)V9(16) COMP-3.
               05 SINGULAER PIC 9.
      *    Eigenwerte lambda vor der Sortierung
           01 LAMBDA-LISTE.
               05 LAM-RE PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 LAM-IM PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 LAM-MOD PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "InputMatrixC.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING MATRIX MATRIXB MATRIXC INPUT-VEKTOR
           ABBRUCH WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO EW-COUNT
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-COMPLEX
           MOVE 0.0 TO RET-DAMP-FREQ
           MOVE 0.0 TO RET-DAMP-NAT
           MOVE 0.0 TO RET-DAMP-RATIO

           IF DIM-M > QUAD-MAX-DIM
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE DIM-M TO DIM-M-DISP
               MOVE "QEP-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[QuadraticEigen.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=quadratic nur bis dim=100, Datensatz"
                   " hat dim=" DIM-M-DISP DELIMITED BY SIZE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

           MOVE DIM-M TO QN
           COMPUTE QN2 = QN * 2
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > QN
                   MOVE ELEM(I,J) TO KSAVE(I,J)
                   MOVE ELEM(I,J) TO KLU(I,J)
               END-PERFORM
               MOVE XI(I) TO XSAVE(I)
               MOVE I TO PIV-ROW(I)
           END-PERFORM

           PERFORM FACTOR-K
           IF SINGULAER = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE PIV TO ROW-DISP
               MOVE "QEP-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[QuadraticEigen.FACTOR-K] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Matrix K singulaer (Zeile " ROW-DISP
                   DELIMITED BY SIZE
                   ") - Starrkoerpermoden per fix= einspannen!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

      *    K**-1 * M und K**-1 * C spaltenweise
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
                   MOVE ELEMB(I,J) TO RHS-V(I)
               END-PERFORM
               PERFORM SOLVE-K
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
                   MOVE SOL-V(I) TO KM(I,J)
                   MOVE ELEMC(I,J) TO RHS-V(I)
               END-PERFORM
               PERFORM SOLVE-K
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
                   MOVE SOL-V(I) TO KC(I,J)
               END-PERFORM
           END-PERFORM

           PERFORM BUILD-COMPANION
           DISPLAY "Quadratisches Eigenwertproblem: Begleitmatrix"
               " dim=" QN2
           CALL "HessenbergQR" USING MATRIX, INPUT-VEKTOR, ABBRUCH,
               WORK-MATRIX, EIGENLIST
           MOVE 0 TO RET-SPEC-HQR
           PERFORM RESTORE-K
           PERFORM CONVERT-AND-SORT
           EXIT PROGRAM.

      * LU-Zerlegung von K (KLU) mit Zeilentausch; ein Pivot unter
      * PIVOT-TOL relativ zur Zeilengroesse setzt SINGULAER, PIV
      * traegt dann die betroffene Zeile
       FACTOR-K.
           MOVE 0 TO SINGULAER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QN OR SINGULAER = 1
               MOVE K TO PIV
               MOVE 0.0 TO ABS-B
               PERFORM VARYING I FROM K BY 1 UNTIL I > QN
                   MOVE KLU(I,K) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > ABS-B
                       MOVE ABS-A TO ABS-B
                       MOVE I TO PIV
                   END-IF
               END-PERFORM
               IF ABS-B < PIVOT-TOL
                   MOVE 1 TO SINGULAER
                   MOVE K TO PIV
               ELSE
                   IF PIV NOT = K
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > QN
                           MOVE KLU(PIV,J) TO SWAP-VAL
                           MOVE KLU(K,J) TO KLU(PIV,J)
                           MOVE SWAP-VAL TO KLU(K,J)
                       END-PERFORM
                       MOVE PIV-ROW(PIV) TO PIV-SWAP
                       MOVE PIV-ROW(K) TO PIV-ROW(PIV)
                       MOVE PIV-SWAP TO PIV-ROW(K)
                   END-IF
                   PERFORM VARYING I FROM K BY 1 UNTIL I > QN
                       IF I > K
                           COMPUTE KLU(I,K) = KLU(I,K) / KLU(K,K)
                           PERFORM VARYING J FROM K BY 1 UNTIL J > QN
                               IF J > K
                                   COMPUTE KLU(I,J) = KLU(I,J)
                                       - KLU(I,K) * KLU(K,J)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * loest K * SOL-V = RHS-V ueber die Zerlegung aus FACTOR-K
       SOLVE-K.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > QN
               MOVE RHS-V(PIV-ROW(SI)) TO SUMME
               PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ >= SI
                   COMPUTE SUMME = SUMME - KLU(SI,SJ) * SOL-V(SJ)
               END-PERFORM
               MOVE SUMME TO SOL-V(SI)
           END-PERFORM
           PERFORM VARYING SI FROM QN BY -1 UNTIL SI < 1
               MOVE SOL-V(SI) TO SUMME
               PERFORM VARYING SJ FROM SI BY 1 UNTIL SJ > QN
                   IF SJ > SI
                       COMPUTE SUMME = SUMME - KLU(SI,SJ) * SOL-V(SJ)
                   END-IF
               END-PERFORM
               COMPUTE SOL-V(SI) = SUMME / KLU(SI,SI)
           END-PERFORM
           .

      * Begleitmatrix L der doppelten Dimension in MATRIX, Startvektor
      * (x, x) in XI
       BUILD-COMPANION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN2
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > QN2
                   MOVE 0.0 TO ELEM(I,J)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
               COMPUTE ELEM(I, QN + I) = 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > QN
                   COMPUTE ELEM(QN + I, J) = KM(I,J) * (-1)
                   COMPUTE ELEM(QN + I, QN + J) = KC(I,J) * (-1)
               END-PERFORM
               MOVE XSAVE(I) TO XI(QN + I)
           END-PERFORM
           MOVE QN2 TO DIM-M
           MOVE QN2 TO DIM-I
           .

      * K zurueck nach MATRIX, den Rest der Begleitmatrix loeschen;
      * aus dem Eigenvektor (x, mu*x) der Begleitmatrix bleibt die
      * obere Haelfte x als Schwingungsform, neu normiert
       RESTORE-K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN2
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > QN2
                   IF I > QN OR J > QN
                       MOVE 0.0 TO ELEM(I,J)
                   ELSE
                       MOVE KSAVE(I,J) TO ELEM(I,J)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE QN TO DIM-M
           MOVE QN TO DIM-I
           MOVE 0.0 TO X-NORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
               COMPUTE X-NORM = X-NORM + XI(I) * XI(I)
               MOVE 0.0 TO XI(QN + I)
           END-PERFORM
           COMPUTE X-NORM = X-NORM ** 0.5
           IF X-NORM > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
                   COMPUTE XI(I) = XI(I) / X-NORM
               END-PERFORM
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > QN
                   MOVE XSAVE(I) TO XI(I)
               END-PERFORM
           END-IF
           .

      * rechnet die mu-Werte aus HessenbergQR in lambda = 1/mu um
      * (lambda = konj(mu) / |mu|**2), behaelt je konjugiertem Paar
      * den Partner mit IM >= 0 und sortiert aufsteigend nach |lambda|
      * - die Grundschwingung steht dann vorn
       CONVERT-AND-SORT.
           MOVE 0 TO Q-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > EW-COUNT
               MOVE EW-VALUE(K) TO MU-RE
               MOVE EW-IMAG(K) TO MU-IM
               COMPUTE MU-BETRAG2 = MU-RE * MU-RE + MU-IM * MU-IM
      *        mu = 0 gehoerte zu einem unendlichen lambda (M
      *        singulaer) - ValidationB schliesst das praktisch aus
               IF MU-BETRAG2 > 0 AND MU-IM <= 0
                   ADD 1 TO Q-COUNT
                   COMPUTE LAM-RE(Q-COUNT) = MU-RE / MU-BETRAG2
                   COMPUTE LAM-IM(Q-COUNT) = MU-IM * (-1) / MU-BETRAG2
                   COMPUTE LAM-MOD(Q-COUNT) =
                       (LAM-RE(Q-COUNT) * LAM-RE(Q-COUNT)
                       + LAM-IM(Q-COUNT) * LAM-IM(Q-COUNT)) ** 0.5
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > Q-COUNT - 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > Q-COUNT - I
                   IF LAM-MOD(J) > LAM-MOD(J + 1)
                       MOVE LAM-RE(J) TO SWAP-VAL
                       MOVE LAM-RE(J + 1) TO LAM-RE(J)
                       MOVE SWAP-VAL TO LAM-RE(J + 1)
                       MOVE LAM-IM(J) TO SWAP-VAL
                       MOVE LAM-IM(J + 1) TO LAM-IM(J)
                       MOVE SWAP-VAL TO LAM-IM(J + 1)
                       MOVE LAM-MOD(J) TO SWAP-VAL
                       MOVE LAM-MOD(J + 1) TO LAM-MOD(J)
                       MOVE SWAP-VAL TO LAM-MOD(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE Q-COUNT TO EW-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > Q-COUNT
               MOVE LAM-RE(I) TO EW-VALUE(I)
               MOVE LAM-IM(I) TO EW-IMAG(I)
               MOVE 0.0 TO EW-RESID(I)
           END-PERFORM
           IF Q-COUNT > 0
               MOVE LAM-RE(1) TO RET-EW
               IF LAM-IM(1) NOT = 0
                   MOVE 1 TO RET-COMPLEX
                   MOVE LAM-RE(1) TO RET-EW-RE
                   MOVE LAM-IM(1) TO RET-EW-IM
               ELSE
                   MOVE 0 TO RET-COMPLEX
               END-IF
               MOVE LAM-IM(1) TO RET-DAMP-FREQ
               MOVE LAM-MOD(1) TO RET-DAMP-NAT
               IF LAM-MOD(1) > 0
                   COMPUTE RET-DAMP-RATIO = LAM-RE(1) * (-1)
                       / LAM-MOD(1)
               END-IF
           END-IF
           DISPLAY "Quadratisches Eigenwertproblem: " Q-COUNT
               " Schwingungsformen"
           .
       END PROGRAM QuadraticEigen.
