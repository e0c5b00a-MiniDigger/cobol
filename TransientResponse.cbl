      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "TRANSIENT" - Zeitverlauf des Zustands x(k) vom
      *          "x="-Startvektor aus ueber hoechstens N Schritte, statt
      *          eines Eigenwerts. Ohne "dt=" der explizite Schritt
      *          x(k+1) = A*x(k) ueber die bereits gebaute CRS-Struktur
      *          (bzw. CRS-BAND bei "band="), derselbe Multiplikations-
      *          weg wie die Vectoriteration, aber ohne Normierung -
      *          der Betrag des Zustands ist hier das Ergebnis. Mit
      *          "dt=" gilt A als Matrix des Systems dx/dt = A*x und
      *          jeder Schritt loest (I - dt*A) x(k+1) = x(k)
      *          (implizites Euler-Verfahren) ueber eine einmalige
      *          dichte LU-Zerlegung - stabil auch fuer steife
      *          thermische Modelle, bei denen der explizite Schritt
      *          explodiert.
      *          Die per "resp=" gewaehlten Komponenten gehen in die
      *          Verlaufsdatei <ausgabebasis>_<name>.hist (Schritt 0,
      *          jeder "every="-te Schritt und der letzte Schritt).
      *          Eingeschwungen ist der Zustand beim ersten Schritt mit
      *          max |x(k+1) - x(k)| < EPSILON; der Lauf endet dort.
      *          Ergebnis RET-EW ist der Einschwingzeitpunkt (Schritt
      *          bzw. Schritt*dt), XI der Endzustand. Grenze dim <= 200
      *          nur fuer den impliziten Schritt (dichte Zerlegung).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransientResponse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Verlaufsdatei des Datensatzes, benannt wie die Trace-
      *        Datei der Vectoriteration
               SELECT HISTF ASSIGN TO DYNAMIC HIST-FILENAME
               FILE STATUS IS HIST-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD HISTF
           DATA RECORD IS HIST-LINE.
           01 HIST-LINE PIC X(200).
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 DIM-M-DISP PIC ZZZ9.
           01 STEP-DISP PIC ZZZZZ9.
           Copy "OutputVector.cpy".
      *    Dimensionsgrenze des impliziten Schritts, dieselbe wie fuer
      *    mode=spectrum und mode=frf
           01 TRN-MAX-DIM PIC 9(04) COMP-3 VALUE 200.
      *    Pivotschwelle der Zerlegung von (I - dt*A)
           01 PIVOT-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.000000000001.
      *    Betragsgrenze des Zustands: XI traegt nur sechs Vorkomma-
      *    stellen, ein Zustand darueber gilt als divergiert, bevor
      *    die Multiplikation ihn abschneidet
           01 DIV-LIMIT PIC S9(06)V9(16) COMP-3 VALUE 100000.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 FN PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
               05 SI PIC 9(04) COMP-3.
               05 SJ PIC 9(04) COMP-3.
               05 PIV-SWAP PIC 9(04) COMP-3.
               05 HK PIC 9(02) COMP-3.
               05 STEP-K PIC 9(06) COMP-3.
               05 STRIDE PIC 9(06) COMP-3.
               05 STRIDE-Q PIC 9(06) COMP-3.
               05 STRIDE-R PIC 9(06) COMP-3.
      *    Zustand des vorigen Schritts fuer das Einschwingkriterium -
      *    feste Groesse wie PREV-XI in Vectoriteration
           01 PREV-X-TABLE.
               05 PREV-X PIC S9(06)V9(16) COMP-3 OCCURS 2000 TIMES.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
           01 LOES-VEKTOREN.
               05 RHS-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SOL-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 HILFSGROESSEN.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 STEP-DIFF PIC S9(09)V9(16) COMP-3.
               05 STEP-MAX PIC S9(09)V9(16) COMP-3.
               05 SINGULAER PIC 9.
               05 EINGESCHWUNGEN PIC 9.
               05 DIVERGIERT PIC 9.
      *    Aufbaufelder der Verlaufszeile und des Dateinamens
           01 HIST-FILENAME PIC X(90).
           01 HIST-STATUS PIC XX.
           01 HIST-OPEN PIC 9 VALUE 0.
           01 HIST-BASE PIC X(80).
           01 HIST-BASE-LEN PIC 9(04) COMP-3.
           01 HIST-LABEL PIC X(30).
           01 HIST-OUT PIC X(200).
           01 HIST-P PIC 9(03).
           01 HIST-DOF-DISP PIC ZZZ9.
           01 HIST-NUM PIC -9(06).9(09).
           01 HIST-TIME PIC S9(09)V9(16) COMP-3.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "CRSBand.cpy".
           COPY "InputMatrix.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "FileNames.cpy".
           COPY "WorkMatrix.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR CRS-STAMP CRS-BAND
            MATRIX INPUT-VEKTOR ABBRUCH FILE-NAMES WORK-MATRIX.
       MAIN-PROCEDURE.
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-TRN-STEPS
           MOVE 0 TO RET-TRN-SETTLE
           MOVE 0 TO RET-TRN-LINES
           MOVE 0 TO RET-TRN-DIFF
           MOVE 0 TO RET-TRN-PEAK
           MOVE SPACES TO RET-TRN-FILE
           MOVE 0 TO HIST-OPEN
           MOVE 0 TO EINGESCHWUNGEN
           MOVE 0 TO DIVERGIERT
           MOVE DIM-I TO FN
           MOVE DIM-I TO DIM-O

      *    impliziter Schritt: (I - dt*A) einmal zerlegen, jeder
      *    Zeitschritt ist danach nur noch Vorwaerts-/Rueckwaerts-
      *    einsetzen
           IF TRN-DT > 0
               IF FN > TRN-MAX-DIM
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE FN TO DIM-M-DISP
                   MOVE "TRN-001" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[TransientResponse.MAIN-PROCEDURE] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: dt= (implizit) nur bis dim=200,"
                       " Datensatz hat dim=" DIM-M-DISP
                       DELIMITED BY SIZE
                       "!" DELIMITED BY SIZE INTO ERRORMSG
                   DISPLAY ERRORMSG
                   EXIT PROGRAM
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                       COMPUTE WELEM(I,J) = TRN-DT * ELEM(I,J) * (-1)
                   END-PERFORM
                   COMPUTE WELEM(I,I) = WELEM(I,I) + 1
                   MOVE I TO PIV-ROW(I)
               END-PERFORM
               PERFORM FACTOR-W
               IF SINGULAER = 1
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "TRN-002" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[TransientResponse.MAIN-PROCEDURE] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: I - dt*A ist singulaer, A hat den"
                       " Eigenwert 1/dt!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   EXIT PROGRAM
               END-IF
           END-IF

           IF TRN-EVERY > 0
               MOVE TRN-EVERY TO STRIDE
           ELSE
               MOVE 1 TO STRIDE
           END-IF

           PERFORM OPEN-HIST-FILE
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF

      *    Schritt 0: der Startvektor selbst
           MOVE 0 TO STEP-K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE XI(I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > RET-TRN-PEAK
                   MOVE ABS-A TO RET-TRN-PEAK
               END-IF
           END-PERFORM
           PERFORM WRITE-HIST-LINE

           PERFORM TIME-STEP
               UNTIL STEP-K >= N OR EINGESCHWUNGEN = 1
                  OR DIVERGIERT = 1 OR ERRORMSG NOT = "FINE"

           IF HIST-OPEN = 1
               CLOSE HISTF
               MOVE 0 TO HIST-OPEN
           END-IF
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF
           IF DIVERGIERT = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE STEP-K TO STEP-DISP
               MOVE "TRN-003" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[TransientResponse.TIME-STEP] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Zustand divergiert in Schritt "
                   STEP-DISP DELIMITED BY SIZE
                   " - System instabil?" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

           PERFORM SET-RESULT
           EXIT PROGRAM.

      * ein Zeitschritt: x(k) sichern, x(k+1) bilden, Aenderung und
      * Spitzenbetrag messen, die Verlaufszeile schreiben
       TIME-STEP.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE XI(I) TO PREV-X(I)
           END-PERFORM

           IF TRN-DT > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE XI(I) TO RHS-V(I)
               END-PERFORM
               PERFORM SOLVE-W
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE SOL-V(I) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > DIV-LIMIT
                       MOVE 1 TO DIVERGIERT
                   ELSE
                       MOVE SOL-V(I) TO XI(I)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM MULTIPLY-STEP
               IF ERRORMSG NOT = "FINE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE XK(I) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > DIV-LIMIT
                       MOVE 1 TO DIVERGIERT
                   ELSE
                       MOVE XK(I) TO XI(I)
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO STEP-K
           IF DIVERGIERT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STEP-MAX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               COMPUTE STEP-DIFF = XI(I) - PREV-X(I)
               IF STEP-DIFF < 0
                   COMPUTE STEP-DIFF = STEP-DIFF * (-1)
               END-IF
               IF STEP-DIFF > STEP-MAX
                   MOVE STEP-DIFF TO STEP-MAX
               END-IF
               MOVE XI(I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > RET-TRN-PEAK
                   MOVE ABS-A TO RET-TRN-PEAK
               END-IF
           END-PERFORM
           MOVE STEP-MAX TO RET-TRN-DIFF
           IF STEP-MAX < EPSILON
               MOVE 1 TO EINGESCHWUNGEN
               MOVE STEP-K TO RET-TRN-SETTLE
           END-IF

      *    jeder every=-te Schritt, dazu immer der letzte
           DIVIDE STEP-K BY STRIDE GIVING STRIDE-Q
               REMAINDER STRIDE-R
           IF STRIDE-R = 0 OR EINGESCHWUNGEN = 1 OR STEP-K >= N
               PERFORM WRITE-HIST-LINE
           END-IF
           .

      * explizite Multiplikation A*x ueber die gebaute Struktur - fuer
      * eine per "band=" deklarierte Bandmatrix ueber CRS-BAND, sonst
      * ueber die generische CRS-VALS/CRS-COLS/CRS-ROW-PTR Struktur
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

      * LU-Zerlegung von WELEM mit Zeilentausch; ein Pivot unter
      * PIVOT-TOL setzt SINGULAER
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
               IF ABS-B < PIVOT-TOL
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

      * Bildet den Namen der Verlaufsdatei (Ausgabedateiname ohne
      * ".txt", plus "_" und Datensatzname bzw. "satz<N>", plus
      * ".hist" - dasselbe Namensschema wie die Trace-Datei in
      * Vectoriteration.OPEN-TRACE-FILE), oeffnet sie neu und
      * schreibt die Kopfzeile mit den Komponentennummern in der
      * Originalnummerierung
       OPEN-HIST-FILE.
           MOVE FUNCTION TRIM(OUTPUT-FILENAME) TO HIST-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HIST-BASE)) TO
               HIST-BASE-LEN
           IF HIST-BASE-LEN > 4 AND
              HIST-BASE(HIST-BASE-LEN - 3:4) = ".txt"
               MOVE SPACES TO HIST-BASE(HIST-BASE-LEN - 3:4)
           END-IF
           IF DATASET-NAME NOT = SPACES
               MOVE FUNCTION TRIM(DATASET-NAME) TO HIST-LABEL
           ELSE
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE SPACES TO HIST-LABEL
               STRING "satz" FUNCTION TRIM(RECORD-NUM-DISP)
                   DELIMITED BY SIZE INTO HIST-LABEL
           END-IF
           MOVE SPACES TO HIST-FILENAME
           STRING FUNCTION TRIM(HIST-BASE) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(HIST-LABEL) DELIMITED BY SIZE
               ".hist" DELIMITED BY SIZE
               INTO HIST-FILENAME
           OPEN OUTPUT HISTF
           IF HIST-STATUS NOT = '00'
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "TRN-004" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[TransientResponse.OPEN-HIST-FILE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Verlaufsdatei nicht anlegbar, Status "
                   HIST-STATUS "!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO HIST-OPEN
           MOVE HIST-FILENAME TO RET-TRN-FILE
           MOVE SPACES TO HIST-OUT
           MOVE 1 TO HIST-P
           STRING "schritt zeit" DELIMITED BY SIZE
               INTO HIST-OUT WITH POINTER HIST-P
           PERFORM VARYING HK FROM 1 BY 1 UNTIL HK > FRF-DOF-COUNT
               MOVE FRF-DOF-ORIG(HK) TO HIST-DOF-DISP
               STRING " x" FUNCTION TRIM(HIST-DOF-DISP)
                   DELIMITED BY SIZE INTO HIST-OUT WITH POINTER HIST-P
           END-PERFORM
           WRITE HIST-LINE FROM HIST-OUT
           .

      * schreibt Schritt, Zeitpunkt (Schritt bzw. Schritt*dt) und die
      * gewaehlten Komponenten des aktuellen Zustands als eine Zeile
       WRITE-HIST-LINE.
           MOVE SPACES TO HIST-OUT
           MOVE 1 TO HIST-P
           MOVE STEP-K TO STEP-DISP
           STRING FUNCTION TRIM(STEP-DISP) " "
               DELIMITED BY SIZE INTO HIST-OUT WITH POINTER HIST-P
           PERFORM COMPUTE-HIST-TIME
           MOVE HIST-TIME TO HIST-NUM
           STRING FUNCTION TRIM(HIST-NUM)
               DELIMITED BY SIZE INTO HIST-OUT WITH POINTER HIST-P
           PERFORM VARYING HK FROM 1 BY 1 UNTIL HK > FRF-DOF-COUNT
               MOVE XI(FRF-DOF(HK)) TO HIST-NUM
               STRING " " FUNCTION TRIM(HIST-NUM)
                   DELIMITED BY SIZE INTO HIST-OUT WITH POINTER HIST-P
           END-PERFORM
           WRITE HIST-LINE FROM HIST-OUT
           ADD 1 TO RET-TRN-LINES
           .

      * Zeitpunkt des Schritts STEP-K: beim expliziten Schritt die
      * Schrittnummer selbst, beim impliziten Schritt STEP-K * dt
       COMPUTE-HIST-TIME.
           IF TRN-DT > 0
               COMPUTE HIST-TIME = STEP-K * TRN-DT
           ELSE
               MOVE STEP-K TO HIST-TIME
           END-IF
           .

      * Ergebnis: RET-EW ist der Einschwingzeitpunkt, ohne Einschwingen
      * der Zeitpunkt des letzten Schritts (RET-CONVERGED bleibt dann
      * 0 und der Report warnt wie bei einer nicht konvergierten
      * Iteration)
       SET-RESULT.
           MOVE STEP-K TO RET-TRN-STEPS
           MOVE STEP-K TO RET-ITER
           MOVE RET-TRN-DIFF TO RET-RESID
           PERFORM COMPUTE-HIST-TIME
           MOVE HIST-TIME TO RET-EW
           IF EINGESCHWUNGEN = 1
               MOVE 1 TO RET-CONVERGED
           END-IF
           DISPLAY "Zeitverlauf: " STEP-K " Schritte, "
               RET-TRN-LINES " Verlaufszeilen"
           .
       END PROGRAM TransientResponse.
