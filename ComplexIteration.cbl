      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vectoriteration fuer komplexe Matrizen (a+bi-Eintraege
      *          der Admittanzmodelle) ueber die CRS-Struktur von
      *          ComplexRowStorage. Je Schritt y = A*x per
      *          CRSComplexMultiply, Eigenwertschaetzung ueber den
      *          Rayleigh-Quotienten lambda = x^H * y (x normiert),
      *          dann x = y / ||y|| mit Phasennormierung: die
      *          betragsgroesste Komponente wird reell und positiv -
      *          ein komplexer Eigenvektor ist nur bis auf einen
      *          Faktor e^(i*phi) bestimmt, ohne die Festlegung
      *          rotierte x von Schritt zu Schritt und das
      *          Richtungskriterium griffe nie. Bei herm=1 ist der
      *          Eigenwert reell, der Imaginaerteil wird als
      *          Rundungsrest auf 0 gesetzt.
      *          Ergebnis: RET-EW (Realteil), RET-CPX-IM
      *          (Imaginaerteil), Eigenvektor in XI/XI-IM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplexIteration.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Konvergenz-Trace (Option "trace=1"), Namensschema wie
      *        in Vectoriteration
               SELECT TRACEF ASSIGN TO DYNAMIC TRACE-FILENAME
               FILE STATUS IS TRACE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD TRACEF
           DATA RECORD IS TRACE-LINE.
           01 TRACE-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 RECORD-NUM-DISP PIC ZZZZZ9.
      *    Eigenwertschaetzung (Real-/Imaginaerteil) des aktuellen und
      *    des vorigen Durchlaufs
           01 EIGENWERT.
               05 EW-RE PIC S9(09)V9(16) COMP-3.
               05 EW-IM PIC S9(09)V9(16) COMP-3.
               05 LAST-EW-RE PIC S9(09)V9(16) COMP-3.
               05 LAST-EW-IM PIC S9(09)V9(16) COMP-3.
      *    Abbruchkriterium: Betrag der Eigenwertaenderung gegen den
      *    Betrag des Eigenwerts
           01 ABBRUCH-KRIT.
               05 ABS-DIF PIC S9(09)V9(16) COMP-3.
               05 ABS-EW PIC S9(09)V9(16) COMP-3.
               05 DIF-RE PIC S9(09)V9(16) COMP-3.
               05 DIF-IM PIC S9(09)V9(16) COMP-3.
           Copy "OutputVector.cpy".
           01 ZAEHLER.
               05 COUNTER-N PIC 9(06) COMP-3.
               05 COUNTER-EW PIC 9 COMP-3.
               05 COUNTER-VEC PIC 9 COMP-3.
               05 I PIC 9(04) COMP-3.
      *    x des vorigen Durchlaufs fuer das Richtungskriterium - feste
      *    Groesse wie PREV-XI in Vectoriteration
           01 PREV-X-TABLE.
               05 PREV-X OCCURS 2000 TIMES.
                   10 PREV-XR PIC S9(06)V9(16) COMP-3.
                   10 PREV-XI PIC S9(06)V9(16) COMP-3.
      *    Richtungskriterium: |x^H * x_vorher| liegt bei stehender
      *    Richtung nahe 1 (beide Vektoren normiert und
      *    phasennormiert)
           01 VEC-KRIT.
               05 VEC-DOT-RE PIC S9(04)V9(09) COMP-3.
               05 VEC-DOT-IM PIC S9(04)V9(09) COMP-3.
               05 VEC-DOT PIC S9(04)V9(09) COMP-3.
               05 VEC-DIF PIC S9(04)V9(09) COMP-3.
      *    Norm, Quadratsummen und Produkt-Zwischenwerte - die Terme
      *    werden einzeln gebildet und erst dann verknuepft
           01 SCALAR PIC S9(09)V9(16) COMP-3.
           01 PROD-1 PIC S9(09)V9(16) COMP-3.
           01 PROD-2 PIC S9(09)V9(16) COMP-3.
           01 NEW-RE PIC S9(06)V9(16) COMP-3.
           01 NEW-IM PIC S9(06)V9(16) COMP-3.
      *    Phasennormierung: Position, Betrag und Einheitsfaktor
      *    konj(x_p)/|x_p| der betragsgroessten Komponente
           01 PHASE-FELDER.
               05 PHASE-POS PIC 9(04) COMP-3.
               05 PHASE-BEST PIC S9(09)V9(16) COMP-3.
               05 PHASE-MOD PIC S9(09)V9(16) COMP-3.
               05 PHASE-CR PIC S9(04)V9(16) COMP-3.
               05 PHASE-CI PIC S9(04)V9(16) COMP-3.
           01 EW-ITER1 PIC S9(09)V9(16) COMP-3.
           01 EW-ITER2 PIC S9(09)V9(16) COMP-3.
           01 HEARTBEAT-QUOT PIC 9(06) COMP-3.
           01 HEARTBEAT-REST PIC 9(06) COMP-3.
           01 XNORM PIC S9(09)V9(16) COMP-3.
           01 XNORM-DIF PIC S9(09)V9(16) COMP-3.
      *    Trace-Datei wie in Vectoriteration
           01 TRACE-FILENAME PIC X(90).
           01 TRACE-STATUS PIC XX.
           01 TRACE-OPEN PIC 9 VALUE 0.
           01 TRACE-BASE PIC X(80).
           01 TRACE-BASE-LEN PIC 9(04) COMP-3.
           01 TRACE-LABEL PIC X(30).
           01 TRACE-RECORD-DISP PIC ZZZZZ9.
           01 TRACE-OUT PIC X(120).
           01 TRACE-P PIC 9(03).
           01 TRACE-ITER-DISP PIC ZZZZZ9.
           01 TRACE-NUM PIC -9(06).9(09).
      *    Zeitbudget und skipds.request wie in Vectoriteration
           01 BUDGET-FELDER.
               05 BUDGET-CLOCK.
                   10 FILLER PIC X(08).
                   10 BC-HH PIC 9(02).
                   10 BC-MM PIC 9(02).
                   10 BC-SS PIC 9(02).
                   10 BC-CC PIC 9(02).
                   10 FILLER PIC X(05).
               05 BUDGET-START-CS PIC S9(08) COMP-3.
               05 BUDGET-NOW-CS PIC S9(08) COMP-3.
               05 BUDGET-ELAPSED-CS PIC S9(08) COMP-3.
               05 BUDGET-LIMIT-CS PIC S9(08) COMP-3.
               05 BUDGET-ABORT PIC 9 VALUE 0.
               05 BUDGET-REASON PIC 9 VALUE 0.
           01 SKIPDS-REQUEST-NAME PIC X(20) VALUE "skipds.request".
           01 SKIPDS-FILE-INFO.
               05 SDI-SIZE PIC X(8).
               05 SDI-DAY PIC 9(2) COMP-X.
               05 SDI-MONTH PIC 9(2) COMP-X.
               05 SDI-YEAR PIC 9(4) COMP-X.
               05 SDI-HOUR PIC 9(2) COMP-X.
               05 SDI-MIN PIC 9(2) COMP-X.
               05 SDI-SEC PIC 9(2) COMP-X.
               05 SDI-CSEC PIC 9(2) COMP-X.
      *    Ueberlaufwaechter der Akkumulatoren in RAYLEIGH/NORMALIZE
           01 OVF-KRIT.
               05 OVF-FLAG PIC 9 VALUE 0.
               05 OVF-ROW PIC 9(04) COMP-3.
               05 OVF-PARA PIC X(10).
               05 OVF-ROW-DISP PIC ZZZ9.
               05 OVF-ITER-DISP PIC ZZZZZ9.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "FileNames.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR CRS-VALS-IM
            INPUT-VEKTOR ABBRUCH FILE-NAMES.
       MAIN-PROCEDURE.
      *     Rueckgabefelder und Zustand pro CALL zuruecksetzen - die
      *     Aitken-, Grobphasen- und Neustart-Felder der reellen
      *     Iteration gelten hier nicht
            MOVE 0.0 TO EW-ITER1
            MOVE 0.0 TO EW-ITER2
            MOVE 0.0 TO RET-EW-GAP
            MOVE 0.0 TO RET-CPX-IM
            MOVE 0 TO RET-OSCILLATING
            MOVE 0 TO RET-XNORM-SUSPECT
            MOVE 0 TO RET-RESEEDED
            MOVE 0 TO RET-ITER-COARSE
            MOVE 0 TO RET-AITKEN-USED
            MOVE 0.0 TO RET-AITKEN-EW
            MOVE 0 TO RET-AITKEN-SAVED
            MOVE 0.0 TO ABS-DIF
            MOVE 0.0 TO VEC-DIF
            MOVE 0 TO OVF-FLAG
            MOVE 0 TO TRACE-OPEN
            IF TRACE-ENABLED
                PERFORM OPEN-TRACE-FILE
            END-IF
            MOVE 0 TO BUDGET-ABORT
            MOVE 0 TO BUDGET-REASON
            MOVE FUNCTION CURRENT-DATE TO BUDGET-CLOCK
            COMPUTE BUDGET-START-CS = BC-HH * 360000 + BC-MM * 6000
                + BC-SS * 100 + BC-CC
            COMPUTE BUDGET-LIMIT-CS = BUDGET-SECS * 100
            IF DIM-VAL = 0
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-002" TO MESSAGE-CODE
                MOVE SPACES TO ERRORMSG
                STRING "[ComplexIteration.MAIN-PROCEDURE] Satz "
                    RECORD-NUM-DISP DELIMITED BY SIZE
                    ": Matrix traegt keine von Null verschiedenen"
                    " Eintraege!"
                    DELIMITED BY SIZE INTO ERRORMSG
                DISPLAY ERRORMSG
                MOVE 0.0 TO RET-EW
                MOVE 0 TO RET-CONVERGED
                EXIT PROGRAM
            END-IF
            MOVE DIM-I TO DIM-O
            MOVE 1 TO COUNTER-N
            MOVE 0 TO COUNTER-EW
            MOVE 0 TO COUNTER-VEC

      *     Startvektor normieren (Real- und Imaginaerteil), dann ein
      *     erster Schritt fuer den Ausgangswert des Eigenwerts
            MOVE 0.0 TO SCALAR
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE SCALAR = SCALAR + XI(I) * XI(I)
                   + XI-IM(I) * XI-IM(I)
            END-PERFORM
            COMPUTE SCALAR = SCALAR ** 0.5
            IF SCALAR = 0
                MOVE 1.0 TO XI(1)
                MOVE 1.0 TO SCALAR
            END-IF
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE XI(I) = XI(I) / SCALAR
               COMPUTE XI-IM(I) = XI-IM(I) / SCALAR
            END-PERFORM
            PERFORM MULTIPLY-STEP
            PERFORM RAYLEIGH
            PERFORM NORMALIZE

            PERFORM UNTIL COUNTER-N > N
                  OR BUDGET-ABORT = 1
                  OR OVF-FLAG = 1
                  OR ERRORMSG NOT = "FINE"
                  OR (COUNTER-EW > STABLE-COUNT
                      AND COUNTER-VEC > STABLE-COUNT)
               MOVE EW-RE TO LAST-EW-RE
               MOVE EW-IM TO LAST-EW-IM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                  MOVE XI(I) TO PREV-XR(I)
                  MOVE XI-IM(I) TO PREV-XI(I)
               END-PERFORM
               PERFORM MULTIPLY-STEP
               PERFORM RAYLEIGH
               PERFORM NORMALIZE
               IF COUNTER-N = 1
                   MOVE EW-RE TO EW-ITER1
               END-IF
               IF COUNTER-N = 2
                   MOVE EW-RE TO EW-ITER2
               END-IF

      *        Eigenwertkriterium: |lambda - lambda_vorher| gegen
      *        EPSILON * |lambda|
               COMPUTE DIF-RE = EW-RE - LAST-EW-RE
               COMPUTE DIF-IM = EW-IM - LAST-EW-IM
               COMPUTE PROD-1 = DIF-RE * DIF-RE
               COMPUTE PROD-2 = DIF-IM * DIF-IM
               COMPUTE SCALAR = PROD-1 + PROD-2
               COMPUTE ABS-DIF = SCALAR ** 0.5
               COMPUTE PROD-1 = EW-RE * EW-RE
               COMPUTE PROD-2 = EW-IM * EW-IM
               COMPUTE SCALAR = PROD-1 + PROD-2
               COMPUTE ABS-EW = SCALAR ** 0.5
               IF ABS-DIF <= EPSILON * ABS-EW
                   COMPUTE COUNTER-EW = COUNTER-EW + 1
               ELSE
                   MOVE 0 TO COUNTER-EW
               END-IF

      *        Richtungskriterium: |x^H * x_vorher| nahe 1
               MOVE 0.0 TO VEC-DOT-RE
               MOVE 0.0 TO VEC-DOT-IM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                  COMPUTE PROD-1 = XI(I) * PREV-XR(I)
                  COMPUTE PROD-2 = XI-IM(I) * PREV-XI(I)
                  COMPUTE VEC-DOT-RE = VEC-DOT-RE + PROD-1 + PROD-2
                  COMPUTE PROD-1 = XI(I) * PREV-XI(I)
                  COMPUTE PROD-2 = XI-IM(I) * PREV-XR(I)
                  COMPUTE VEC-DOT-IM = VEC-DOT-IM + PROD-1
                  COMPUTE VEC-DOT-IM = VEC-DOT-IM - PROD-2
               END-PERFORM
               COMPUTE PROD-1 = VEC-DOT-RE * VEC-DOT-RE
               COMPUTE PROD-2 = VEC-DOT-IM * VEC-DOT-IM
               COMPUTE SCALAR = PROD-1 + PROD-2
               COMPUTE SCALAR = SCALAR ** 0.5
               MOVE SCALAR TO VEC-DOT
               COMPUTE VEC-DIF = 1.0 - VEC-DOT
               IF VEC-DIF < 0
                   COMPUTE VEC-DIF = VEC-DIF * (-1)
               END-IF
               IF VEC-DIF <= EPSILON
                   COMPUTE COUNTER-VEC = COUNTER-VEC + 1
               ELSE
                   MOVE 0 TO COUNTER-VEC
               END-IF

               IF TRACE-OPEN = 1
                   PERFORM WRITE-TRACE-LINE
               END-IF
               COMPUTE COUNTER-N = COUNTER-N + 1

      *        Fortschrittsanzeiger und Budgetpruefung im selben Takt
      *        wie in Vectoriteration
               DIVIDE COUNTER-N BY HEARTBEAT-INTERVAL
                   GIVING HEARTBEAT-QUOT
                   REMAINDER HEARTBEAT-REST
               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: Iteration " COUNTER-N
                       " Erwartungswert " EW-RE " + i*" EW-IM
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
                   PERFORM BUDGET-CHECK
               END-IF
            END-PERFORM

            MOVE EW-RE TO RET-EW
            MOVE EW-IM TO RET-CPX-IM
      *     hermitesche Matrix: der Eigenwert ist reell, ein
      *     Imaginaerteil ist nur Rundungsrest
            IF HERMITIAN-DECLARED
                MOVE 0.0 TO RET-CPX-IM
            END-IF
            MOVE COUNTER-N TO RET-ITER
            MOVE ABS-DIF TO RET-RESID
            IF EW-ITER1 NOT = 0 AND EW-ITER2 NOT = 0
                COMPUTE RET-EW-GAP = EW-ITER2 / EW-ITER1
            END-IF
            IF COUNTER-EW > STABLE-COUNT
               AND COUNTER-VEC > STABLE-COUNT
                MOVE 1 TO RET-CONVERGED
            ELSE
                MOVE 0 TO RET-CONVERGED
            END-IF
            PERFORM XNORM-CHECK
            IF TRACE-OPEN = 1
                CLOSE TRACEF
                MOVE 0 TO TRACE-OPEN
            END-IF

            IF OVF-FLAG = 1 AND ERRORMSG = "FINE"
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE OVF-ROW TO OVF-ROW-DISP
                MOVE COUNTER-N TO OVF-ITER-DISP
                MOVE 0 TO RET-CONVERGED
                MOVE "CPX-002" TO MESSAGE-CODE
                MOVE SPACES TO ERRORMSG
                STRING "[ComplexIteration."
                    DELIMITED BY SIZE
                    OVF-PARA DELIMITED BY SPACE
                    "] Satz " DELIMITED BY SIZE
                    RECORD-NUM-DISP DELIMITED BY SIZE
                    ": Ueberlauf Iter" OVF-ITER-DISP
                    " Zeile" OVF-ROW-DISP "!" DELIMITED BY SIZE
                    INTO ERRORMSG
                DISPLAY ERRORMSG
            END-IF

            IF BUDGET-ABORT = 1
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE 0 TO RET-CONVERGED
                MOVE SPACES TO ERRORMSG
                IF BUDGET-REASON = 1
                    MOVE "ITR-003" TO MESSAGE-CODE
                    STRING "[ComplexIteration.BUDGET-CHECK] Satz "
                        RECORD-NUM-DISP DELIMITED BY SIZE
                        ": ZEITBUDGET: Zeitbudget des Datensatzes"
                        " erschoepft, Iteration abgebrochen!"
                        DELIMITED BY SIZE INTO ERRORMSG
                ELSE
                    MOVE "ITR-004" TO MESSAGE-CODE
                    STRING "[ComplexIteration.BUDGET-CHECK] Satz "
                        RECORD-NUM-DISP DELIMITED BY SIZE
                        ": ZEITBUDGET: Datensatz auf"
                        " Operator-Anforderung abgebrochen!"
                        DELIMITED BY SIZE INTO ERRORMSG
                END-IF
                DISPLAY ERRORMSG
            END-IF

            DISPLAY "Komplexe Iteration: EW " RET-EW " + i*"
                RET-CPX-IM " nach " COUNTER-N " Iterationen"
            EXIT PROGRAM.

      * prueft Zeitbudget und Operator-Abbruchdatei, wie
      * Vectoriteration.BUDGET-CHECK
       BUDGET-CHECK.
           IF BUDGET-SECS > 0
               MOVE FUNCTION CURRENT-DATE TO BUDGET-CLOCK
               COMPUTE BUDGET-NOW-CS = BC-HH * 360000 + BC-MM * 6000
                   + BC-SS * 100 + BC-CC
               COMPUTE BUDGET-ELAPSED-CS =
                   BUDGET-NOW-CS - BUDGET-START-CS
               IF BUDGET-ELAPSED-CS < 0
                   COMPUTE BUDGET-ELAPSED-CS =
                       BUDGET-ELAPSED-CS + 8640000
               END-IF
               IF BUDGET-ELAPSED-CS >= BUDGET-LIMIT-CS
                   MOVE 1 TO BUDGET-ABORT
                   MOVE 1 TO BUDGET-REASON
               END-IF
           END-IF
           IF BUDGET-ABORT = 0
               CALL "CBL_CHECK_FILE_EXIST" USING SKIPDS-REQUEST-NAME
                   SKIPDS-FILE-INFO
               IF RETURN-CODE = 0
                   MOVE 1 TO BUDGET-ABORT
                   MOVE 2 TO BUDGET-REASON
                   CALL "CBL_DELETE_FILE" USING SKIPDS-REQUEST-NAME
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           .

      * y = A*x ueber die komplexe CRS-Struktur
       MULTIPLY-STEP.
           CALL "CRSComplexMultiply" USING CRS-VALS, CRS-COLS,
                 CRS-ROW-PTR, CRS-VALS-IM, INPUT-VEKTOR, OUT-VEKTOR,
                 OUT-VEKTOR-IM, ABBRUCH
           .

      * Rayleigh-Quotient lambda = x^H * y fuer normiertes x:
      * Re = Summe(xr*yr + xi*yi), Im = Summe(xr*yi - xi*yr)
       RAYLEIGH.
           MOVE 0.0 TO EW-RE
           MOVE 0.0 TO EW-IM
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-I OR OVF-FLAG = 1
              COMPUTE PROD-1 = XI(I) * XK(I)
              COMPUTE PROD-2 = XI-IM(I) * XK-IM(I)
              COMPUTE EW-RE = EW-RE + PROD-1 + PROD-2
                  ON SIZE ERROR
                      MOVE 1 TO OVF-FLAG
                      MOVE I TO OVF-ROW
                      MOVE "RAYLEIGH" TO OVF-PARA
              END-COMPUTE
              COMPUTE PROD-1 = XI(I) * XK-IM(I)
              COMPUTE PROD-2 = XI-IM(I) * XK(I)
              COMPUTE EW-IM = EW-IM + PROD-1
                  ON SIZE ERROR
                      MOVE 1 TO OVF-FLAG
                      MOVE I TO OVF-ROW
                      MOVE "RAYLEIGH" TO OVF-PARA
              END-COMPUTE
              COMPUTE EW-IM = EW-IM - PROD-2
                  ON SIZE ERROR
                      MOVE 1 TO OVF-FLAG
                      MOVE I TO OVF-ROW
                      MOVE "RAYLEIGH" TO OVF-PARA
              END-COMPUTE
           END-PERFORM
           .

      * x = y / ||y|| und Phasennormierung: die betragsgroesste
      * Komponente x_p wird mit konj(x_p)/|x_p| auf die positive
      * reelle Achse gedreht, der gesamte Vektor mit demselben
      * Faktor
       NORMALIZE.
           MOVE 0 TO SCALAR
           MOVE 0 TO PHASE-POS
           MOVE 0 TO PHASE-BEST
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-I OR OVF-FLAG = 1
              COMPUTE PROD-1 = XK(I) * XK(I)
              COMPUTE PROD-2 = XK-IM(I) * XK-IM(I)
              COMPUTE PROD-1 = PROD-1 + PROD-2
              COMPUTE SCALAR = SCALAR + PROD-1
                  ON SIZE ERROR
                      MOVE 1 TO OVF-FLAG
                      MOVE I TO OVF-ROW
                      MOVE "NORMALIZE" TO OVF-PARA
              END-COMPUTE
              IF PHASE-POS = 0 OR PROD-1 > PHASE-BEST
                  MOVE I TO PHASE-POS
                  MOVE PROD-1 TO PHASE-BEST
              END-IF
           END-PERFORM
           IF OVF-FLAG = 1 OR SCALAR = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE SCALAR = SCALAR ** 0.5
           COMPUTE PHASE-MOD = PHASE-BEST ** 0.5
           COMPUTE PHASE-CR = XK(PHASE-POS) / PHASE-MOD
           COMPUTE PHASE-CI = XK-IM(PHASE-POS) / PHASE-MOD
           COMPUTE PHASE-CI = PHASE-CI * (-1)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
              COMPUTE PROD-1 = XK(I) * PHASE-CR
              COMPUTE PROD-2 = XK-IM(I) * PHASE-CI
              COMPUTE NEW-RE = PROD-1 - PROD-2
              COMPUTE PROD-1 = XK(I) * PHASE-CI
              COMPUTE PROD-2 = XK-IM(I) * PHASE-CR
              COMPUTE NEW-IM = PROD-1 + PROD-2
              COMPUTE XI(I) = NEW-RE / SCALAR
              COMPUTE XI-IM(I) = NEW-IM / SCALAR
           END-PERFORM
           MOVE 0.0 TO XI-IM(PHASE-POS)
           .

      * Norm des finalen x gegen 1.0, wie Vectoriteration.XNORM-CHECK
       XNORM-CHECK.
           MOVE 0.0 TO XNORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
              COMPUTE PROD-1 = XI(I) * XI(I)
              COMPUTE PROD-2 = XI-IM(I) * XI-IM(I)
              COMPUTE XNORM = XNORM + PROD-1 + PROD-2
           END-PERFORM
           COMPUTE XNORM = XNORM ** 0.5
           COMPUTE XNORM-DIF = XNORM - 1.0
           IF XNORM-DIF < 0.0
               COMPUTE XNORM-DIF = XNORM-DIF * (-1.0)
           END-IF
           IF XNORM-DIF > XNORM-TOLERANCE
               MOVE 1 TO RET-XNORM-SUSPECT
           ELSE
               MOVE 0 TO RET-XNORM-SUSPECT
           END-IF
           .

      * Trace-Datei oeffnen, Namensschema wie in Vectoriteration
       OPEN-TRACE-FILE.
           MOVE FUNCTION TRIM(OUTPUT-FILENAME) TO TRACE-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TRACE-BASE)) TO
               TRACE-BASE-LEN
           IF TRACE-BASE-LEN > 4 AND
              TRACE-BASE(TRACE-BASE-LEN - 3:4) = ".txt"
               MOVE SPACES TO TRACE-BASE(TRACE-BASE-LEN - 3:4)
           END-IF
           IF DATASET-NAME NOT = SPACES
               MOVE FUNCTION TRIM(DATASET-NAME) TO TRACE-LABEL
           ELSE
               MOVE RECORD-NUM TO TRACE-RECORD-DISP
               MOVE SPACES TO TRACE-LABEL
               STRING "satz" FUNCTION TRIM(TRACE-RECORD-DISP)
                   DELIMITED BY SIZE INTO TRACE-LABEL
           END-IF
           MOVE SPACES TO TRACE-FILENAME
           STRING FUNCTION TRIM(TRACE-BASE) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(TRACE-LABEL) DELIMITED BY SIZE
               ".trace" DELIMITED BY SIZE
               INTO TRACE-FILENAME
           OPEN OUTPUT TRACEF
           IF TRACE-STATUS = '00'
               MOVE 1 TO TRACE-OPEN
               WRITE TRACE-LINE FROM
                   "iter ew-re ew-im abs-dif vec-dif"
           END-IF
           .

      * eine Trace-Zeile je Durchlauf
       WRITE-TRACE-LINE.
           MOVE SPACES TO TRACE-OUT
           MOVE 1 TO TRACE-P
           MOVE COUNTER-N TO TRACE-ITER-DISP
           STRING FUNCTION TRIM(TRACE-ITER-DISP) " "
               DELIMITED BY SIZE INTO TRACE-OUT WITH POINTER TRACE-P
           MOVE EW-RE TO TRACE-NUM
           STRING FUNCTION TRIM(TRACE-NUM) " "
               DELIMITED BY SIZE INTO TRACE-OUT WITH POINTER TRACE-P
           MOVE EW-IM TO TRACE-NUM
           STRING FUNCTION TRIM(TRACE-NUM) " "
               DELIMITED BY SIZE INTO TRACE-OUT WITH POINTER TRACE-P
           MOVE ABS-DIF TO TRACE-NUM
           STRING FUNCTION TRIM(TRACE-NUM) " "
               DELIMITED BY SIZE INTO TRACE-OUT WITH POINTER TRACE-P
           MOVE VEC-DIF TO TRACE-NUM
           STRING FUNCTION TRIM(TRACE-NUM)
               DELIMITED BY SIZE INTO TRACE-OUT WITH POINTER TRACE-P
           WRITE TRACE-LINE FROM TRACE-OUT
           .
       END PROGRAM ComplexIteration.
