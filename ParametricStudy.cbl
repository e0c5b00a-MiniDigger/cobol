      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "PARAM" - Parameterstudie A(p) = A0 + p*A1 mit
      *          A0 = MATRIX und der Aenderungsmatrix A1 aus dem
      *          zweiten "dim="-Block (MATRIXB) ueber den Bereich
      *          "pfrom="/"pto="/"pstep=" (hoechstens 50 Schritte).
      *          Im ersten Schritt liefert SpectrumSweep das volle
      *          Spektrum von A(p0); die "topk=" betragsgroessten
      *          Eigenwerte (hoechstens 8) werden per inverser
      *          Iteration mit Verschiebung zu Eigenpaaren
      *          ausgerechnet. Jeder weitere Schritt setzt jede Mode
      *          fort: Verschiebung = linear extrapolierter Eigenwert
      *          der beiden Vorschritte, Startvektor = Form des
      *          Vorschritts (Warmstart), Orthogonalisierung gegen die
      *          in diesem Schritt schon gefundenen Moden. Danach wird
      *          die Zuordnung ueber die MAC (Modal Assurance
      *          Criterion) gegen die Formen des Vorschritts geprueft:
      *          hat die Fortsetzung zwei Moden vertauscht, wird die
      *          Zuordnung ueber die Form korrigiert statt die Kurven
      *          still zu vertauschen. Je Modenpaar werden Kreuzungen
      *          (Reihenfolge kehrt sich um, Formen bleiben) und
      *          Ausweichen (enge Annaeherung ohne Kreuzung, Formen
      *          tauschen) als Ereignisse in Abbruch.cpy abgelegt.
      *          Nur fuer symmetrische A0 und A1, dim <= 200 wie beim
      *          Spektrum-Modus. MATRIX traegt waehrend der Studie
      *          A(p) und wird am Ende auf A0 zurueckgesetzt.
      *          Ergebnis RET-EW ist der Eigenwert der ersten Mode beim
      *          letzten Parameterwert, XI deren Form; EIGENLIST traegt
      *          die verfolgten Eigenpaare des letzten Schritts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParametricStudy.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 DIM-M-DISP PIC ZZZ9.
           01 P-DISP PIC -(6)9.9(6).
      *    Dimensionsgrenze, dieselbe wie fuer mode=spectrum
           01 PAR-MAX-DIM PIC 9(04) COMP-3 VALUE 200.
      *    hoechstens so viele Schritte der inversen Iteration je Mode
      *    und Parameterwert
           01 PAR-MAX-IT PIC 9(04) COMP-3 VALUE 50.
      *    MAC-Schwelle fuer das allmaehliche Ausweichen: faellt die
      *    MAC einer Form ueber die Annaeherung hinweg darunter, haben
      *    die Formen getauscht
           01 VEER-MAC PIC S9(01)V9(08) COMP-3 VALUE 0.9.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 FN PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
      *        eigene Indizes fuer SOLVE-W und die Vektorhilfen, die
      *        innerhalb der Schleifen ueber I/J laufen
               05 SI PIC 9(04) COMP-3.
               05 SJ PIC 9(04) COMP-3.
               05 PIV-SWAP PIC 9(04) COMP-3.
      *        verfolgte Mode, Partnermode eines Paares, Iteration
               05 MD PIC 9(02) COMP-3.
               05 MO PIC 9(02) COMP-3.
               05 MQ PIC 9(02) COMP-3.
               05 IT PIC 9(04) COMP-3.
      *        zuletzt gemeldetes Ereignis je Modenpaar
               05 EV PIC 9(02) COMP-3.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
      *    gesicherte Ausgangsmatrix A0
           01 A0-SICHERUNG.
               05 A0-ZEILE OCCURS 200 TIMES.
                   10 A0SAVE PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 LOES-VEKTOREN.
               05 RHS-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SOL-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 AV-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Formen und Eigenwerte der verfolgten Moden: aktueller
      *    Schritt (CUR), Vorschritt (PRV) und der Schritt davor (PR2)
           01 MODEN-TABELLE.
               05 MODE-CUR OCCURS 8 TIMES.
                   10 EW-CUR PIC S9(09)V9(16) COMP-3.
                   10 RES-CUR PIC S9(09)V9(16) COMP-3.
                   10 V-CUR PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 MODE-PRV OCCURS 8 TIMES.
                   10 EW-PRV PIC S9(09)V9(16) COMP-3.
                   10 V-PRV PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 MODE-PR2 OCCURS 8 TIMES.
                   10 EW-PR2 PIC S9(09)V9(16) COMP-3.
                   10 V-PR2 PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Vorzeichen der letzten deutlich von 0 verschiedenen
      *    Eigenwertdifferenz je Modenpaar (+1/-1), fuer die
      *    Kreuzungserkennung auch ueber einen Beruehrungspunkt hinweg
           01 PAAR-TABELLE.
               05 PAAR-ZEILE OCCURS 8 TIMES.
                   10 PAAR-SIGN PIC S9 OCCURS 8 TIMES.
           01 HILFSGROESSEN.
               05 P-WERT PIC S9(09)V9(16) COMP-3.
               05 SIGMA PIC S9(09)V9(16) COMP-3.
               05 SHIFT-DELTA PIC S9(09)V9(16) COMP-3.
               05 LAMBDA PIC S9(09)V9(16) COMP-3.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 NORM PIC S9(09)V9(16) COMP-3.
               05 DOT PIC S9(09)V9(16) COMP-3.
               05 SYM-DIF PIC S9(09)V9(16) COMP-3.
               05 SYM-TOL PIC S9(09)V9(16) COMP-3.
      *        Pivotschwelle: darunter liegt die Verschiebung praktisch
      *        auf einem Eigenwert
               05 SING-TOL PIC S9(09)V9(16) COMP-3.
               05 PIV-SCHWELLE PIC S9(09)V9(16) COMP-3.
               05 GAP-ALT PIC S9(09)V9(16) COMP-3.
               05 GAP-MITTE PIC S9(09)V9(16) COMP-3.
               05 GAP-NEU PIC S9(09)V9(16) COMP-3.
               05 DIFF-NEU PIC S9(09)V9(16) COMP-3.
               05 MAC-OWN PIC S9(01)V9(08) COMP-3.
               05 MAC-CROSS PIC S9(01)V9(08) COMP-3.
               05 MAC-BACK PIC S9(01)V9(08) COMP-3.
               05 MAC-OTHER PIC S9(01)V9(08) COMP-3.
               05 MAC-WERT PIC S9(01)V9(08) COMP-3.
               05 MAX-RESID PIC S9(09)V9(16) COMP-3.
               05 NEU-SIGN PIC S9.
               05 SINGULAER PIC 9.
               05 MODE-CONV PIC 9.
               05 STEP-CONV PIC 9.
               05 ALL-CONV PIC 9.
               05 UNSYMMETRISCH PIC 9.
               05 SCHON-GEMELDET PIC 9.
               05 IT-SUMME PIC 9(06) COMP-3.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING MATRIX MATRIXB INPUT-VEKTOR ABBRUCH
           WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-COMPLEX
           MOVE 0 TO PAR-COUNT
           MOVE 0 TO PAR-SWAP-COUNT
           MOVE 0 TO PAR-EVENT-COUNT
           MOVE 0 TO IT-SUMME
           MOVE 0.0 TO MAX-RESID
           MOVE 1 TO ALL-CONV
           MOVE 1 TO STEP-CONV

           IF DIM-M > PAR-MAX-DIM
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE DIM-M TO DIM-M-DISP
               MOVE "PAR-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[ParametricStudy.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=param nur bis dim=200, Datensatz"
                   " hat dim=" DIM-M-DISP DELIMITED BY SIZE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

           MOVE DIM-M TO FN
      *    Zahl der verfolgten Moden: topk=, hoechstens 8 und
      *    hoechstens die Dimension
           MOVE 8 TO PAR-MODES
           IF TOPK < 8
               MOVE TOPK TO PAR-MODES
           END-IF
           IF FN < PAR-MODES
               MOVE FN TO PAR-MODES
           END-IF

           PERFORM CHECK-SYMMETRY
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF

      *    A0 sichern; Schwelle fuer "Verschiebung liegt auf einem
      *    Eigenwert" relativ zur groessten Diagonale von A0 und A1
           MOVE 0.0 TO ABS-B
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   MOVE ELEM(I,J) TO A0SAVE(I,J)
               END-PERFORM
               MOVE ELEM(I,I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > ABS-B
                   MOVE ABS-A TO ABS-B
               END-IF
               MOVE ELEMB(I,I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > ABS-B
                   MOVE ABS-A TO ABS-B
               END-IF
           END-PERFORM
           COMPUTE SING-TOL = 0.000001 * (1 + ABS-B)
           COMPUTE SHIFT-DELTA = 10 * SING-TOL

           MOVE PAR-FROM TO P-WERT
           PERFORM UNTIL P-WERT > PAR-TO OR PAR-COUNT >= 50
                   OR ERRORMSG NOT = "FINE"
               ADD 1 TO PAR-COUNT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                       COMPUTE ELEM(I,J) = A0SAVE(I,J)
                           + P-WERT * ELEMB(I,J)
                   END-PERFORM
               END-PERFORM
               IF PAR-COUNT = 1
                   PERFORM START-MODES
               ELSE
                   PERFORM TRACK-MODES
               END-IF
               IF ERRORMSG = "FINE"
                   PERFORM STORE-STEP
               END-IF
               COMPUTE P-WERT = P-WERT + PAR-STEP
           END-PERFORM

      *    A0 zurueck nach MATRIX - Report und Nachlaeufer sehen die
      *    gelieferte Matrix, nicht A(p) des letzten Schritts
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   MOVE A0SAVE(I,J) TO ELEM(I,J)
               END-PERFORM
           END-PERFORM
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF
           PERFORM SET-RESULT
           EXIT PROGRAM.

      * A0 und A1 muessen symmetrisch sein: nur dann sind die
      * Eigenwerte reell und die Formen orthogonal - Voraussetzung
      * der Orthogonalisierung und der MAC-Zuordnung. Gleiche
      * relative Toleranz wie SpectrumSweep.cbl
       CHECK-SYMMETRY.
           MOVE 0 TO UNSYMMETRISCH
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
                       IF SYM-DIF > SYM-TOL
                           MOVE 1 TO UNSYMMETRISCH
                       END-IF
                       COMPUTE SYM-DIF = ELEMB(I,J) - ELEMB(J,I)
                       IF SYM-DIF < 0
                           COMPUTE SYM-DIF = SYM-DIF * (-1)
                       END-IF
                       MOVE ELEMB(I,J) TO ABS-A
                       IF ABS-A < 0
                           COMPUTE ABS-A = ABS-A * (-1)
                       END-IF
                       COMPUTE SYM-TOL = 0.000001 * (1 + ABS-A)
                       IF SYM-DIF > SYM-TOL
                           MOVE 1 TO UNSYMMETRISCH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF UNSYMMETRISCH = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "PAR-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[ParametricStudy.CHECK-SYMMETRY] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=param verlangt symmetrische"
                   " Matrizen A0 und A1!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
           END-IF
           .

      * erster Parameterwert: volles Spektrum von A(p0) per
      * SpectrumSweep (absteigend nach Betrag), dann je verfolgter
      * Mode die Form per inverser Iteration knapp neben dem
      * Eigenwert - der Jacobi-Lauf liefert nur den dominanten Vektor
       START-MODES.
           CALL "SpectrumSweep" USING MATRIX, INPUT-VEKTOR, ABBRUCH,
               WORK-MATRIX, EIGENLIST
           MOVE 0 TO RET-SPEC-HQR
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
                   OR ERRORMSG NOT = "FINE"
               COMPUTE SIGMA = EW-VALUE(MD) + SHIFT-DELTA
      *        Startvektor ohne Symmetrie, damit keine Form zufaellig
      *        senkrecht auf ihm steht
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE V-CUR(MD, I) = 1 / (I + MD)
               END-PERFORM
               PERFORM INVERSE-ITERATE
      *        Vorzeichen: betragsgroesste Komponente positiv
               MOVE 0.0 TO ABS-B
               MOVE 0.0 TO SWAP-VAL
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE V-CUR(MD, I) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > ABS-B
                       MOVE ABS-A TO ABS-B
                       MOVE V-CUR(MD, I) TO SWAP-VAL
                   END-IF
               END-PERFORM
               IF SWAP-VAL < 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                       COMPUTE V-CUR(MD, I) = V-CUR(MD, I) * (-1)
                   END-PERFORM
               END-IF
           END-PERFORM
      *    Ausgangsvorzeichen der Eigenwertdifferenzen je Paar
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
               PERFORM VARYING MO FROM 1 BY 1 UNTIL MO > PAR-MODES
                   MOVE 0 TO PAAR-SIGN(MD, MO)
                   IF MO > MD
                       COMPUTE DIFF-NEU = EW-CUR(MD) - EW-CUR(MO)
                       PERFORM DIFF-SIGN
                       MOVE NEU-SIGN TO PAAR-SIGN(MD, MO)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * weiterer Parameterwert: Vorschritte nachschieben, jede Mode
      * vom Vorschritt aus fortsetzen, Zuordnung ueber die Form
      * pruefen, Ereignisse je Paar feststellen
       TRACK-MODES.
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
               MOVE EW-PRV(MD) TO EW-PR2(MD)
               MOVE EW-CUR(MD) TO EW-PRV(MD)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE V-PRV(MD, I) TO V-PR2(MD, I)
                   MOVE V-CUR(MD, I) TO V-PRV(MD, I)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
                   OR ERRORMSG NOT = "FINE"
      *        Verschiebung: linear extrapolierter Eigenwert, im
      *        zweiten Schritt der Eigenwert des Vorschritts
               IF PAR-COUNT > 2
                   COMPUTE SIGMA = 2 * EW-PRV(MD) - EW-PR2(MD)
               ELSE
                   MOVE EW-PRV(MD) TO SIGMA
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE V-PRV(MD, I) TO V-CUR(MD, I)
               END-PERFORM
               PERFORM INVERSE-ITERATE
      *        Vorzeichen an der Form des Vorschritts ausrichten
               MOVE MD TO MQ
               PERFORM DOT-CUR-PRV
               IF DOT < 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                       COMPUTE V-CUR(MD, I) = V-CUR(MD, I) * (-1)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IDENTITY
           PERFORM CHECK-EVENTS
           .

      * inverse Iteration mit Verschiebung SIGMA fuer Mode MD, Start
      * in V-CUR(MD), orthogonal zu den Moden 1 .. MD-1 dieses
      * Schritts. Liegt SIGMA praktisch auf einem Eigenwert, wird sie
      * einmal um SHIFT-DELTA versetzt
       INVERSE-ITERATE.
           PERFORM BUILD-SHIFTED
           PERFORM FACTOR-W
           IF SINGULAER = 1
               COMPUTE SIGMA = SIGMA + SHIFT-DELTA
               PERFORM BUILD-SHIFTED
               PERFORM FACTOR-W
           END-IF
           IF SINGULAER = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE P-WERT TO P-DISP
               MOVE "PAR-003" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[ParametricStudy.INVERSE-ITERATE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: A(p) - s*I nicht zerlegbar bei p="
                   FUNCTION TRIM(P-DISP) DELIMITED BY SIZE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           PERFORM ORTHO-NORM
           IF NORM = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE V-CUR(MD, I) = 1 / (I + MD)
               END-PERFORM
               PERFORM ORTHO-NORM
           END-IF
           MOVE 0 TO MODE-CONV
           PERFORM VARYING IT FROM 1 BY 1
                   UNTIL IT > PAR-MAX-IT OR MODE-CONV = 1
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE V-CUR(MD, I) TO RHS-V(I)
               END-PERFORM
               PERFORM SOLVE-W
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE SOL-V(I) TO V-CUR(MD, I)
               END-PERFORM
               PERFORM ORTHO-NORM
               PERFORM RAYLEIGH
      *        konvergiert, wenn das Residuum ||A(p)*v - lambda*v||
      *        unter der EPSILON-Schranke liegt - die Aenderung des
      *        Rayleigh-Quotienten allein waere zu optimistisch, er
      *        konvergiert quadratisch schneller als die Form
               MOVE 0.0 TO SUMME
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE ABS-A = AV-V(I) - LAMBDA * V-CUR(MD, I)
                   COMPUTE SUMME = SUMME + ABS-A * ABS-A
               END-PERFORM
               IF SUMME > 0
                   COMPUTE SUMME = SUMME ** 0.5
               END-IF
               MOVE LAMBDA TO ABS-B
               IF ABS-B < 0
                   COMPUTE ABS-B = ABS-B * (-1)
               END-IF
               IF SUMME <= EPSILON * (1 + ABS-B)
                   MOVE 1 TO MODE-CONV
               END-IF
               ADD 1 TO IT-SUMME
           END-PERFORM
           IF MODE-CONV = 0
               MOVE 0 TO ALL-CONV
               MOVE 0 TO STEP-CONV
           END-IF
           MOVE LAMBDA TO EW-CUR(MD)
           MOVE SUMME TO RES-CUR(MD)
           IF SUMME > MAX-RESID
               MOVE SUMME TO MAX-RESID
           END-IF
           .

      * WELEM = A(p) - SIGMA*I, Zeilentausch zuruecksetzen
       BUILD-SHIFTED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   MOVE ELEM(I,J) TO WELEM(I,J)
               END-PERFORM
               COMPUTE WELEM(I,I) = WELEM(I,I) - SIGMA
               MOVE I TO PIV-ROW(I)
           END-PERFORM
           MOVE SING-TOL TO PIV-SCHWELLE
           .

      * V-CUR(MD) gegen die Moden 1 .. MD-1 dieses Schritts
      * orthogonalisieren (klassisches Gram-Schmidt, zweimal) und
      * auf Laenge 1 normieren; NORM = 0 meldet einen Vektor, der
      * ganz im Raum der schon gefundenen Moden lag
       ORTHO-NORM.
           PERFORM 2 TIMES
               PERFORM VARYING MQ FROM 1 BY 1 UNTIL MQ >= MD
                   MOVE 0.0 TO DOT
                   PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                       COMPUTE DOT = DOT
                           + V-CUR(MQ, SI) * V-CUR(MD, SI)
                   END-PERFORM
                   PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                       COMPUTE V-CUR(MD, SI) = V-CUR(MD, SI)
                           - DOT * V-CUR(MQ, SI)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           MOVE 0.0 TO NORM
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               COMPUTE NORM = NORM + V-CUR(MD, SI) * V-CUR(MD, SI)
           END-PERFORM
           IF NORM > 0
               COMPUTE NORM = NORM ** 0.5
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   COMPUTE V-CUR(MD, SI) = V-CUR(MD, SI) / NORM
               END-PERFORM
           END-IF
           .

      * Rayleigh-Quotient v'A(p)v der normierten Form, A(p)*v bleibt
      * in AV-V fuer das Residuum
       RAYLEIGH.
           MOVE 0.0 TO LAMBDA
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               MOVE 0.0 TO SUMME
               PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > FN
                   COMPUTE SUMME = SUMME + ELEM(SI,SJ) * V-CUR(MD, SJ)
               END-PERFORM
               MOVE SUMME TO AV-V(SI)
               COMPUTE LAMBDA = LAMBDA + V-CUR(MD, SI) * SUMME
           END-PERFORM
           .

      * Skalarprodukt der aktuellen Form MD mit der Vorschritt-Form
      * MQ - bei normierten Formen ist DOT**2 die MAC
       DOT-CUR-PRV.
           MOVE 0.0 TO DOT
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               COMPUTE DOT = DOT + V-CUR(MD, SI) * V-PRV(MQ, SI)
           END-PERFORM
           .

      * MAC aus DOT-CUR-PRV
       MAC-CUR-PRV.
           PERFORM DOT-CUR-PRV
           COMPUTE MAC-WERT = DOT * DOT
           IF MAC-WERT > 1
               MOVE 1 TO MAC-WERT
           END-IF
           .

      * Zuordnung ueber die Form: passt die neue Mode MD besser auf
      * die alte Form MO und umgekehrt, hat die Fortsetzung ueber den
      * Eigenwert die beiden Moden vertauscht (Extrapolation ueber
      * einen Knick hinaus) - die Kurven werden dann getauscht statt
      * still eine fremde Form weiterzufuehren. Tauschen die Formen,
      * ohne dass sich die Reihenfolge der Eigenwerte umkehrt,
      * bleibt die Zuordnung: das ist Ausweichen, kein Tausch
       CHECK-IDENTITY.
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
               PERFORM VARYING MO FROM 1 BY 1 UNTIL MO > PAR-MODES
                   IF MO > MD
                       MOVE MD TO MQ
                       PERFORM MAC-CUR-PRV
                       MOVE MAC-WERT TO MAC-OWN
                       MOVE MO TO MQ
                       PERFORM MAC-CUR-PRV
                       MOVE MAC-WERT TO MAC-CROSS
                       COMPUTE DIFF-NEU = EW-CUR(MD) - EW-CUR(MO)
                       PERFORM DIFF-SIGN
                       IF MAC-CROSS > MAC-OWN
                          AND NEU-SIGN NOT = 0
                          AND NEU-SIGN NOT = PAAR-SIGN(MD, MO)
                           PERFORM SWAP-MODES
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Moden MD und MO des aktuellen Schritts tauschen, Vorzeichen
      * neu an den Vorschritt-Formen ausrichten
       SWAP-MODES.
           ADD 1 TO PAR-SWAP-COUNT
           MOVE EW-CUR(MD) TO SWAP-VAL
           MOVE EW-CUR(MO) TO EW-CUR(MD)
           MOVE SWAP-VAL TO EW-CUR(MO)
           MOVE RES-CUR(MD) TO SWAP-VAL
           MOVE RES-CUR(MO) TO RES-CUR(MD)
           MOVE SWAP-VAL TO RES-CUR(MO)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE V-CUR(MD, I) TO SWAP-VAL
               MOVE V-CUR(MO, I) TO V-CUR(MD, I)
               MOVE SWAP-VAL TO V-CUR(MO, I)
           END-PERFORM
           MOVE MD TO MQ
           PERFORM DOT-CUR-PRV
           IF DOT < 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE V-CUR(MD, I) = V-CUR(MD, I) * (-1)
               END-PERFORM
           END-IF
           MOVE MD TO K
           MOVE MO TO MD
           MOVE MO TO MQ
           PERFORM DOT-CUR-PRV
           IF DOT < 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   COMPUTE V-CUR(MD, I) = V-CUR(MD, I) * (-1)
               END-PERFORM
           END-IF
           MOVE K TO MD
           DISPLAY "Parameterstudie: Moden " MD " und " MO
               " bei Schritt " PAR-COUNT " ueber die Form neu"
               " zugeordnet"
           .

      * Ereignisse je Modenpaar nach der Zuordnung:
      * Kreuzung - die Reihenfolge der Eigenwerte hat sich gegenueber
      * der letzten deutlichen Differenz umgekehrt;
      * Ausweichen - die Formen haben innerhalb des Schritts
      * getauscht, ohne dass sich die Eigenwerte kreuzten, oder der
      * Abstand hatte im Vorschritt ein inneres Minimum und die
      * Formen haben sich ueber die Annaeherung hinweg gedreht
       CHECK-EVENTS.
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
               PERFORM VARYING MO FROM 1 BY 1 UNTIL MO > PAR-MODES
                   IF MO > MD
                       PERFORM CHECK-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CHECK-PAIR.
           COMPUTE DIFF-NEU = EW-CUR(MD) - EW-CUR(MO)
           PERFORM DIFF-SIGN
           IF NEU-SIGN NOT = 0
              AND NEU-SIGN NOT = PAAR-SIGN(MD, MO)
               MOVE 0.0 TO GAP-MITTE
               MOVE 1 TO MAC-WERT
               PERFORM ADD-CROSSING
               MOVE NEU-SIGN TO PAAR-SIGN(MD, MO)
               EXIT PARAGRAPH
           END-IF
           IF NEU-SIGN NOT = 0
               MOVE NEU-SIGN TO PAAR-SIGN(MD, MO)
           END-IF

      *    Formtausch innerhalb eines Schritts
           MOVE MD TO MQ
           PERFORM MAC-CUR-PRV
           MOVE MAC-WERT TO MAC-OWN
           MOVE MO TO MQ
           PERFORM MAC-CUR-PRV
           MOVE MAC-WERT TO MAC-CROSS
           IF MAC-CROSS > MAC-OWN
               MOVE PAR-COUNT TO K
               COMPUTE GAP-MITTE = EW-CUR(MD) - EW-CUR(MO)
               IF GAP-MITTE < 0
                   COMPUTE GAP-MITTE = GAP-MITTE * (-1)
               END-IF
               MOVE MAC-OWN TO MAC-WERT
               PERFORM ADD-VEERING
               EXIT PARAGRAPH
           END-IF

      *    allmaehliches Ausweichen: inneres Abstandsminimum beim
      *    Vorschritt, Form ueber Vorvorschritt -> jetzt gedreht
           IF PAR-COUNT < 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE GAP-ALT = EW-PR2(MD) - EW-PR2(MO)
           IF GAP-ALT < 0
               COMPUTE GAP-ALT = GAP-ALT * (-1)
           END-IF
           COMPUTE GAP-MITTE = EW-PRV(MD) - EW-PRV(MO)
           IF GAP-MITTE < 0
               COMPUTE GAP-MITTE = GAP-MITTE * (-1)
           END-IF
           COMPUTE GAP-NEU = EW-CUR(MD) - EW-CUR(MO)
           IF GAP-NEU < 0
               COMPUTE GAP-NEU = GAP-NEU * (-1)
           END-IF
           IF GAP-MITTE < GAP-ALT AND GAP-MITTE <= GAP-NEU
               MOVE 0.0 TO DOT
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   COMPUTE DOT = DOT + V-CUR(MD, SI) * V-PR2(MD, SI)
               END-PERFORM
               COMPUTE MAC-BACK = DOT * DOT
               MOVE 0.0 TO DOT
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   COMPUTE DOT = DOT + V-CUR(MO, SI) * V-PR2(MO, SI)
               END-PERFORM
               COMPUTE MAC-OTHER = DOT * DOT
               IF MAC-OTHER < MAC-BACK
                   MOVE MAC-OTHER TO MAC-BACK
               END-IF
      *        und die Form von MD muss zur frueheren Form von MO
      *        hingewandert sein - sonst hat sie sich an einem
      *        dritten Partner gedreht
               MOVE 0.0 TO DOT
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   COMPUTE DOT = DOT + V-CUR(MD, SI) * V-PR2(MO, SI)
               END-PERFORM
               COMPUTE MAC-OTHER = DOT * DOT
               IF MAC-BACK < VEER-MAC AND MAC-OTHER > MAC-BACK
                   COMPUTE K = PAR-COUNT - 1
                   MOVE MAC-BACK TO MAC-WERT
                   PERFORM ADD-VEERING
               END-IF
           END-IF
           .

      * Vorzeichen von DIFF-NEU nach NEU-SIGN; Differenzen innerhalb
      * der Pivotschwelle gelten als Beruehrung (0)
       DIFF-SIGN.
           MOVE 0 TO NEU-SIGN
           IF DIFF-NEU > SING-TOL
               MOVE 1 TO NEU-SIGN
           END-IF
           IF DIFF-NEU < 0 AND DIFF-NEU * (-1) > SING-TOL
               MOVE -1 TO NEU-SIGN
           END-IF
           .

      * Kreuzung zwischen Schritt PAR-COUNT - 1 und PAR-COUNT ablegen
       ADD-CROSSING.
           IF PAR-EVENT-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAR-EVENT-COUNT
           MOVE "K" TO PV-TYPE(PAR-EVENT-COUNT)
           MOVE PAR-COUNT TO PV-STEP(PAR-EVENT-COUNT)
           MOVE MD TO PV-MODE1(PAR-EVENT-COUNT)
           MOVE MO TO PV-MODE2(PAR-EVENT-COUNT)
           MOVE 0.0 TO PV-GAP(PAR-EVENT-COUNT)
           MOVE 1 TO PV-MAC(PAR-EVENT-COUNT)
           DISPLAY "Parameterstudie: Kreuzung der Moden " MD " und "
               MO " vor Schritt " PAR-COUNT
           .

      * Ausweichen bei Schritt K ablegen - ein Paar, dessen letztes
      * Ereignis schon ein Ausweichen am selben oder vorigen Schritt
      * ist, wird nicht doppelt gemeldet
       ADD-VEERING.
           MOVE 0 TO SCHON-GEMELDET
           PERFORM VARYING EV FROM 1 BY 1 UNTIL EV > PAR-EVENT-COUNT
               IF PV-MODE1(EV) = MD AND PV-MODE2(EV) = MO
                  AND PV-VEERING(EV)
                  AND PV-STEP(EV) + 1 >= K
                   MOVE 1 TO SCHON-GEMELDET
               END-IF
           END-PERFORM
           IF SCHON-GEMELDET = 1 OR PAR-EVENT-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAR-EVENT-COUNT
           MOVE "V" TO PV-TYPE(PAR-EVENT-COUNT)
           MOVE K TO PV-STEP(PAR-EVENT-COUNT)
           MOVE MD TO PV-MODE1(PAR-EVENT-COUNT)
           MOVE MO TO PV-MODE2(PAR-EVENT-COUNT)
           MOVE GAP-MITTE TO PV-GAP(PAR-EVENT-COUNT)
           MOVE MAC-WERT TO PV-MAC(PAR-EVENT-COUNT)
           DISPLAY "Parameterstudie: Ausweichen der Moden " MD " und "
               MO " bei Schritt " PV-STEP(PAR-EVENT-COUNT)
           .

      * Schritt in die Kurventabelle von Abbruch.cpy
       STORE-STEP.
           MOVE P-WERT TO PA-P(PAR-COUNT)
           MOVE 1 TO PA-CONV(PAR-COUNT)
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > 8
               MOVE 0.0 TO PA-EW(PAR-COUNT, MD)
               MOVE 0 TO PA-MAC(PAR-COUNT, MD)
           END-PERFORM
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
               MOVE EW-CUR(MD) TO PA-EW(PAR-COUNT, MD)
               IF PAR-COUNT = 1
                   MOVE 1 TO PA-MAC(PAR-COUNT, MD)
               ELSE
                   MOVE MD TO MQ
                   PERFORM MAC-CUR-PRV
                   MOVE MAC-WERT TO PA-MAC(PAR-COUNT, MD)
               END-IF
           END-PERFORM
           IF STEP-CONV = 0
               MOVE 0 TO PA-CONV(PAR-COUNT)
           END-IF
           MOVE 1 TO STEP-CONV
           .

      * Hauptergebnis: erste Mode beim letzten Parameterwert; die
      * verfolgten Eigenpaare des letzten Schritts in EIGENLIST
       SET-RESULT.
           MOVE EW-CUR(1) TO RET-EW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE V-CUR(1, I) TO XI(I)
           END-PERFORM
           MOVE PAR-MODES TO EW-COUNT
           MOVE FN TO EW-VEC-DIM
           PERFORM VARYING MD FROM 1 BY 1 UNTIL MD > PAR-MODES
               MOVE EW-CUR(MD) TO EW-VALUE(MD)
               MOVE 0.0 TO EW-IMAG(MD)
               MOVE RES-CUR(MD) TO EW-RESID(MD)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE V-CUR(MD, I) TO EW-VEC(MD, I)
               END-PERFORM
           END-PERFORM
           MOVE IT-SUMME TO RET-ITER
           MOVE MAX-RESID TO RET-RESID
           MOVE ALL-CONV TO RET-CONVERGED
           DISPLAY "Parameterstudie: " PAR-COUNT " Schritte, "
               PAR-MODES " Moden, " PAR-EVENT-COUNT " Ereignis(se)"
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
       END PROGRAM ParametricStudy.
