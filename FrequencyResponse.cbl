      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modus "FRF" - Frequenzgang des Paares A (Steifigkeit,
      *          MATRIX) und B (Masse, MATRIXB vom zweiten "dim="-
      *          Block) unter der Last b der "b="-Zeile: je Schritt
      *          des Kreisfrequenzbereichs "wfrom="/"wto="/"wstep="
      *          wird (A - w**2*B) x = b dicht per LU-Zerlegung mit
      *          Zeilentausch geloest und die Amplitude |x(i)| an den
      *          per "resp=" gewaehlten Freiheitsgraden in die
      *          Frequenzgang-Tabelle von Abbruch.cpy gelegt. Ein
      *          Schritt, der eine Eigenkreisfrequenz exakt trifft
      *          (A - w**2*B singulaer), wird als singulaer markiert
      *          statt mit einer Division durch 0 abzubrechen.
      *          Resonanzspitzen sind die lokalen Maxima der groessten
      *          Amplitude sowie die singulaeren Schritte; jede Spitze
      *          wird gegen die Eigenkreisfrequenzen sqrt(lambda) des
      *          Paares geprueft, die aus dem vollen Spektrum von
      *          B**-1*A per HessenbergQR kommen (aufsteigend in
      *          EIGENLIST). Ergebnis RET-EW ist die Kreisfrequenz der
      *          ersten Resonanzspitze (ohne Spitze: die des groessten
      *          Ausschlags), XI die Betriebsschwingform beim groessten
      *          regulaeren Ausschlag, auf Betragsmaximum 1 normiert.
      *          Grenze dim <= 200 wie beim Spektrum-Modus.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FrequencyResponse.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 DIM-M-DISP PIC ZZZ9.
      *    Dimensionsgrenze, dieselbe wie fuer mode=spectrum
           01 FRF-MAX-DIM PIC 9(04) COMP-3 VALUE 200.
      *    Pivotschwelle der Zerlegung von B - darunter gilt B als
      *    singulaer
           01 PIVOT-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.000000000001.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 FN PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
      *        eigene Indizes fuer SOLVE-W, das innerhalb der
      *        Spaltenschleife ueber J laeuft
               05 SI PIC 9(04) COMP-3.
               05 SJ PIC 9(04) COMP-3.
               05 PIV-SWAP PIC 9(04) COMP-3.
               05 BEST-STEP PIC 9(03) COMP-3.
               05 EIG-COUNT PIC 9(03) COMP-3.
               05 PK PIC 9(02) COMP-3.
      *    gesicherte Steifigkeitsmatrix A fuer die Eigenwertrechnung
           01 A-SICHERUNG.
               05 AS-ZEILE OCCURS 200 TIMES.
                   10 ASAVE PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
           01 LOES-VEKTOREN.
               05 RHS-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SOL-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *        Antwort beim groessten regulaeren Ausschlag
               05 X-BEST PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *        Startvektor, falls kein Schritt regulaer war
               05 XSAVE PIC S9(06)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Eigenkreisfrequenzen des Paares (A,B), aufsteigend; nur
      *    reelle, nichtnegative Eigenwerte tragen eine
      *    Kreisfrequenz (EIG-VALID = 1)
           01 EIGEN-TABELLE.
               05 EIG-RE PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 EIG-IM PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 EIG-OMEGA PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 EIG-VALID PIC 9 OCCURS 200 TIMES.
           01 HILFSGROESSEN.
               05 OMEGA PIC S9(09)V9(16) COMP-3.
               05 OMEGA2 PIC S9(09)V9(16) COMP-3.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 SING-TOL PIC S9(09)V9(16) COMP-3.
      *        Pivotschwelle des aktuellen FACTOR-W-Aufrufs
               05 PIV-SCHWELLE PIC S9(09)V9(16) COMP-3.
               05 BEST-AMP PIC S9(09)V9(16) COMP-3.
               05 DEV PIC S9(09)V9(16) COMP-3.
               05 SINGULAER PIC 9.
               05 PEAK-NEAR PIC 9.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "RhsVector.cpy".
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING MATRIX MATRIXB RHS-VEKTOR INPUT-VEKTOR
           ABBRUCH WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO EW-COUNT
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-COMPLEX
           MOVE 0 TO FRF-COUNT
           MOVE 0 TO FRF-PEAK-COUNT
           MOVE 0 TO FRF-EIG-INRANGE
           MOVE 0 TO FRF-EIG-UNSEEN

           IF DIM-M > FRF-MAX-DIM
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE DIM-M TO DIM-M-DISP
               MOVE "FRF-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[FrequencyResponse.MAIN-PROCEDURE] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=frf nur bis dim=200, Datensatz"
                   " hat dim=" DIM-M-DISP DELIMITED BY SIZE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PROGRAM
           END-IF

           MOVE DIM-M TO FN
      *    Resonanzschwelle: ein Pivot von (A - w**2*B) unterhalb
      *    dieses Bruchteils der Steifigkeitsdiagonale heisst, der
      *    Schritt liegt auf einer Eigenkreisfrequenz
           MOVE 0.0 TO ABS-B
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               MOVE ELEM(I,I) TO ABS-A
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               IF ABS-A > ABS-B
                   MOVE ABS-A TO ABS-B
               END-IF
           END-PERFORM
           COMPUTE SING-TOL = 0.0000001 * (1 + ABS-B)

           PERFORM SWEEP-RANGE
           PERFORM FIND-PEAKS
           PERFORM EIGEN-FREQUENCIES
           IF ERRORMSG NOT = "FINE"
               EXIT PROGRAM
           END-IF
           PERFORM CROSS-CHECK
           PERFORM SET-RESULT
           EXIT PROGRAM.

      * faehrt den Kreisfrequenzbereich ab, je Schritt eine Loesung
       SWEEP-RANGE.
           MOVE 0 TO BEST-STEP
           MOVE 0.0 TO BEST-AMP
           MOVE FRF-FROM TO OMEGA
           PERFORM UNTIL OMEGA > FRF-TO OR FRF-COUNT >= 200
               ADD 1 TO FRF-COUNT
               MOVE OMEGA TO FR-OMEGA(FRF-COUNT)
               MOVE 0 TO FR-SING(FRF-COUNT)
               MOVE 0 TO FR-PEAK(FRF-COUNT)
               MOVE 0.0 TO FR-MAX-AMP(FRF-COUNT)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
                   MOVE 0.0 TO FR-AMP(FRF-COUNT, K)
               END-PERFORM
               COMPUTE OMEGA2 = OMEGA * OMEGA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                       COMPUTE WELEM(I,J) = ELEM(I,J)
                           - OMEGA2 * ELEMB(I,J)
                   END-PERFORM
                   MOVE BVEC(I) TO RHS-V(I)
                   MOVE I TO PIV-ROW(I)
               END-PERFORM
               MOVE SING-TOL TO PIV-SCHWELLE
               PERFORM FACTOR-W
               IF SINGULAER = 1
                   MOVE 1 TO FR-SING(FRF-COUNT)
               ELSE
                   PERFORM SOLVE-W
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > FRF-DOF-COUNT
                       MOVE SOL-V(FRF-DOF(K)) TO ABS-A
                       IF ABS-A < 0
                           COMPUTE ABS-A = ABS-A * (-1)
                       END-IF
                       MOVE ABS-A TO FR-AMP(FRF-COUNT, K)
                       IF ABS-A > FR-MAX-AMP(FRF-COUNT)
                           MOVE ABS-A TO FR-MAX-AMP(FRF-COUNT)
                       END-IF
                   END-PERFORM
                   IF FR-MAX-AMP(FRF-COUNT) > BEST-AMP
                      OR BEST-STEP = 0
                       MOVE FR-MAX-AMP(FRF-COUNT) TO BEST-AMP
                       MOVE FRF-COUNT TO BEST-STEP
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                           MOVE SOL-V(I) TO X-BEST(I)
                       END-PERFORM
                   END-IF
               END-IF
               COMPUTE OMEGA = OMEGA + FRF-STEP
           END-PERFORM
           DISPLAY "Frequenzgang: " FRF-COUNT " Schritte"
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

      * Resonanzspitzen: singulaere Schritte sowie innere lokale
      * Maxima der groessten Amplitude, deren Nachbarn regulaer sind
      * (der Nachbar eines singulaeren Schritts ist Flanke, keine
      * eigene Spitze). Hoechstens 20 Spitzen
       FIND-PEAKS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FRF-COUNT OR FRF-PEAK-COUNT >= 20
               IF FR-SING(I) = 1
                   MOVE 1 TO FR-PEAK(I)
               ELSE
                   IF I > 1 AND I < FRF-COUNT
                       IF FR-SING(I - 1) = 0 AND FR-SING(I + 1) = 0
                          AND FR-MAX-AMP(I) > FR-MAX-AMP(I - 1)
                          AND FR-MAX-AMP(I) >= FR-MAX-AMP(I + 1)
                           MOVE 1 TO FR-PEAK(I)
                       END-IF
                   END-IF
               END-IF
               IF FR-PEAK(I) = 1
                   ADD 1 TO FRF-PEAK-COUNT
                   MOVE I TO PK-STEP(FRF-PEAK-COUNT)
                   MOVE 0.0 TO PK-EIG-OMEGA(FRF-PEAK-COUNT)
                   MOVE 0.0 TO PK-DEV(FRF-PEAK-COUNT)
                   MOVE 0 TO PK-MATCH(FRF-PEAK-COUNT)
               END-IF
           END-PERFORM
           .

      * volles Spektrum von B**-1*A fuer den Abgleich: A sichern,
      * B zerlegen, B**-1*A spaltenweise nach MATRIX, HessenbergQR,
      * A zurueck. Die Eigenwerte landen aufsteigend in EIGENLIST
       EIGEN-FREQUENCIES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   MOVE ELEM(I,J) TO ASAVE(I,J)
                   MOVE ELEMB(I,J) TO WELEM(I,J)
               END-PERFORM
               MOVE I TO PIV-ROW(I)
               MOVE XI(I) TO XSAVE(I)
           END-PERFORM
           MOVE PIVOT-TOL TO PIV-SCHWELLE
           PERFORM FACTOR-W
           IF SINGULAER = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "FRF-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[FrequencyResponse.EIGEN-FREQUENCIES] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Massenmatrix B singulaer, kein"
                   " Eigenwertabgleich moeglich!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE ASAVE(I,J) TO RHS-V(I)
               END-PERFORM
               PERFORM SOLVE-W
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE SOL-V(I) TO ELEM(I,J)
               END-PERFORM
           END-PERFORM

           CALL "HessenbergQR" USING MATRIX, INPUT-VEKTOR, ABBRUCH,
               WORK-MATRIX, EIGENLIST
           MOVE 0 TO RET-SPEC-HQR
           MOVE 0 TO RET-COMPLEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   MOVE ASAVE(I,J) TO ELEM(I,J)
               END-PERFORM
               MOVE XSAVE(I) TO XI(I)
           END-PERFORM
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF

      *    aufsteigend nach Realteil sortieren, Kreisfrequenz je
      *    reellem, nichtnegativem Eigenwert
           MOVE EW-COUNT TO EIG-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EIG-COUNT
               MOVE EW-VALUE(I) TO EIG-RE(I)
               MOVE EW-IMAG(I) TO EIG-IM(I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EIG-COUNT - 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EIG-COUNT - I
                   IF EIG-RE(J) > EIG-RE(J + 1)
                       MOVE EIG-RE(J) TO SWAP-VAL
                       MOVE EIG-RE(J + 1) TO EIG-RE(J)
                       MOVE SWAP-VAL TO EIG-RE(J + 1)
                       MOVE EIG-IM(J) TO SWAP-VAL
                       MOVE EIG-IM(J + 1) TO EIG-IM(J)
                       MOVE SWAP-VAL TO EIG-IM(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EIG-COUNT
               MOVE EIG-RE(I) TO EW-VALUE(I)
               MOVE EIG-IM(I) TO EW-IMAG(I)
               MOVE 0.0 TO EW-RESID(I)
               MOVE 0 TO EIG-VALID(I)
               MOVE 0.0 TO EIG-OMEGA(I)
               IF EIG-IM(I) = 0 AND EIG-RE(I) >= 0
                   MOVE 1 TO EIG-VALID(I)
                   COMPUTE EIG-OMEGA(I) = EIG-RE(I) ** 0.5
               END-IF
           END-PERFORM
           .

      * jede Spitze gegen die naechstgelegene Eigenkreisfrequenz;
      * danach die Eigenkreisfrequenzen im Bereich zaehlen, an denen
      * keine Spitze liegt
       CROSS-CHECK.
           PERFORM VARYING PK FROM 1 BY 1 UNTIL PK > FRF-PEAK-COUNT
               MOVE FR-OMEGA(PK-STEP(PK)) TO OMEGA
               MOVE 0 TO PEAK-NEAR
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > EIG-COUNT
                   IF EIG-VALID(I) = 1
                       COMPUTE DEV = OMEGA - EIG-OMEGA(I)
                       IF DEV < 0
                           COMPUTE DEV = DEV * (-1)
                       END-IF
                       IF PEAK-NEAR = 0 OR DEV < PK-DEV(PK)
                           MOVE 1 TO PEAK-NEAR
                           MOVE DEV TO PK-DEV(PK)
                           MOVE EIG-OMEGA(I) TO PK-EIG-OMEGA(PK)
                       END-IF
                   END-IF
               END-PERFORM
               IF PEAK-NEAR = 1 AND PK-DEV(PK) <= FRF-STEP
                   MOVE 1 TO PK-MATCH(PK)
               END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EIG-COUNT
               IF EIG-VALID(I) = 1
                  AND EIG-OMEGA(I) >= FRF-FROM
                  AND EIG-OMEGA(I) <= FRF-TO
                   ADD 1 TO FRF-EIG-INRANGE
                   MOVE 0 TO PEAK-NEAR
                   PERFORM VARYING PK FROM 1 BY 1
                           UNTIL PK > FRF-PEAK-COUNT
                       COMPUTE DEV = FR-OMEGA(PK-STEP(PK))
                           - EIG-OMEGA(I)
                       IF DEV < 0
                           COMPUTE DEV = DEV * (-1)
                       END-IF
                       IF DEV <= FRF-STEP
                           MOVE 1 TO PEAK-NEAR
                       END-IF
                   END-PERFORM
                   IF PEAK-NEAR = 0
                       ADD 1 TO FRF-EIG-UNSEEN
                   END-IF
               END-IF
           END-PERFORM
           .

      * Hauptergebnis: Kreisfrequenz der ersten Resonanzspitze (ohne
      * Spitze die des groessten Ausschlags), Betriebsschwingform beim
      * groessten regulaeren Ausschlag als Vektor
       SET-RESULT.
           IF FRF-PEAK-COUNT > 0
               MOVE FR-OMEGA(PK-STEP(1)) TO RET-EW
           ELSE
               IF BEST-STEP > 0
                   MOVE FR-OMEGA(BEST-STEP) TO RET-EW
               ELSE
                   MOVE 0.0 TO RET-EW
               END-IF
           END-IF
           IF BEST-STEP > 0
               MOVE 0.0 TO BEST-AMP
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                   MOVE X-BEST(I) TO ABS-A
                   IF ABS-A < 0
                       COMPUTE ABS-A = ABS-A * (-1)
                   END-IF
                   IF ABS-A > BEST-AMP
                       MOVE ABS-A TO BEST-AMP
                   END-IF
               END-PERFORM
               IF BEST-AMP > 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                       COMPUTE XI(I) = X-BEST(I) / BEST-AMP
                   END-PERFORM
               END-IF
           END-IF
           MOVE FRF-COUNT TO RET-ITER
           MOVE 1 TO RET-CONVERGED
           DISPLAY "Frequenzgang: " FRF-PEAK-COUNT
               " Resonanzspitze(n), " FRF-EIG-INRANGE
               " Eigenkreisfrequenz(en) im Bereich"
           .
       END PROGRAM FrequencyResponse.
