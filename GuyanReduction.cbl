      ******************************************************************
      * Author:
      * Date:
      * Purpose: Statische Kondensation (Guyan-Reduktion) auf die per
      *          "master=" erklaerten Master-Freiheitsgrade. Mit den
      *          Slave-Freiheitsgraden s und den Mastern m gilt
      *              T   = -Kss^-1 * Ksm,   Phi = [ I ; T ]
      *              A_r = Phi' * A * Phi = Amm + Ams * T
      *              B_r = Phi' * B * Phi (verallgemeinertes Problem)
      *          A (und B) werden in MATRIX (MATRIXB) durch die
      *          reduzierten Matrizen ersetzt, Startvektor und
      *          Anregungsrichtung auf die Master verkleinert. Vorher
      *          und nachher wird das volle Spektrum bestimmt (ueber
      *          SpectrumSweep, beim verallgemeinerten Problem von
      *          B^-1 * A), die niedrigsten Eigenwerte beider Modelle
      *          gehen mit ihrem relativen Fehler nach Abbruch.cpy -
      *          die Kondensation erhaelt die unteren Moden, der
      *          groesste Fehler dort ist der Kondensationsfehler.
      *          GUYAN-OP = "APPLY" kondensiert, "EXPAND" rechnet den
      *          konvergierten Eigenvektor ueber Phi auf alle
      *          Freiheitsgrade zurueck (die Kondensationsmatrix bleibt
      *          dazu zwischen beiden Aufrufen hier stehen). Grenze
      *          dim <= 200 wie beim Spektrum-Modus.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuyanReduction.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 DIM-M-DISP PIC ZZZ9.
           01 IDX-DISP PIC ZZZ9.
           01 ERR-DISP PIC Z(6)9.9999.
      *    Dimensionsgrenze - die beiden Spektren laufen ueber
      *    SpectrumSweep und EIGENLIST, beide tragen hoechstens 200
           01 GUY-MAX-DIM PIC 9(04) COMP-3 VALUE 200.
      *    Hoechstzahl der nebeneinander ausgewiesenen Moden, siehe
      *    RET-GUY-ENTRY in Abbruch.cpy
           01 GUY-MAX-MODES PIC 9(02) COMP-3 VALUE 10.
      *    Pivotschwelle der Zerlegungen von Kss und B
           01 PIVOT-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.000000000001.
      *    Nennerschwelle des relativen Fehlers: ein voller Eigenwert
      *    darunter (Starrkoerpermode) wird absolut verglichen
           01 REL-TOL PIC S9(01)V9(16) COMP-3 VALUE 0.000000001.
           01 ZAEHLER.
               05 I PIC 9(04) COMP-3.
               05 J PIC 9(04) COMP-3.
               05 K PIC 9(04) COMP-3.
               05 L PIC 9(04) COMP-3.
               05 FN PIC 9(04) COMP-3.
               05 PIV PIC 9(04) COMP-3.
               05 SI PIC 9(04) COMP-3.
               05 SJ PIC 9(04) COMP-3.
               05 PIV-SWAP PIC 9(04) COMP-3.
               05 MK PIC 9(03) COMP-3.
      *        Dimension vor der Kondensation, Zahl der Master und
      *        der Slaves
               05 N-ORIG PIC 9(04) COMP-3 VALUE 0.
               05 NM PIC 9(04) COMP-3 VALUE 0.
               05 NS PIC 9(04) COMP-3 VALUE 0.
      *    1 = Kondensation dieses Datensatzes angewendet, die
      *    Rueckrechnung per "EXPAND" steht noch aus
           01 GUY-ACTIVE PIC 9 VALUE 0.
      *    Aufteilung der Freiheitsgrade: Kennzeichen je Freiheitsgrad,
      *    Originalindex je Master-/Slave-Nummer und umgekehrt
           01 GUY-TEILUNG.
               05 IS-MASTER PIC 9 OCCURS 200 TIMES.
               05 MST-OF PIC 9(04) COMP-3 OCCURS 200 TIMES.
               05 SLV-OF PIC 9(04) COMP-3 OCCURS 200 TIMES.
               05 MST-POS PIC 9(04) COMP-3 OCCURS 200 TIMES.
               05 SLV-POS PIC 9(04) COMP-3 OCCURS 200 TIMES.
      *    Sicherung der vollen Matrizen A und B
           01 G-A-TABLE.
               05 G-A-ZEILE OCCURS 200 TIMES.
                   10 G-A PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 G-B-TABLE.
               05 G-B-ZEILE OCCURS 200 TIMES.
                   10 G-B PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *    LU-Faktoren (Kss bzw. B), Kondensationsmatrix Phi
      *    (N-ORIG x NM) und die reduzierte Matrix A_r
           01 G-LU-TABLE.
               05 G-LU-ZEILE OCCURS 200 TIMES.
                   10 G-LU PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 G-PHI-TABLE.
               05 G-PHI-ZEILE OCCURS 200 TIMES.
                   10 G-PHI PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 G-KRED-TABLE.
               05 G-KRED-ZEILE OCCURS 200 TIMES.
                   10 G-KRED PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
           01 LOES-VEKTOREN.
               05 RHS-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 SOL-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 W-V PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Startvektor und Original-Startvektor der vollen Dimension -
      *    SpectrumSweep ueberschreibt XI, die Rueckrechnung braucht
      *    XI-ORIG in voller Laenge
           01 XI-SAVE PIC S9(06)V9(16) COMP-3 OCCURS 200 TIMES.
           01 XORIG-SAVE PIC S9(06)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Spektren aufsteigend: SPEC-TAB ist das Ergebnis des
      *    letzten SPECTRUM-OF-MATRIX, FULL-EW/RED-EW die Kopien
           01 SPEC-N PIC 9(03) COMP-3 VALUE 0.
           01 SPEC-TAB PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 FULL-N PIC 9(03) COMP-3 VALUE 0.
           01 FULL-EW PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
           01 RED-N PIC 9(03) COMP-3 VALUE 0.
           01 RED-EW PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
      *    Ergebnisfelder, die SpectrumSweep setzt und die fuer den
      *    eigentlichen Lauf unveraendert bleiben muessen
           01 SAVE-RET.
               05 SAVE-EW PIC S9(06)V9(16) COMP-3.
               05 SAVE-ITER PIC 9(06) COMP-3.
               05 SAVE-RESID PIC S9(09)V9(16) COMP-3.
               05 SAVE-GAP PIC S9(04)V9(09) COMP-3.
               05 SAVE-CONVERGED PIC 9.
               05 SAVE-OSC PIC 9.
               05 SAVE-XNORM PIC 9.
           01 HILFSGROESSEN.
               05 ABS-A PIC S9(09)V9(16) COMP-3.
               05 ABS-B PIC S9(09)V9(16) COMP-3.
               05 SWAP-VAL PIC S9(09)V9(16) COMP-3.
               05 SUMME PIC S9(09)V9(16) COMP-3.
               05 PROD PIC S9(09)V9(16) COMP-3.
               05 NORM-RED PIC S9(09)V9(16) COMP-3.
               05 NORM-FULL PIC S9(09)V9(16) COMP-3.
               05 SCALE-F PIC S9(09)V9(16) COMP-3.
               05 ERR-VAL PIC S9(07)V9(06) COMP-3.
               05 SINGULAER PIC 9.
               05 SORT-DONE PIC 9.
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "VectorDim.cpy".
           COPY "ExciteVector.cpy".
           COPY "Abbruch.cpy".
           COPY "WorkMatrix.cpy".
           COPY "EigenList.cpy".
           01 GUYAN-OP PIC X(08).
       PROCEDURE DIVISION USING MATRIX MATRIXB INPUT-VEKTOR EDIR-VEKTOR
           ABBRUCH WORK-MATRIX EIGENLIST GUYAN-OP.
       MAIN-PROCEDURE.
           EVALUATE GUYAN-OP
               WHEN "APPLY"
                   PERFORM APPLY-CONDENSATION
               WHEN "EXPAND"
                   PERFORM EXPAND-VECTOR
           END-EVALUATE
           EXIT PROGRAM.

      * Kondensation eines Datensatzes: Aufteilung pruefen, volles
      * Spektrum, Phi und die reduzierten Matrizen bilden, Vektoren
      * verkleinern, reduziertes Spektrum und Vergleich
       APPLY-CONDENSATION.
           MOVE 0 TO GUY-ACTIVE
           MOVE 0 TO RET-GUY-MODES
           MOVE 0 TO RET-GUY-MAXERR
           MOVE DIM-M TO N-ORIG
           MOVE N-ORIG TO RET-GUY-ORIG-DIM
           IF N-ORIG > GUY-MAX-DIM
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE N-ORIG TO DIM-M-DISP
               MOVE "GUY-003" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[GuyanReduction.APPLY-CONDENSATION] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: master= nur bis dim=200, Datensatz hat"
                   " dim=" DIM-M-DISP "!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
               MOVE 0 TO IS-MASTER(L)
           END-PERFORM
           PERFORM VARYING MK FROM 1 BY 1 UNTIL MK > MASTER-COUNT
               IF MASTER-POS(MK) < 1 OR MASTER-POS(MK) > N-ORIG
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE MASTER-IDX(MK) TO IDX-DISP
                   MOVE "GUY-001" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[GuyanReduction.APPLY-CONDENSATION] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: master=-Index " IDX-DISP
                       " ausserhalb der Matrixdimension!"
                       DELIMITED BY SIZE INTO ERRORMSG
                   DISPLAY ERRORMSG
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO IS-MASTER(MASTER-POS(MK))
           END-PERFORM

      *    Master und Slaves in aufsteigender Originalnummerierung -
      *    doppelt genannte Master zaehlen einmal
           MOVE 0 TO NM
           MOVE 0 TO NS
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
               IF IS-MASTER(L) = 1
                   ADD 1 TO NM
                   MOVE L TO MST-OF(NM)
                   MOVE NM TO MST-POS(L)
                   MOVE 0 TO SLV-POS(L)
               ELSE
                   ADD 1 TO NS
                   MOVE L TO SLV-OF(NS)
                   MOVE NS TO SLV-POS(L)
                   MOVE 0 TO MST-POS(L)
               END-IF
           END-PERFORM
           IF NS = 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "GUY-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[GuyanReduction.APPLY-CONDENSATION] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: master= nennt alle Freiheitsgrade,"
                   " nichts zu kondensieren!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF

      *    volle Matrizen und Vektoren sichern
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N-ORIG
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-ORIG
                   MOVE ELEM(I,J) TO G-A(I,J)
                   IF GENERALIZED-ENABLED
                       MOVE ELEMB(I,J) TO G-B(I,J)
                   END-IF
               END-PERFORM
               MOVE XI(I) TO XI-SAVE(I)
               MOVE XI-ORIG(I) TO XORIG-SAVE(I)
           END-PERFORM
           MOVE RET-EW TO SAVE-EW
           MOVE RET-ITER TO SAVE-ITER
           MOVE RET-RESID TO SAVE-RESID
           MOVE RET-EW-GAP TO SAVE-GAP
           MOVE RET-CONVERGED TO SAVE-CONVERGED
           MOVE RET-OSCILLATING TO SAVE-OSC
           MOVE RET-XNORM-SUSPECT TO SAVE-XNORM

      *    Spektrum des vollen Modells, danach A wiederherstellen
           PERFORM SPECTRUM-OF-MATRIX
           PERFORM RESTORE-FULL-A
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPEC-N TO FULL-N
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SPEC-N
               MOVE SPEC-TAB(K) TO FULL-EW(K)
           END-PERFORM

      *    Kss zerlegen
           MOVE NS TO FN
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > NS
               PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > NS
                   MOVE G-A(SLV-OF(SI), SLV-OF(SJ)) TO G-LU(SI,SJ)
               END-PERFORM
               MOVE SI TO PIV-ROW(SI)
           END-PERFORM
           PERFORM FACTOR-LU
           IF SINGULAER = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "GUY-004" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[GuyanReduction.APPLY-CONDENSATION] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Slave-Block Kss singulaer - Master-"
                   "Auswahl unzureichend!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               EXIT PARAGRAPH
           END-IF

      *    Phi spaltenweise: Einheitsvektor an den Mastern, an den
      *    Slaves die Loesung von Kss * t = -Ksm(:,j)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NM
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > NS
                   COMPUTE RHS-V(SI) = G-A(SLV-OF(SI), MST-OF(J)) * (-1)
               END-PERFORM
               PERFORM SOLVE-LU
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
                   IF IS-MASTER(L) = 1
                       IF MST-POS(L) = J
                           MOVE 1.0 TO G-PHI(L,J)
                       ELSE
                           MOVE 0.0 TO G-PHI(L,J)
                       END-IF
                   ELSE
                       MOVE SOL-V(SLV-POS(L)) TO G-PHI(L,J)
                   END-IF
               END-PERFORM
           END-PERFORM

      *    A_r = Amm + Ams * T: Masterzeile von A mal Phi-Spalte
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > NM
                   MOVE 0.0 TO SUMME
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
                       COMPUTE PROD = G-A(MST-OF(I), L) * G-PHI(L,J)
                       ADD PROD TO SUMME
                   END-PERFORM
                   MOVE SUMME TO G-KRED(I,J)
               END-PERFORM
           END-PERFORM

      *    B_r = Phi' * B * Phi, spaltenweise ueber W = B * Phi(:,j)
           IF GENERALIZED-ENABLED
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > NM
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > N-ORIG
                       MOVE 0.0 TO SUMME
                       PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
                           COMPUTE PROD = G-B(K,L) * G-PHI(L,J)
                           ADD PROD TO SUMME
                       END-PERFORM
                       MOVE SUMME TO W-V(K)
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > NM
                       MOVE 0.0 TO SUMME
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > N-ORIG
                           COMPUTE PROD = G-PHI(K,I) * W-V(K)
                           ADD PROD TO SUMME
                       END-PERFORM
                       MOVE SUMME TO ELEMB(I,J)
                   END-PERFORM
               END-PERFORM
               MOVE NM TO DIM-B
           END-IF

           PERFORM RESTORE-REDUCED-A
           MOVE NM TO DIM-M
           MOVE NM TO RET-GUY-RED-DIM

      *    Spektrum des reduzierten Modells, danach A_r
      *    wiederherstellen
           PERFORM SPECTRUM-OF-MATRIX
           PERFORM RESTORE-REDUCED-A
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPEC-N TO RED-N
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SPEC-N
               MOVE SPEC-TAB(K) TO RED-EW(K)
           END-PERFORM

      *    Start- und Anregungsvektor auf die Master verkleinern -
      *    aufsteigend in place, MST-OF(I) liegt nie vor I
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NM
               MOVE XI-SAVE(MST-OF(I)) TO XI(I)
               MOVE XORIG-SAVE(MST-OF(I)) TO XI-ORIG(I)
               IF DIM-EDIR > 0
                   MOVE EDIR(MST-OF(I)) TO EDIR(I)
               END-IF
           END-PERFORM
           MOVE NM TO DIM-I
           IF DIM-EDIR > 0
               MOVE NM TO DIM-EDIR
           END-IF

           PERFORM COMPARE-SPECTRA

      *    SpectrumSweep hat Ergebnisfelder des eigentlichen Laufs
      *    belegt - auf den Stand vor der Kondensation zuruecksetzen
           MOVE SAVE-EW TO RET-EW
           MOVE SAVE-ITER TO RET-ITER
           MOVE SAVE-RESID TO RET-RESID
           MOVE SAVE-GAP TO RET-EW-GAP
           MOVE SAVE-CONVERGED TO RET-CONVERGED
           MOVE SAVE-OSC TO RET-OSCILLATING
           MOVE SAVE-XNORM TO RET-XNORM-SUSPECT
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 1 TO GUY-ACTIVE
           MOVE RET-GUY-MAXERR TO ERR-DISP
           DISPLAY "Statische Kondensation: " N-ORIG " -> " NM
               " Freiheitsgrade, Fehler " ERR-DISP " %"
           .

      * niedrigste Eigenwerte beider Modelle nebeneinander, relativer
      * Fehler je Mode in Prozent (bei einem vollen Eigenwert nahe 0
      * die absolute Abweichung mal 100), der groesste davon ist der
      * Kondensationsfehler
       COMPARE-SPECTRA.
           MOVE GUY-MAX-MODES TO RET-GUY-MODES
           IF RED-N < RET-GUY-MODES
               MOVE RED-N TO RET-GUY-MODES
           END-IF
           IF FULL-N < RET-GUY-MODES
               MOVE FULL-N TO RET-GUY-MODES
           END-IF
           MOVE 0 TO RET-GUY-MAXERR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > RET-GUY-MODES
               MOVE FULL-EW(K) TO RET-GUY-FULL(K)
               MOVE RED-EW(K) TO RET-GUY-RED(K)
               COMPUTE ABS-A = RED-EW(K) - FULL-EW(K)
               IF ABS-A < 0
                   COMPUTE ABS-A = ABS-A * (-1)
               END-IF
               MOVE FULL-EW(K) TO ABS-B
               IF ABS-B < 0
                   COMPUTE ABS-B = ABS-B * (-1)
               END-IF
               IF ABS-B < REL-TOL
                   COMPUTE ERR-VAL ROUNDED = ABS-A * 100
                       ON SIZE ERROR MOVE 9999999 TO ERR-VAL
                   END-COMPUTE
               ELSE
                   COMPUTE ERR-VAL ROUNDED = ABS-A * 100 / ABS-B
                       ON SIZE ERROR MOVE 9999999 TO ERR-VAL
                   END-COMPUTE
               END-IF
               MOVE ERR-VAL TO RET-GUY-ERR(K)
               IF ERR-VAL > RET-GUY-MAXERR
                   MOVE ERR-VAL TO RET-GUY-MAXERR
               END-IF
           END-PERFORM
           .

      * volles Spektrum der Matrix in MATRIX (Dimension DIM-M) nach
      * SPEC-TAB, aufsteigend nach Wert (bei komplexen Paaren nach
      * Realteil). Beim verallgemeinerten Problem wird MATRIX dazu
      * durch B^-1 * A ersetzt - der Aufrufer stellt A danach wieder
      * her
       SPECTRUM-OF-MATRIX.
           MOVE 0 TO SPEC-N
           IF GENERALIZED-ENABLED
               MOVE DIM-M TO FN
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
                   PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > FN
                       MOVE ELEMB(SI,SJ) TO G-LU(SI,SJ)
                   END-PERFORM
                   MOVE SI TO PIV-ROW(SI)
               END-PERFORM
               PERFORM FACTOR-LU
               IF SINGULAER = 1
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "GUY-005" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[GuyanReduction.SPECTRUM-OF-MATRIX] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: Matrix B singulaer, kein Spektrum"
                       " fuer den Vergleich!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FN
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                       MOVE ELEM(I,J) TO RHS-V(I)
                   END-PERFORM
                   PERFORM SOLVE-LU
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > FN
                       MOVE SOL-V(I) TO ELEM(I,J)
                   END-PERFORM
               END-PERFORM
           END-IF

           CALL "SpectrumSweep" USING MATRIX, INPUT-VEKTOR, ABBRUCH,
               WORK-MATRIX, EIGENLIST
           MOVE 0 TO RET-SPEC-HQR
           MOVE 0 TO RET-COMPLEX
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF

      *    EIGENLIST kommt absteigend nach Betrag - hier aufsteigend
      *    nach Wert einsortieren
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > EW-COUNT
               MOVE EW-VALUE(K) TO SWAP-VAL
               MOVE K TO I
               MOVE 0 TO SORT-DONE
               PERFORM UNTIL I < 2 OR SORT-DONE = 1
                   IF SPEC-TAB(I - 1) > SWAP-VAL
                       MOVE SPEC-TAB(I - 1) TO SPEC-TAB(I)
                       SUBTRACT 1 FROM I
                   ELSE
                       MOVE 1 TO SORT-DONE
                   END-IF
               END-PERFORM
               MOVE SWAP-VAL TO SPEC-TAB(I)
               ADD 1 TO SPEC-N
           END-PERFORM
           .

       RESTORE-FULL-A.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N-ORIG
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > N-ORIG
                   MOVE G-A(I,J) TO ELEM(I,J)
               END-PERFORM
           END-PERFORM
           .

       RESTORE-REDUCED-A.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > NM
                   MOVE G-KRED(I,J) TO ELEM(I,J)
               END-PERFORM
           END-PERFORM
           .

      * Rueckrechnung des konvergierten (reduzierten) Eigenvektors
      * auf alle Freiheitsgrade: x = Phi * x_m, danach auf die Norm
      * des reduzierten Vektors gebracht (die Vectoriteration normiert
      * auf 1); XI-ORIG bekommt den vollen Startvektor zurueck
       EXPAND-VECTOR.
           IF GUY-ACTIVE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0.0 TO NORM-RED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NM
               COMPUTE PROD = XI(J) * XI(J)
               ADD PROD TO NORM-RED
           END-PERFORM
           MOVE 0.0 TO NORM-FULL
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
               MOVE 0.0 TO SUMME
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > NM
                   COMPUTE PROD = G-PHI(L,J) * XI(J)
                   ADD PROD TO SUMME
               END-PERFORM
               MOVE SUMME TO W-V(L)
               COMPUTE PROD = SUMME * SUMME
               ADD PROD TO NORM-FULL
           END-PERFORM
           MOVE 1.0 TO SCALE-F
           IF NORM-FULL > 0 AND NORM-RED > 0
               COMPUTE NORM-RED = NORM-RED ** 0.5
               COMPUTE NORM-FULL = NORM-FULL ** 0.5
               COMPUTE SCALE-F = NORM-RED / NORM-FULL
           END-IF
           MOVE N-ORIG TO DIM-I
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > N-ORIG
               COMPUTE XI(L) = W-V(L) * SCALE-F
               MOVE XORIG-SAVE(L) TO XI-ORIG(L)
           END-PERFORM
           MOVE 0 TO GUY-ACTIVE
           .

      * LU-Zerlegung von G-LU (Dimension FN) mit Zeilentausch wie in
      * TransientResponse; ein Pivot unter PIVOT-TOL setzt SINGULAER
       FACTOR-LU.
           MOVE 0 TO SINGULAER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > FN OR SINGULAER = 1
               MOVE K TO PIV
               MOVE 0.0 TO ABS-B
               PERFORM VARYING I FROM K BY 1 UNTIL I > FN
                   MOVE G-LU(I,K) TO ABS-A
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
                           MOVE G-LU(PIV,J) TO SWAP-VAL
                           MOVE G-LU(K,J) TO G-LU(PIV,J)
                           MOVE SWAP-VAL TO G-LU(K,J)
                       END-PERFORM
                       MOVE PIV-ROW(PIV) TO PIV-SWAP
                       MOVE PIV-ROW(K) TO PIV-ROW(PIV)
                       MOVE PIV-SWAP TO PIV-ROW(K)
                   END-IF
                   PERFORM VARYING I FROM K BY 1 UNTIL I > FN
                       IF I > K
                           COMPUTE G-LU(I,K) = G-LU(I,K) / G-LU(K,K)
                           PERFORM VARYING J FROM K BY 1 UNTIL J > FN
                               IF J > K
                                   COMPUTE PROD = G-LU(I,K) * G-LU(K,J)
                                   SUBTRACT PROD FROM G-LU(I,J)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * loest G-LU * SOL-V = RHS-V ueber die Zerlegung aus FACTOR-LU
       SOLVE-LU.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > FN
               MOVE RHS-V(PIV-ROW(SI)) TO SUMME
               PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ >= SI
                   COMPUTE PROD = G-LU(SI,SJ) * SOL-V(SJ)
                   SUBTRACT PROD FROM SUMME
               END-PERFORM
               MOVE SUMME TO SOL-V(SI)
           END-PERFORM
           PERFORM VARYING SI FROM FN BY -1 UNTIL SI < 1
               MOVE SOL-V(SI) TO SUMME
               PERFORM VARYING SJ FROM SI BY 1 UNTIL SJ > FN
                   IF SJ > SI
                       COMPUTE PROD = G-LU(SI,SJ) * SOL-V(SJ)
                       SUBTRACT PROD FROM SUMME
                   END-IF
               END-PERFORM
               COMPUTE SOL-V(SI) = SUMME / G-LU(SI,SI)
           END-PERFORM
           .
       END PROGRAM GuyanReduction.
