      *          exakte Anzahl im Intervall, danach holt eine
      *          Bisektion jeden einzelnen Wert bis zur EPSILON-
      *          Genauigkeit heraus. Die Werte landen aufsteigend in
      *          EIGENLIST, die Zaehlung in RET-SLICE-COUNT. Zu jedem
      *          Wert rechnet eine inverse Iteration (wie in
      *          HessenbergQR.cbl) den Eigenvektor nach, fuer den
      *          Vektorbestand; Werte eines engen Clusters werden
      *          gegeneinander orthogonalisiert. Wie der
      *          Spektrum-Modus auf symmetrische Datensaetze und
      *          dim <= 200 begrenzt (die Zaehlung kostet eine volle
      *          Elimination je Pruefpunkt).
      *    Zaehlstaende an den Intervallgrenzen
           01 COUNT-AT-LO PIC 9(04) COMP-3.
           01 COUNT-AT-HI PIC 9(04) COMP-3.
      *    inverse Iteration je gefundenem Wert: LU-Zerlegung von
      *    (A - sigma*I) mit Zeilentausch auf der Arbeitskopie,
      *    Herkunftszeilen, Iterationsvektoren und Hilfsgroessen
           01 INV-FELDER.
               05 PIV-ROW PIC 9(04) COMP-3 OCCURS 200 TIMES.
               05 INV-Y PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 INV-B PIC S9(09)V9(16) COMP-3 OCCURS 200 TIMES.
               05 INV-NORM PIC S9(18)V9(10) COMP-3.
               05 INV-DOT PIC S9(09)V9(16) COMP-3.
               05 INV-DIST PIC S9(09)V9(16) COMP-3.
               05 INV-ABS-A PIC S9(09)V9(16) COMP-3.
               05 INV-ABS-B PIC S9(09)V9(16) COMP-3.
               05 INV-SWAP PIC S9(09)V9(16) COMP-3.
               05 INV-HP PIC S9(09)V9(16) COMP-3.
               05 INV-STEP PIC 9(02) COMP-3.
               05 INV-PIV PIC 9(04) COMP-3.
               05 EV-K PIC 9(04) COMP-3.
               05 EV-L PIC 9(04) COMP-3.
      *    Symmetriepruefung, wie SpectrumSweep
           01 SYM-PRUEFUNG.
               05 SYM-DIF PIC S9(09)V9(16) COMP-3.
       PROCEDURE DIVISION USING MATRIX ABBRUCH WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 0 TO RET-SLICE-COUNT
           MOVE 0 TO COUNT-CALLS
           MOVE 0.0 TO RET-EW-GAP
               END-PERFORM
               ADD 1 TO EW-COUNT
               COMPUTE EW-VALUE(EW-COUNT) = (BI-LO + BI-HI) / 2
               MOVE 0.0 TO EW-IMAG(EW-COUNT)
           END-PERFORM

      *    Eigenvektoren der gefundenen Werte nachrechnen
           IF EW-COUNT > 0
               MOVE DIM-M TO EW-VEC-DIM
               PERFORM VARYING EV-K FROM 1 BY 1 UNTIL EV-K > EW-COUNT
                   PERFORM SLICE-VECTOR
               END-PERFORM
           END-IF

      *    Hauptergebnis: der erste (kleinste) gefundene Wert - ohne
      *    Treffer bleibt RET-EW 0 und der Report weist nur die
      *    Zaehlung aus
               END-PERFORM
           END-PERFORM
           .

      * Eigenvektor zum Eintrag EV-K per inverser Iteration:
      * (A - sigma*I) y = x mit sigma knapp neben dem Eigenwert, vier
      * Schritte mit Normierung. Nach jedem Schritt wird y gegen die
      * Vektoren frueherer Eintraege orthogonalisiert, deren Wert
      * naeher als 1E-4 (relativ) liegt - sonst liefe jeder Wert
      * eines mehrfachen Eigenwerts auf denselben Vektor
       SLICE-VECTOR.
           MOVE EW-VALUE(EV-K) TO INV-ABS-A
           IF INV-ABS-A < 0
               COMPUTE INV-ABS-A = INV-ABS-A * (-1)
           END-IF
           COMPUTE SIGMA = EW-VALUE(EV-K) + 0.000001 * (1 + INV-ABS-A)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   MOVE ELEM(I,J) TO WELEM(I,J)
               END-PERFORM
               COMPUTE WELEM(I,I) = WELEM(I,I) - SIGMA
               MOVE I TO PIV-ROW(I)
           END-PERFORM
           PERFORM LU-FACTOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               COMPUTE INV-Y(I) = 1 + I / (DIM-M + 1)
           END-PERFORM
           PERFORM ORTHO-EARLIER
           PERFORM NORMALIZE-INV-Y
           PERFORM VARYING INV-STEP FROM 1 BY 1 UNTIL INV-STEP > 4
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   MOVE INV-Y(PIV-ROW(I)) TO INV-B(I)
               END-PERFORM
               PERFORM LU-SOLVE
               PERFORM ORTHO-EARLIER
               PERFORM NORMALIZE-INV-Y
           END-PERFORM
      *    Vorzeichen wie CANONICALIZE-SIGN in HessenbergQR: die
      *    betragsgroesste Komponente wird positiv
           MOVE 1 TO INV-PIV
           MOVE 0.0 TO INV-ABS-B
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE INV-Y(I) TO INV-ABS-A
               IF INV-ABS-A < 0
                   COMPUTE INV-ABS-A = INV-ABS-A * (-1)
               END-IF
               IF INV-ABS-A > INV-ABS-B
                   MOVE INV-ABS-A TO INV-ABS-B
                   MOVE I TO INV-PIV
               END-IF
           END-PERFORM
           IF INV-Y(INV-PIV) < 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   COMPUTE INV-Y(I) = INV-Y(I) * (-1)
               END-PERFORM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE INV-Y(I) TO EW-VEC(EV-K, I)
           END-PERFORM
           .

      * y gegen die Vektoren der frueheren Eintraege im selben
      * Cluster orthogonalisieren (Gram-Schmidt)
       ORTHO-EARLIER.
           PERFORM VARYING EV-L FROM 1 BY 1 UNTIL EV-L >= EV-K
               COMPUTE INV-DIST = EW-VALUE(EV-K) - EW-VALUE(EV-L)
               IF INV-DIST < 0
                   COMPUTE INV-DIST = INV-DIST * (-1)
               END-IF
               IF INV-DIST < 0.0001 * (1 + INV-ABS-A)
                   MOVE 0.0 TO INV-DOT
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                       COMPUTE INV-DOT = INV-DOT
                           + INV-Y(I) * EW-VEC(EV-L, I)
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                       COMPUTE INV-Y(I) = INV-Y(I)
                           - INV-DOT * EW-VEC(EV-L, I)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * LU-Zerlegung der Arbeitskopie mit Zeilentausch, wie
      * LU-FACTOR in HessenbergQR.cbl
       LU-FACTOR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DIM-M
               MOVE K TO INV-PIV
               MOVE WELEM(K,K) TO INV-ABS-B
               IF INV-ABS-B < 0
                   COMPUTE INV-ABS-B = INV-ABS-B * (-1)
               END-IF
               PERFORM VARYING I FROM K BY 1 UNTIL I > DIM-M
                   MOVE WELEM(I,K) TO INV-ABS-A
                   IF INV-ABS-A < 0
                       COMPUTE INV-ABS-A = INV-ABS-A * (-1)
                   END-IF
                   IF INV-ABS-A > INV-ABS-B
                       MOVE INV-ABS-A TO INV-ABS-B
                       MOVE I TO INV-PIV
                   END-IF
               END-PERFORM
               IF INV-PIV NOT = K
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                       MOVE WELEM(INV-PIV,J) TO INV-SWAP
                       MOVE WELEM(K,J) TO WELEM(INV-PIV,J)
                       MOVE INV-SWAP TO WELEM(K,J)
                   END-PERFORM
                   MOVE PIV-ROW(INV-PIV) TO J
                   MOVE PIV-ROW(K) TO PIV-ROW(INV-PIV)
                   MOVE J TO PIV-ROW(K)
               END-IF
               IF WELEM(K,K) = 0
                   MOVE 0.0000000001 TO WELEM(K,K)
               END-IF
               COMPUTE KP1 = K + 1
               PERFORM VARYING I FROM KP1 BY 1 UNTIL I > DIM-M
                   COMPUTE WELEM(I,K) = WELEM(I,K) / WELEM(K,K)
                   PERFORM VARYING J FROM KP1 BY 1 UNTIL J > DIM-M
                       COMPUTE WELEM(I,J) = WELEM(I,J)
                           - WELEM(I,K) * WELEM(K,J)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

      * Vorwaerts- und Rueckwaertseinsetzen: LU * y = INV-B
       LU-SOLVE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE INV-B(I) TO INV-HP
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                   COMPUTE INV-HP = INV-HP - WELEM(I,J) * INV-Y(J)
               END-PERFORM
               MOVE INV-HP TO INV-Y(I)
           END-PERFORM
           PERFORM VARYING I FROM DIM-M BY -1 UNTIL I < 1
               MOVE INV-Y(I) TO INV-HP
               COMPUTE KP1 = I + 1
               PERFORM VARYING J FROM KP1 BY 1 UNTIL J > DIM-M
                   COMPUTE INV-HP = INV-HP - WELEM(I,J) * INV-Y(J)
               END-PERFORM
               COMPUTE INV-Y(I) = INV-HP / WELEM(I,I)
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
       END PROGRAM SpectrumSlice.
