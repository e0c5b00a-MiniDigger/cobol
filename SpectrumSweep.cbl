      *          dim <= 200 - das ist zugleich die Obergrenze von
      *          EIGENLIST und der Rahmen der Modal-Vermessungen, fuer
      *          die dieser Modus gebaut ist. Nicht (hinreichend)
      *          symmetrische Matrizen gehen an HessenbergQR.cbl
      *          (Hessenberg-Reduktion mit QR-Verfahren), da die
      *          Jacobi-Rotation nur bei Symmetrie die Eigenwerte
      *          erhaelt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 A-PQ-ABS PIC S9(09)V9(16) COMP-3.
               05 THETA PIC S9(09)V9(16) COMP-3.
               05 THETA-ABS PIC S9(09)V9(16) COMP-3.
               05 THETA-ZAEHLER PIC S9(09)V9(16) COMP-3.
               05 THETA-NENNER PIC S9(09)V9(16) COMP-3.
               05 T-VAL PIC S9(09)V9(16) COMP-3.
               05 C-VAL PIC S9(04)V9(16) COMP-3.
               05 S-VAL PIC S9(04)V9(16) COMP-3.
           01 SYM-PRUEFUNG.
               05 SYM-DIF PIC S9(09)V9(16) COMP-3.
               05 SYM-TOL PIC S9(09)V9(16) COMP-3.
      *        1 = mindestens ein Paar (I,J) liegt ausserhalb SYM-TOL
               05 UNSYMMETRISCH PIC 9.
      *    Mitrotierte Eigenvektoren: Spalte J von V-MATRIX ist nach
      *    der Konvergenz der Eigenvektor zum Diagonalelement (J,J)
      *    der Arbeitskopie - feste Groesse entsprechend der
           WORK-MATRIX EIGENLIST.
       MAIN-PROCEDURE.
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 0 TO RET-CONVERGED
           MOVE 0.0 TO RET-EW-GAP
           MOVE 0 TO RET-OSCILLATING

      *    Symmetriepruefung: die Jacobi-Rotation setzt eine
      *    symmetrische Matrix voraus, alles andere lieferte still
      *    falsche Werte - unsymmetrische Datensaetze (Transport-,
      *    Regelungsmatrizen) laufen daher ueber die Hessenberg-
      *    Reduktion mit QR-Verfahren
           MOVE 0 TO RET-SPEC-HQR
           MOVE 0 TO UNSYMMETRISCH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   IF J > I
                       END-IF
                       COMPUTE SYM-TOL = 0.000001 * (1 + ABS-WERT)
                       IF SYM-DIF > SYM-TOL
                           MOVE 1 TO UNSYMMETRISCH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF UNSYMMETRISCH = 1
               CALL "HessenbergQR" USING MATRIX, INPUT-VEKTOR,
                   ABBRUCH, WORK-MATRIX, EIGENLIST
               EXIT PROGRAM
           END-IF

      *    Arbeitskopie anlegen und die Eigenvektor-Sammlung als
      *    Einheitsmatrix beginnen
      *        Rotationswinkel aus dem 2x2-Block (P,Q): Tangens ueber
      *        die stabile Formel t = sgn(theta)/(|theta| +
      *        sqrt(theta^2 + 1))
      *        Zaehler und Nenner getrennt bilden - als ein Ausdruck
      *        geschrieben scheiterte die Division bei negativem
      *        Zaehler und Nenner still und THETA blieb auf dem Wert
      *        des vorigen Paars stehen
               COMPUTE THETA-ZAEHLER = WELEM(Q,Q) - WELEM(P,P)
               COMPUTE THETA-NENNER = A-PQ * 2
               COMPUTE THETA = THETA-ZAEHLER / THETA-NENNER
               MOVE THETA TO THETA-ABS
               IF THETA-ABS < 0
                   COMPUTE THETA-ABS = THETA-ABS * (-1)
               END-PERFORM
           END-PERFORM

      *    jeder Eintrag bekommt seine Spalte der V-MATRIX als
      *    Eigenvektor mit - fuer den Vektorbestand (VectorStore)
           MOVE DIM-M TO EW-COUNT
           MOVE DIM-M TO EW-VEC-DIM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE SORT-EW(I) TO EW-VALUE(I)
               MOVE 0.0 TO EW-IMAG(I)
               MOVE SORT-IDX(I) TO K
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   MOVE V-ELEM(J,K) TO EW-VEC(I,J)
               END-PERFORM
           END-PERFORM
           MOVE SORT-EW(1) TO RET-EW
           MOVE 0 TO RET-COMPLEX
      *    Eigenvektor des dominanten Eigenwerts als Hauptergebnis
      *    nach XI - die Spalten von V-MATRIX sind durch die
      *    Rotationen bereits normiert
