      *     Report). Ueberschreitet die relative Differenz
      *     PREC-THRESHOLD, wird der Datensatz als Fehler gemeldet,
      *     statt dass der Verlust erst einen Goldwert reissen muss.
      *   - Rechteckige Matrizen (mode=lsq): der Abgleich laeuft je
      *     Zeile nur ueber die RECT-COLS Spalten.
      *   - Gleitkomma-Arithmetik ("arithmetic=float", ARITH-FLOAT):
      *     der Abgleich laeuft dann gegen VAL-F (CRS-VALS-F, neuer
      *     Parameter) statt gegen VAL - die gepackten VAL-Felder
      *     tragen in diesem Fall bewusst nicht die Rechenwerte, ein
      *     Abgleich gegen sie meldete fuer jeden Eintrag ausserhalb
      *     ihres Zahlbereichs einen Fehler. Der Rundungsverlust der
      *     COMP-2-Fassung ist vernachlaessigbar und wird nicht
      *     ausgewiesen (RET-PREC-ABS/REL bleiben 0).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSSelfCheck.
      *    von einem LINKAGE-Feld abhaengt, griff bei groesseren
      *    Dimensionen (ab ca. 45) daneben und riss den Lauf mit
      *    "attempt to reference invalid memory address" ab
      *    Spaltenzahl: DIM-M, bei einer rechteckigen Matrix RECT-COLS
           01 COLS-LIMIT PIC 9(04) COMP-3.
           01 REBUILT-ROW.
               05 RVAL PIC S9(06)V9(04) COMP-3 OCCURS 2000.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
               05 PREC-ABS-ELEM PIC S9(09)V9(16) COMP-3.
               05 PREC-REL PIC S9(06)V9(04) COMP-3.
           01 PREC-REL-DISP PIC ZZ9.9999.
      *    Gleitkomma-Abgleich (CHECK-FLOAT): rekonstruierte Zeile aus
      *    VAL-F und ELEM(I,J) in derselben COMP-2-Darstellung
           01 REBUILT-ROW-F.
               05 RVAL-F COMP-2 OCCURS 2000.
           01 ELEM-F COMP-2.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "InputMatrix.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION USING CRS-VALS CRS-COLS CRS-ROW-PTR MATRIX
           ABBRUCH CRS-VALS-F.
       MAIN-PROCEDURE.
      *    CRSSelfCheck wird pro Datensatz neu gerufen, die Zaehler
      *    duerfen daher nicht ueber mehrere CALLs hinweg stehen bleiben
           MOVE 0 TO NULL-SUB
           MOVE 0 TO RET-PREC-ABS
           MOVE 0 TO RET-PREC-REL
           MOVE DIM-M TO COLS-LIMIT
           IF RECT-COLS > 0
               MOVE RECT-COLS TO COLS-LIMIT
           END-IF
           IF ARITH-FLOAT
               PERFORM CHECK-FLOAT
               EXIT PROGRAM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               INITIALIZE REBUILT-ROW
                   END-PERFORM
               END-IF

               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-LIMIT
                   MOVE ELEM(I, J) TO ELEM-TRUNCATED
      *            Rundungsverlust dieser Zelle festhalten - der
      *            Vergleich unten rechnet bewusst mit der bereits
                   INTO ERRORMSG
               DISPLAY ERRORMSG
           END-IF
           EXIT PROGRAM.

      * Struktur-Abgleich der Gleitkomma-Fassung: dieselbe
      * Rekonstruktion wie oben, nur aus VAL-F und gegen die COMP-2-
      * Darstellung von ELEM(I,J) - beide entstehen aus demselben
      * ELEM-Wert, muessen also exakt uebereinstimmen
       CHECK-FLOAT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-LIMIT
                   MOVE 0 TO RVAL-F(J)
               END-PERFORM
               IF COLMN(RPTR(I)) = -1
                   COMPUTE NULL-SUB = NULL-SUB - 1
               ELSE
                   COMPUTE DIFF = RPTR(I + 1) - RPTR(I)
                   PERFORM VARYING K FROM 0 BY 1 UNTIL K >= DIFF
                       MOVE COLMN(RPTR(I) + K) TO COL-IDX
                       MOVE VAL-F(RPTR(I) + K + NULL-SUB)
                           TO RVAL-F(COL-IDX)
                   END-PERFORM
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLS-LIMIT
                   MOVE ELEM(I, J) TO ELEM-F
                   IF RVAL-F(J) NOT = ELEM-F
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE I TO I-DISP
                       MOVE J TO J-DISP
                       MOVE "CRS-001" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[CRSSelfCheck.CHECK-FLOAT] Satz "
                           RECORD-NUM-DISP DELIMITED BY SIZE
                           ": CRS-Struktur weicht ab, Zeile "
                           I-DISP " Spalte " J-DISP "!" INTO ERRORMSG
                       DISPLAY ERRORMSG
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       END PROGRAM CRSSelfCheck.
