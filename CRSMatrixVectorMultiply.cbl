      *     laufen mit binaeren Indizes und einem binaeren
      *     Akkumulator je Zeile statt ueber die gepackten
      *     Originalfelder.
      *   - Gleitkomma-Arithmetik ("arithmetic=float", ARITH-FLOAT):
      *     zwei weitere Parameter CRS-VALS-F und FLOAT-VEKTOR; das
      *     Produkt wird dann aus VAL-F und XI-F in einem COMP-2-
      *     Akkumulator gebildet und nach XK-F gestellt (siehe
      *     MULTIPLY-FLOAT). Spalten und Zeilenzeiger kommen aus
      *     denselben binaeren Kopien. Die Aufrufer, die nur gepackt
      *     rechnen, uebergeben die beiden Parameter nicht - sie
      *     werden nur bei ARITH-FLOAT angesprochen, und die
      *     Eingabepruefung laesst ARITH-FLOAT nur fuer die Wege ueber
      *     Vectoriteration zu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMatrixVectorMultiply.
      *    bleiben; erst am Zeilenende wandert die Summe nach XK(I),
      *    was die wiederholte Adressierung des LINKAGE-Felds spart
           01 SUM-BIN PIC S9(06)V9(16) COMP-3.
      *    Zeilen-Akkumulator der Gleitkomma-Fassung (MULTIPLY-FLOAT)
           01 SUM-F COMP-2.
      *    Ueberlaufwaechter: Kennzeichen und Zeilenindex des ersten
      *    gesaettigten Akkumulators, plus Anzeigefelder der Meldung
           01 OVF-FLAG PIC 9 VALUE 0.
           COPY "VectorDim.cpy".
           COPY "OutputVector.cpy".
           COPY "Abbruch.cpy".
           COPY "FloatVector.cpy".
       PROCEDURE DIVISION USING CRS-VALS CRS-COLS CRS-ROW-PTR
                                CRS-STAMP INPUT-VEKTOR OUT-VEKTOR
                                ABBRUCH CRS-VALS-F FLOAT-VEKTOR.
       MAIN-PROCEDURE.
      *     neue CRS-Generation? Dann die binaeren Arbeitskopien
      *     einmal frisch ziehen - danach zahlt jede weitere
               COMPUTE I = I + 1
            END-PERFORM

      *     Gleitkomma-Arithmetik: eigener Durchlauf ueber VAL-F und
      *     XI-F, ohne Ueberlaufwaechter - COMP-2 saettigt nicht
            IF ARITH-FLOAT
                PERFORM MULTIPLY-FLOAT
                EXIT PROGRAM
            END-IF

      *     Jede Zeile ist vollstaendig gespeichert (beide Dreiecke),
      *     daher genuegt fuer XK(I) eine einfache Summe ueber alle
      *     in Zeile I gespeicherten Eintraege - Segmentgrenzen und
            END-IF
            EXIT PROGRAM.

      * Gleitkomma-Fassung der Multiplikation: XK-F(I) = Summe ueber
      * VAL-F * XI-F des Zeilensegments, Nullzeilen-Korrektur wie im
      * gepackten Weg; Nullzeilen liefern XK-F(I) = 0
       MULTIPLY-FLOAT.
           MOVE 0 TO NULL-SUB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
              IF COL-BIN(RPTR-BIN(I)) = -1
                 COMPUTE NULL-SUB = NULL-SUB - 1
                 MOVE 0 TO XK-F(I)
              ELSE
                 MOVE RPTR-BIN(I) TO SEG-VON
                 MOVE RPTR-BIN(I + 1) TO SEG-BIS
                 MOVE 0 TO SUM-F
                 PERFORM VARYING K FROM SEG-VON BY 1
                         UNTIL K >= SEG-BIS
                    COMPUTE SUM-F = SUM-F +
                            XI-F(COL-BIN(K)) * VAL-F(K + NULL-SUB)
                 END-PERFORM
                 MOVE SUM-F TO XK-F(I)
              END-IF
           END-PERFORM
           .

      * zieht die binaeren Arbeitskopien der aktuellen CRS-Generation:
      * ein einziger Durchlauf je Neuaufbau statt der wiederholten
      * Packed-Decimal-Zugriffe in jeder der tausenden Iterationen -
