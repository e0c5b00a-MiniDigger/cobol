      ******************************************************************
      * Author:
      * Date:
      * Purpose: komplexe Matrix-Vektor-Multiplikation y = A*x ueber
      *          die von ComplexRowStorage aufgebaute CRS-Struktur:
      *          (a + ib)(x + iy) = (ax - by) + i(ay + bx), Realteil
      *          nach XK, Imaginaerteil nach XK-IM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSComplexMultiply.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
           01 ZAEHLER.
              05 I Pic 9(04) COMP-5.
              05 K Pic 9(07) COMP-5.
              05 SEG-VON Pic 9(07) COMP-5.
              05 SEG-BIS Pic 9(07) COMP-5.
      *       Korrektur fuer Nullzeilen wie in CRSMatrixVectorMultiply
              05 NULL-SUB Pic S9(04) COMP-5 VALUE 0.
      *    Zeilen-Akkumulatoren fuer Real- und Imaginaerteil, mit
      *    Stellenbild und Usage des XK-Ziels wie in
      *    CRSMatrixVectorMultiply
           01 SUM-RE PIC S9(06)V9(16) COMP-3.
           01 SUM-IM PIC S9(06)V9(16) COMP-3.
      *    Ueberlaufwaechter: Kennzeichen und Zeilenindex des ersten
      *    gesaettigten Akkumulators, plus Anzeigefelder der Meldung
           01 OVF-FLAG PIC 9 VALUE 0.
           01 OVF-ROW PIC 9(04) COMP-5.
           01 OVF-ROW-DISP PIC ZZZ9.
           01 RECORD-NUM-DISP PIC ZZZZZ9.
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "VectorDim.cpy".
           COPY "OutputVector.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION USING CRS-VALS CRS-COLS CRS-ROW-PTR
                                CRS-VALS-IM INPUT-VEKTOR OUT-VEKTOR
                                OUT-VEKTOR-IM ABBRUCH.
       MAIN-PROCEDURE.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE 0.0 TO XK(I)
               MOVE 0.0 TO XK-IM(I)
            END-PERFORM

      *     jede Zeile ist vollstaendig gespeichert, XK(I) + i*XK-IM(I)
      *     ist die Summe ueber die Eintraege ihres Segments
            MOVE 0 TO NULL-SUB
            MOVE 0 TO OVF-FLAG
            PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > DIM-I OR OVF-FLAG = 1
               IF COLMN(RPTR(I)) = -1
                  COMPUTE NULL-SUB = NULL-SUB - 1
               ELSE
                  MOVE RPTR(I) TO SEG-VON
                  MOVE RPTR(I + 1) TO SEG-BIS
                  MOVE 0 TO SUM-RE
                  MOVE 0 TO SUM-IM
                  PERFORM VARYING K FROM SEG-VON BY 1
                          UNTIL K >= SEG-BIS OR OVF-FLAG = 1
                     COMPUTE SUM-RE = SUM-RE
                             + VAL(K + NULL-SUB) * XI(COLMN(K))
                             - VAL-IM(K + NULL-SUB) * XI-IM(COLMN(K))
                         ON SIZE ERROR
                             MOVE 1 TO OVF-FLAG
                             MOVE I TO OVF-ROW
                     END-COMPUTE
                     COMPUTE SUM-IM = SUM-IM
                             + VAL(K + NULL-SUB) * XI-IM(COLMN(K))
                             + VAL-IM(K + NULL-SUB) * XI(COLMN(K))
                         ON SIZE ERROR
                             MOVE 1 TO OVF-FLAG
                             MOVE I TO OVF-ROW
                     END-COMPUTE
                  END-PERFORM
                  MOVE SUM-RE TO XK(I)
                  MOVE SUM-IM TO XK-IM(I)
               END-IF
            END-PERFORM

      *     Ueberlauf der Produktsumme: getaggter Datensatzfehler wie
      *     in CRSMatrixVectorMultiply
            IF OVF-FLAG = 1 AND ERRORMSG = "FINE"
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE OVF-ROW TO OVF-ROW-DISP
                MOVE "CPX-001" TO MESSAGE-CODE
                MOVE SPACES TO ERRORMSG
                STRING "[CRSComplexMultiply.MAIN-PROCEDURE]"
                    " Satz " RECORD-NUM-DISP DELIMITED BY SIZE
                    ": Ueberlauf in Zeile " OVF-ROW-DISP
                    DELIMITED BY SIZE
                    " (komplex)!" DELIMITED BY SIZE
                    INTO ERRORMSG
                DISPLAY ERRORMSG
            END-IF
            EXIT PROGRAM.
       END PROGRAM CRSComplexMultiply.
