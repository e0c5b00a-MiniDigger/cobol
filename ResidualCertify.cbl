      * Author:
      * Date:
      * Purpose: Unabhaengige Nachpruefung der veroeffentlichten
      *          Ergebnisse: nimmt je benanntem Datensatz aus
      *          output.txt die Eigenpaare seines juengsten Laufs mit
      *          allen Komponenten aus dem Vektorbestand vectors.dat
      *          (siehe VectorStore.cbl), liest die Matrix erneut aus
      *          input.txt und rechnet das echte Residuum
      *          ||A*x - lambda*x|| je Paar selbst nach (fuer linke
      *          Eigenvektoren ||A'*x - lambda*x||) - bewusst ohne
      *          jede Code-Teilung mit der Vectoriteration/CRS-Kette,
      *          deren RET-RESID nur die Differenz der letzten beiden
      *          Schaetzungen desselben Rechenwegs ist. Die
      *          Reportzeile in output.txt kuerzt lange Vektoren und
      *          rundet auf vier Stellen, sie dient nur noch als Liste
      *          der veroeffentlichten Namen. Ergebnisse eines
      *          Mehrfach-Modus-Blocks ("<name>-<MODUS>") gehoeren zum
      *          Block <name>, ebenso die Zusammenhangsbloecke einer
      *          getrennten Rechnung ("<name>-K<k>"); deren Vektoren
      *          tragen nur einen Ausschnitt der Freiheitsgrade und
      *          stehen nicht im Bestand, sie werden als SKIP
      *          ausgewiesen. Das Ergebnis wird als PASS/FAIL je
      *          Eigenpaar an certify.txt angehaengt, der RETURN-CODE
      *          traegt die Anzahl der Fehlschlaege. Paare ohne Vektor
      *          (komplexe Eigenwerte, kondensierte Listen), Vektoren
      *          des verallgemeinerten Problems und Namen ohne Eintrag
      *          im Bestand werden als SKIP ausgewiesen statt falsch
      *          zertifiziert.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT CERTF ASSIGN TO "certify.txt"
               FILE STATUS IS CERT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT VECF ASSIGN TO "vectors.dat"
               FILE STATUS IS VEC-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEC-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD RESULTF
           FD CERTF
           DATA RECORD IS CERT-LINE.
           01 CERT-LINE PIC X(120).
      *    Satzaufbau muss mit VectorStore.cbl uebereinstimmen
           FD VECF
           DATA RECORD IS VEC-REC.
           01 VEC-REC.
               05 VEC-KEY.
                   10 VEC-NAME PIC X(30).
                   10 VEC-RUN PIC X(17).
                   10 VEC-IDX PIC 9(03).
                   10 VEC-SEG PIC 9(02).
               05 VEC-MODE PIC X(09).
               05 VEC-KIND PIC X(01).
                   88 VEC-RIGHT VALUE "R".
                   88 VEC-LEFT VALUE "L".
                   88 VEC-GENERALIZED VALUE "G".
                   88 VEC-VALUE-ONLY VALUE "C" "W".
               05 VEC-CONV PIC 9.
               05 VEC-EW PIC S9(09)V9(16) COMP-3.
               05 VEC-EW-IM PIC S9(09)V9(16) COMP-3.
               05 VEC-DIM PIC 9(04) COMP-3.
               05 VEC-COUNT PIC 9(03) COMP-3.
               05 VEC-COMP PIC S9(06)V9(16) COMP-3 OCCURS 100 TIMES.
       WORKING-STORAGE SECTION.
           01 RES-FILE-STATUS PIC XX.
           01 INP-FILE-STATUS PIC XX.
           01 CERT-FILE-STATUS PIC XX.
           01 VEC-STATUS PIC XX.
      *    1 = vectors.dat liess sich oeffnen
           01 VEC-OPEN PIC 9 VALUE 0.
      *    die in output.txt veroeffentlichten Namen, je einmal
           01 PUB-COUNT PIC 999 VALUE 0.
           01 PUB-TABLE.
               05 PUB-NAME PIC X(30) OCCURS 200 TIMES.
      *    Eigenpaare des gerade gelesenen input.txt-Blocks aus dem
      *    Bestand: Name, Index und Art, Eigenwert, Vektorlaenge, die
      *    Anzahl der tatsaechlich gelesenen Komponenten, der Vektor
      *    selbst und das beim Lesen der Matrix aufsummierte A*x
           01 PAIR-COUNT PIC 999 VALUE 0.
           01 PAIR-TABLE.
               05 PAIR-ENTRY OCCURS 200 TIMES.
                   10 PAIR-NAME PIC X(30).
                   10 PAIR-IDX PIC 9(03).
                   10 PAIR-KIND PIC X(01).
                   10 PAIR-EW PIC S9(09)V9(16) COMP-3.
                   10 PAIR-DIM PIC 9(04) COMP-3.
                   10 PAIR-LOADED PIC 9(04) COMP-3.
                   10 PAIR-VEC PIC S9(06)V9(16) COMP-3
                       OCCURS 2000 TIMES.
                   10 PAIR-AX PIC S9(09)V9(09) COMP-3
                       OCCURS 2000 TIMES.
      *    1 = der Block hatte mehr Eigenpaare als PAIR-TABLE fasst
           01 PAIR-OVERFLOW PIC 9 VALUE 0.
      *    Laden aus dem Bestand: gesuchter Name, 1 = exakter Treffer
      *    (sonst Mehrfach-Modus-Ergebnis "<name>-<MODUS>"), Lauf,
      *    Fundmerker und der zur Pruefung gebildete Ergebnisname
           01 LD-NAME PIC X(30).
           01 LD-EXACT PIC 9.
           01 LD-RUN PIC X(17).
           01 LD-FOUND PIC 9.
           01 LD-EXPECT PIC X(30).
           01 LD-POS PIC 9(04) COMP-3.
      *    Laengen von "<name>-" und dem veroeffentlichten Namen fuer
      *    die Erkennung eines Zusammenhangsblocks "<name>-K<k>"
           01 LD-PFX-LEN PIC 9(02).
           01 LD-PUB-LEN PIC 9(02).
           01 VEC-EOF PIC 9 VALUE 0.
      *    Zustandsfelder beim Lesen von output.txt
           01 CURRENT-NAME PIC X(30) VALUE SPACES.
           01 NAME-KNOWN PIC 9.
      *    Tokenzerlegung der Matrixzeilen
           01 TOK PIC X(30).
           01 TOK-POINTER PIC 9(04).
      *    Zustandsfelder beim Nachrechnen aus input.txt
           01 INP-EOF PIC 9 VALUE 0.
           01 RES-EOF PIC 9 VALUE 0.
           01 BLOCK-NAME PIC X(30) VALUE SPACES.
           01 CUR-DIM PIC 9(04) COMP-3 VALUE 0.
           01 CUR-FORMAT PIC X(07) VALUE "DENSE".
           01 CUR-ROW PIC 9(04) COMP-3 VALUE 0.
      *    1 = eine zweite dim=-Zeile (Matrix B) ist gelesen, alle
      *    folgenden Matrixzeilen gehoeren nicht mehr zu A
           01 B-SEEN PIC 9 VALUE 0.
           01 TRIP-SEEN PIC 9(06) COMP-3 VALUE 0.
      *    Werte der gerade gelesenen Matrixzeile (Format DENSE)
           01 ROW-COUNT PIC 9(04) COMP-3.
           01 ROW-TABLE.
               05 ROW-VAL PIC S9(09)V9(09) COMP-3 OCCURS 2000 TIMES.
           01 ROW-DOT PIC S9(09)V9(09) COMP-3.
           01 TRIP-ROW PIC 9(04).
           01 TRIP-COL PIC 9(04).
           01 ABS-EW PIC S9(09)V9(09) COMP-3.
           01 I PIC 9(04) COMP-3.
           01 J PIC 9(04) COMP-3.
           01 K PIC 9(04) COMP-3.
           01 C PIC 9(03) COMP-3.
           01 COUNTER PIC 9(04) COMP-3.
           01 DUMMY PIC X(30).
      *    Ergebniszaehler fuer Zusammenfassung und RETURN-CODE
           01 TOTAL-SKIPPED PIC 999 VALUE 0.
           01 RESID-DISP PIC -(6)9.999999.
           01 TOL-DISP PIC -(6)9.999999.
           01 IDX-DISP PIC ZZ9.
           01 SKIP-IDX PIC 9(03).
           01 SKIP-REASON PIC X(50).
           01 REPORT-LINE PIC X(120).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-PUBLISHED
           OPEN INPUT VECF
           IF VEC-STATUS = "00"
               MOVE 1 TO VEC-OPEN
           ELSE
      *        ohne Bestand laesst sich nichts nachrechnen - jeder
      *        veroeffentlichte Name wird als SKIP ausgewiesen
               DISPLAY "[ResidualCertify.MAIN-PROCEDURE] vectors.dat"
                   " nicht lesbar, Status " VEC-STATUS
               MOVE 0 TO VEC-OPEN
           END-IF
           PERFORM CERTIFY-FROM-INPUT
           IF VEC-OPEN = 1
               CLOSE VECF
           END-IF
           PERFORM PRINT-SUMMARY

      *    RETURN-CODE fuer den aufrufenden Job/Scheduler: 0 wenn jede
           MOVE TOTAL-FAILED TO RETURN-CODE
           STOP RUN.

      * liest output.txt und sammelt die Namen der veroeffentlichten
      * Datensaetze - unbenannte Datensaetze lassen sich keinem
      * input.txt-Block sicher zuordnen und bleiben aussen vor
       LOAD-PUBLISHED.
           OPEN INPUT RESULTF
           IF RES-FILE-STATUS NOT = "00"
           CLOSE RESULTF
           .

      * merkt sich jeden neuen Namen einer "Name: "-Zeile; ein Name,
      * der mehrfach im Report steht (Wiederholungsversuch), zaehlt
      * einmal
       EVALUATE-RESULT-LINE.
           IF RESULT-LINE(1:6) = "Name: "
               MOVE RESULT-LINE(7:30) TO CURRENT-NAME
               MOVE 0 TO NAME-KNOWN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PUB-COUNT
                   IF PUB-NAME(I) = CURRENT-NAME
                       MOVE 1 TO NAME-KNOWN
                   END-IF
               END-PERFORM
               IF CURRENT-NAME NOT = SPACES AND NAME-KNOWN = 0
                  AND PUB-COUNT < 200
                   ADD 1 TO PUB-COUNT
                   MOVE CURRENT-NAME TO PUB-NAME(PUB-COUNT)
               END-IF
           END-IF
           .

      * zweiter Durchgang: input.txt Block fuer Block lesen und fuer
      * jeden Datensatz, dessen Name veroeffentlicht ist, A*x je
      * Eigenpaar beim Lesen der Matrixzeilen direkt aufsummieren -
      * die Matrix selbst wird nie zwischengespeichert
       CERTIFY-FROM-INPUT.
           OPEN INPUT INPUTF
           IF INP-FILE-STATUS NOT = "00"
           .

       RESET-BLOCK.
           MOVE SPACES TO BLOCK-NAME
           MOVE 0 TO CUR-DIM
           MOVE "DENSE" TO CUR-FORMAT
           MOVE 0 TO CUR-ROW
           MOVE 0 TO B-SEEN
           MOVE 0 TO TRIP-SEEN
           MOVE 0 TO PAIR-COUNT
           MOVE 0 TO PAIR-OVERFLOW
           .

      * ordnet eine input.txt Zeile ein: Trennzeile schliesst den
      * Block ab, bekannte Optionen setzen den Blockzustand, alle
      * uebrigen Optionszeilen werden ueberlesen, Matrixzeilen gehen
      * direkt in die Produkte A*x ein
       EVALUATE-INPUT-LINE.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "=========="
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "name="
           IF COUNTER > 0
               PERFORM FIND-BLOCK-PAIRS
           ELSE
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "dim="
           IF COUNTER > 0
      *        eine zweite dim=-Zeile (Matrix B des verallgemeinerten
      *        Problems) beendet die Matrix A - nur die erste zaehlt
               IF CUR-DIM = 0
                   INSPECT INPUT-LINE REPLACING ALL "dim=" BY SPACE
                   COMPUTE CUR-DIM = FUNCTION NUMVAL(INPUT-LINE)
               ELSE
                   MOVE 1 TO B-SEEN
               END-IF
           ELSE
           MOVE 0 TO COUNTER
      *        die Nachrechnung ohne Belang
               CONTINUE
           ELSE
               IF PAIR-COUNT > 0 AND CUR-DIM > 0 AND B-SEEN = 0
                   PERFORM ACCUMULATE-MATRIX-LINE
               END-IF
           END-IF
           END-IF
           .

      * holt zum per "name=" benannten Block die Eigenpaare aus dem
      * Bestand: den veroeffentlichten Namen selbst und die
      * Mehrfach-Modus-Ergebnisse "<name>-<MODUS>"; die Bloecke
      * "<name>-K<k>" einer getrennten Komponentenrechnung werden
      * nur als SKIP ausgewiesen
       FIND-BLOCK-PAIRS.
           INSPECT INPUT-LINE REPLACING ALL "name=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO BLOCK-NAME
           MOVE 0 TO PAIR-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > PUB-COUNT
               IF PUB-NAME(K) = BLOCK-NAME
                   MOVE PUB-NAME(K) TO LD-NAME
                   MOVE 1 TO LD-EXACT
                   PERFORM LOAD-NAME-PAIRS
               ELSE
                   MOVE SPACES TO LD-EXPECT
                   STRING BLOCK-NAME DELIMITED BY SPACE
                       "-" DELIMITED BY SIZE INTO LD-EXPECT
                   MOVE 0 TO COUNTER
                   INSPECT PUB-NAME(K) TALLYING COUNTER
                       FOR LEADING FUNCTION TRIM(LD-EXPECT)
                   IF COUNTER > 0
                       MOVE 0 TO LD-PFX-LEN
                       INSPECT LD-EXPECT TALLYING LD-PFX-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE 0 TO LD-PUB-LEN
                       INSPECT PUB-NAME(K) TALLYING LD-PUB-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF LD-PUB-LEN > LD-PFX-LEN + 1
                          AND PUB-NAME(K)(LD-PFX-LEN + 1:1) = "K"
                          AND PUB-NAME(K)(LD-PFX-LEN + 2:
                              LD-PUB-LEN - LD-PFX-LEN - 1) IS NUMERIC
                           MOVE PUB-NAME(K) TO DUMMY
                           MOVE 0 TO SKIP-IDX
                           MOVE "(Komponentenblock, nicht im Bestand)"
                               TO SKIP-REASON
                           PERFORM WRITE-SKIP
                       ELSE
                           MOVE PUB-NAME(K) TO LD-NAME
                           MOVE 0 TO LD-EXACT
                           PERFORM LOAD-NAME-PAIRS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * laedt die Paare des juengsten Laufs von LD-NAME: der letzte
      * Satz des Namens in Schluesselordnung traegt die juengste
      * Laufkennung (wie LATEST in ResultsQuery), danach werden die
      * Segmente dieses Laufs der Reihe nach zu Vektoren
      * zusammengesetzt
       LOAD-NAME-PAIRS.
           MOVE 0 TO LD-FOUND
           IF VEC-OPEN = 1
               MOVE LD-NAME TO VEC-NAME
               MOVE SPACES TO VEC-RUN
               MOVE 0 TO VEC-IDX
               MOVE 0 TO VEC-SEG
               START VECF KEY >= VEC-KEY
                   INVALID KEY MOVE 1 TO VEC-EOF
                   NOT INVALID KEY MOVE 0 TO VEC-EOF
               END-START
               PERFORM UNTIL VEC-EOF = 1
                   READ VECF NEXT
                       AT END MOVE 1 TO VEC-EOF
                       NOT AT END
                           IF VEC-NAME = LD-NAME
                               MOVE VEC-RUN TO LD-RUN
                               MOVE 1 TO LD-FOUND
                           ELSE
                               MOVE 1 TO VEC-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF LD-FOUND = 0
      *        ein nur aehnlich benannter fremder Datensatz ist kein
      *        Befund, ein fehlender eigener Eintrag schon
               IF LD-EXACT = 1
                   MOVE LD-NAME TO DUMMY
                   MOVE 0 TO SKIP-IDX
                   MOVE "(nicht im Vektorbestand)" TO SKIP-REASON
                   PERFORM WRITE-SKIP
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LD-NAME TO VEC-NAME
           MOVE LD-RUN TO VEC-RUN
           MOVE 0 TO VEC-IDX
           MOVE 0 TO VEC-SEG
           START VECF KEY >= VEC-KEY
               INVALID KEY MOVE 1 TO VEC-EOF
               NOT INVALID KEY MOVE 0 TO VEC-EOF
           END-START
           PERFORM UNTIL VEC-EOF = 1
               READ VECF NEXT
                   AT END MOVE 1 TO VEC-EOF
                   NOT AT END
                       IF VEC-NAME = LD-NAME AND VEC-RUN = LD-RUN
                           PERFORM TAKE-SEGMENT
                       ELSE
                           MOVE 1 TO VEC-EOF
                       END-IF
               END-READ
           END-PERFORM
           .

      * uebernimmt ein Segment: Segment 1 eroeffnet ein neues Paar -
      * bei einem Mehrfach-Modus-Namen nur, wenn der Name genau
      * "<name>-<MODUS>" des gespeicherten Modus ist
       TAKE-SEGMENT.
           IF VEC-SEG = 1
               IF LD-EXACT = 0
                   MOVE SPACES TO LD-EXPECT
                   STRING BLOCK-NAME DELIMITED BY SPACE
                       "-" DELIMITED BY SIZE
                       VEC-MODE DELIMITED BY SPACE
                       INTO LD-EXPECT
                   IF LD-EXPECT NOT = LD-NAME
                       MOVE 1 TO VEC-EOF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF PAIR-COUNT >= 200
                   MOVE 1 TO PAIR-OVERFLOW
                   MOVE 1 TO VEC-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PAIR-COUNT
               MOVE LD-NAME TO PAIR-NAME(PAIR-COUNT)
               MOVE VEC-IDX TO PAIR-IDX(PAIR-COUNT)
               MOVE VEC-KIND TO PAIR-KIND(PAIR-COUNT)
               MOVE VEC-EW TO PAIR-EW(PAIR-COUNT)
               MOVE VEC-DIM TO PAIR-DIM(PAIR-COUNT)
               MOVE 0 TO PAIR-LOADED(PAIR-COUNT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2000
                   MOVE 0 TO PAIR-AX(PAIR-COUNT, I)
               END-PERFORM
           END-IF
           IF PAIR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF VEC-IDX NOT = PAIR-IDX(PAIR-COUNT)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > VEC-COUNT
               COMPUTE LD-POS = (VEC-SEG - 1) * 100 + C
               IF LD-POS <= 2000
                   MOVE VEC-COMP(C) TO PAIR-VEC(PAIR-COUNT, LD-POS)
                   ADD 1 TO PAIR-LOADED(PAIR-COUNT)
               END-IF
           END-PERFORM
           .

      * summiert eine Matrixzeile in A*x (rechte Vektoren) bzw. A'*x
      * (linke Vektoren) jedes Paars auf: im Format DENSE wird die
      * Zeile einmal zerlegt und mit jedem Vektor verrechnet, im
      * Format TRIPLET geht der einzelne Beitrag ein
       ACCUMULATE-MATRIX-LINE.
           IF CUR-FORMAT = "TRIPLET"
               MOVE SPACES TO TOK
                   WITH POINTER TOK-POINTER END-UNSTRING
               COMPUTE TRIP-VAL = FUNCTION NUMVAL(TOK)
               IF TRIP-ROW >= 1 AND TRIP-ROW <= CUR-DIM AND
                  TRIP-COL >= 1 AND TRIP-COL <= CUR-DIM
                   ADD 1 TO TRIP-SEEN
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > PAIR-COUNT
                       PERFORM ADD-TRIPLET
                   END-PERFORM
               END-IF
           ELSE
               ADD 1 TO CUR-ROW
               IF CUR-ROW <= CUR-DIM
                   MOVE 0 TO ROW-COUNT
                   MOVE 1 TO TOK-POINTER
                   PERFORM UNTIL ROW-COUNT >= CUR-DIM
                                 OR TOK-POINTER > 80
                       MOVE SPACES TO TOK
                       UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
                           INTO TOK
                       IF TOK = SPACES
                           MOVE 81 TO TOK-POINTER
                       ELSE
                           ADD 1 TO ROW-COUNT
                           COMPUTE ROW-VAL(ROW-COUNT) =
                               FUNCTION NUMVAL(TOK)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > PAIR-COUNT
                       PERFORM ADD-DENSE-ROW
                   END-PERFORM
               END-IF
           END-IF
           .

       ADD-TRIPLET.
           IF PAIR-DIM(K) NOT = CUR-DIM
               EXIT PARAGRAPH
           END-IF
           EVALUATE PAIR-KIND(K)
               WHEN "R"
                   COMPUTE PAIR-AX(K, TRIP-ROW) = PAIR-AX(K, TRIP-ROW)
                       + TRIP-VAL * PAIR-VEC(K, TRIP-COL)
               WHEN "L"
                   COMPUTE PAIR-AX(K, TRIP-COL) = PAIR-AX(K, TRIP-COL)
                       + TRIP-VAL * PAIR-VEC(K, TRIP-ROW)
           END-EVALUATE
           .

       ADD-DENSE-ROW.
           IF PAIR-DIM(K) NOT = CUR-DIM
               EXIT PARAGRAPH
           END-IF
           EVALUATE PAIR-KIND(K)
               WHEN "R"
                   MOVE 0 TO ROW-DOT
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > ROW-COUNT
                       COMPUTE ROW-DOT = ROW-DOT
                           + ROW-VAL(J) * PAIR-VEC(K, J)
                   END-PERFORM
                   COMPUTE PAIR-AX(K, CUR-ROW) = PAIR-AX(K, CUR-ROW)
                       + ROW-DOT
               WHEN "L"
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > ROW-COUNT
                       COMPUTE PAIR-AX(K, J) = PAIR-AX(K, J)
                           + ROW-VAL(J) * PAIR-VEC(K, CUR-ROW)
                   END-PERFORM
           END-EVALUATE
           .

      * Blockende: je Eigenpaar des Blocks Residuum bilden und
      * PASS/FAIL/SKIP anhaengen
       FINISH-BLOCK.
           IF CUR-DIM > 0
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > PAIR-COUNT
                   PERFORM CERTIFY-PAIR
               END-PERFORM
               IF PAIR-OVERFLOW = 1
                   MOVE BLOCK-NAME TO DUMMY
                   MOVE 0 TO SKIP-IDX
                   MOVE "(mehr als 200 Eigenpaare, Rest ungeprueft)"
                       TO SKIP-REASON
                   PERFORM WRITE-SKIP
               END-IF
           END-IF
           .

       CERTIFY-PAIR.
           MOVE PAIR-NAME(K) TO DUMMY
           MOVE PAIR-IDX(K) TO SKIP-IDX
           EVALUATE TRUE
               WHEN PAIR-KIND(K) = "C" OR PAIR-KIND(K) = "W"
                   MOVE "(Eigenwert ohne Vektor im Bestand)"
                       TO SKIP-REASON
                   PERFORM WRITE-SKIP
                   EXIT PARAGRAPH
               WHEN PAIR-KIND(K) = "G"
                   MOVE "(verallgemeinertes Problem, B nicht geprueft)"
                       TO SKIP-REASON
                   PERFORM WRITE-SKIP
                   EXIT PARAGRAPH
               WHEN PAIR-DIM(K) NOT = CUR-DIM
                   MOVE "(Vektorlaenge passt nicht zu dim=)"
                       TO SKIP-REASON
                   PERFORM WRITE-SKIP
                   EXIT PARAGRAPH
               WHEN PAIR-LOADED(K) NOT = PAIR-DIM(K)
                   MOVE "(Vektor im Bestand unvollstaendig)"
                       TO SKIP-REASON
                   PERFORM WRITE-SKIP
                   EXIT PARAGRAPH
      *        Matrix nicht als Zeilen im Block (z.B. per "expr="
      *        aus dem Katalog zusammengesetzt) - das Produkt waere 0
               WHEN (CUR-FORMAT = "DENSE" AND CUR-ROW < CUR-DIM)
                 OR (CUR-FORMAT = "TRIPLET" AND TRIP-SEEN = 0)
                   MOVE "(Matrix nicht vollstaendig im Block)"
                       TO SKIP-REASON
                   PERFORM WRITE-SKIP
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO TOTAL-CHECKED
           MOVE SKIP-IDX TO IDX-DISP
           MOVE 0 TO RESID-NORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CUR-DIM
               COMPUTE RESID-I = PAIR-AX(K, I)
                   - PAIR-EW(K) * PAIR-VEC(K, I)
               COMPUTE RESID-NORM = RESID-NORM
                   + RESID-I * RESID-I
           END-PERFORM
           COMPUTE RESID-NORM = RESID-NORM ** 0.5

      *    Toleranz: der Bestand traegt den Vektor in voller
      *    Genauigkeit, die Iterationsverfahren brechen aber auf die
      *    Stabilitaet des Eigenwerts ab, nicht auf das Residuum des
      *    Vektors - die Schranke bleibt daher die bisherige, relativ
      *    zur Groesse des Eigenwerts
           MOVE PAIR-EW(K) TO ABS-EW
           IF ABS-EW < 0
               COMPUTE ABS-EW = ABS-EW * (-1)
           END-IF
           COMPUTE CERT-TOL = 0.05 * (1 + ABS-EW)

           MOVE RESID-NORM TO RESID-DISP
           MOVE CERT-TOL TO TOL-DISP
           MOVE SPACES TO REPORT-LINE
           IF RESID-NORM > CERT-TOL
               ADD 1 TO TOTAL-FAILED
               STRING "FAIL " FUNCTION TRIM(DUMMY) " Nr=" IDX-DISP
                   " Residuum=" RESID-DISP
                   " Toleranz=" TOL-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO TOTAL-PASSED
               STRING "PASS " FUNCTION TRIM(DUMMY) " Nr=" IDX-DISP
                   " Residuum=" RESID-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE CERT-LINE FROM REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * SKIP-Zeile fuer den Namen in DUMMY (Paar IDX-DISP, 0 = der
      * Name als Ganzes) mit dem Grund in SKIP-REASON
       WRITE-SKIP.
           ADD 1 TO TOTAL-SKIPPED
           MOVE SKIP-IDX TO IDX-DISP
           MOVE SPACES TO REPORT-LINE
           IF SKIP-IDX = 0
               STRING "SKIP " FUNCTION TRIM(DUMMY) " "
                   FUNCTION TRIM(SKIP-REASON)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "SKIP " FUNCTION TRIM(DUMMY) " Nr=" IDX-DISP
                   " " FUNCTION TRIM(SKIP-REASON)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE CERT-LINE FROM REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-SUMMARY.
           DISPLAY "================================="
           DISPLAY "Zertifizierung Zusammenfassung:"
