      ******************************************************************
      * Author:
      * Date:
      * Purpose: Indizierter Eigenvektor-Bestand vectors.dat: nach
      *          jedem FINE-Lauf eines benannten Datensatzes wird jedes
      *          berechnete Eigenpaar mit allen Komponenten abgelegt -
      *          der Bericht in output.txt kuerzt lange Vektoren, und
      *          modes.txt fuehrt nur die Paare des Versuchsabgleichs.
      *          Schluessel: Datensatzname, Laufkennung, Eigenwert-
      *          Index und Segmentnummer. Ein Vektor belegt je 100
      *          Komponenten ein Segment; Segment 1 gibt es fuer jedes
      *          Paar, auch fuer Eintraege ohne Vektor (nur Wert).
      *          Index 1 ist das Hauptergebnis; traegt EIGENLIST
      *          Vektoren (Spektrum, Scheibe, Lanczos, Deflations-
      *          kette, Unterraum-Iteration), folgt der Bestand der
      *          Liste, sonst RET-EW/XI als Index 1 und die uebrigen
      *          Listeneintraege als reine Werte.
      *          Satzart VEC-KIND: R = rechter Eigenvektor von A,
      *          L = linker Eigenvektor (Modi "LEFT" und "STEADY"),
      *          G = Vektor des verallgemeinerten Problems
      *          A*x = lambda*B*x, C = komplexer Eigenwert ohne Vektor
      *          (auch das rechte Paar aus "STABILITY"), W = reeller
      *          Eigenwert ohne Vektor.
      *          Abfrage und Export einzelner Vektoren per
      *          VectorQuery.cbl, Nachrechnung per ResidualCertify.cbl.
      *          Ein Sandkasten-Lauf (SANDBOX-DIR in FileNames.cpy)
      *          fuehrt seinen eigenen Bestand im Sandkasten-
      *          Verzeichnis.
      *          Satzaufbau muss mit beiden uebereinstimmen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VectorStore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VECF ASSIGN TO DYNAMIC VEC-FILENAME
               FILE STATUS IS VEC-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEC-KEY.
       DATA DIVISION.
       FILE SECTION.
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
      *        Vektorlaenge (0 bei reinen Werten) und Anzahl der
      *        belegten Komponenten dieses Segments
               05 VEC-DIM PIC 9(04) COMP-3.
               05 VEC-COUNT PIC 9(03) COMP-3.
               05 VEC-COMP PIC S9(06)V9(16) COMP-3 OCCURS 100 TIMES.
       WORKING-STORAGE SECTION.
           01 VEC-STATUS PIC XX.
      *    Bestandsname - im Sandkasten-Lauf mit vorangestelltem
      *    Sandkasten-Verzeichnis
           01 VEC-FILENAME PIC X(90) VALUE "vectors.dat".
           01 VEC-EOF PIC 9 VALUE 0.
           01 I PIC 9(04) COMP-3.
           01 K PIC 9(04) COMP-3.
           01 C PIC 9(03) COMP-3.
      *    Komponentenzeiger ueber die Segmente hinweg
           01 COMP-POS PIC 9(04) COMP-3.
      *    Satzart des Hauptergebnisses, Leerzeichen = Modus liefert
      *    kein Eigenpaar von A
           01 MAIN-KIND PIC X(01).
      *    1 = EIGENLIST traegt zu allen reellen Eintraegen Vektoren
      *    in der Laenge von XI
           01 LIST-HAS-VEC PIC 9 VALUE 0.
      *    Werte des gerade geschriebenen Paars
           01 PAIR-IDX PIC 9(03).
           01 PAIR-KIND PIC X(01).
           01 PAIR-EW PIC S9(13)V9(16) COMP-3.
           01 PAIR-EW-IM PIC S9(13)V9(16) COMP-3.
      *    0 = Vektor aus XI, sonst Eintrag der EIGENLIST
           01 PAIR-SRC PIC 9(03).
           01 PAIR-COUNT PIC 9(04) COMP-3 VALUE 0.
       LINKAGE SECTION.
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "FileNames.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING INPUT-VEKTOR ABBRUCH FILE-NAMES
           EIGENLIST.
       MAIN-PROCEDURE.
      *    partitionierte Laeufe schreiben nicht in den gemeinsamen
      *    Bestand, wie bei results.dat
           IF DATASET-NAME = SPACES
               EXIT PROGRAM
           END-IF
           IF PARTITION-START > 0 OR PARTITION-LIMIT > 0
               EXIT PROGRAM
           END-IF
           PERFORM CLASSIFY-MAIN
           IF MAIN-KIND = SPACE
               EXIT PROGRAM
           END-IF
      *    Scheiben-Modus ohne Treffer: RET-EW ist kein Eigenwert
           IF MODE-SLICE AND EW-COUNT = 0
               EXIT PROGRAM
           END-IF

           IF SANDBOX-DIR NOT = SPACES
               MOVE SPACES TO VEC-FILENAME
               STRING FUNCTION TRIM(SANDBOX-DIR) "/vectors.dat"
                   DELIMITED BY SIZE INTO VEC-FILENAME
           ELSE
               MOVE "vectors.dat" TO VEC-FILENAME
           END-IF
           OPEN I-O VECF
           IF VEC-STATUS = '35'
               OPEN OUTPUT VECF
               CLOSE VECF
               OPEN I-O VECF
           END-IF
           IF VEC-STATUS NOT = '00'
      *        der Bestand dient der nachgelagerten Auswertung - ein
      *        nicht beschreibbarer Bestand haelt den Lauf nicht auf
               DISPLAY "[VectorStore.MAIN-PROCEDURE] vectors.dat nicht"
                   " beschreibbar, Status " VEC-STATUS
               EXIT PROGRAM
           END-IF
           PERFORM DELETE-OLD-PAIRS
           MOVE 0 TO PAIR-COUNT

           MOVE 0 TO LIST-HAS-VEC
           IF EW-COUNT > 0 AND EW-VEC-DIM > 0 AND EW-VEC-DIM = DIM-I
              AND REAL-DATA AND (MAIN-KIND = "R" OR MAIN-KIND = "C")
               MOVE 1 TO LIST-HAS-VEC
           END-IF

           IF LIST-HAS-VEC = 1
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > EW-COUNT
                   PERFORM STORE-LIST-ENTRY
               END-PERFORM
           ELSE
               PERFORM STORE-MAIN-PAIR
               PERFORM VARYING K FROM 2 BY 1 UNTIL K > EW-COUNT
                   PERFORM STORE-LIST-ENTRY
               END-PERFORM
           END-IF
           CLOSE VECF
           DISPLAY "Vektorbestand: " PAIR-COUNT " Eigenpaar(e) fuer "
               FUNCTION TRIM(DATASET-NAME)
           EXIT PROGRAM.

      * Satzart des Hauptergebnisses aus Modus und Datenlage; Modi,
      * deren RET-EW kein Eigenwert von A (bzw. A,B) ist, bleiben
      * draussen
       CLASSIFY-MAIN.
           MOVE SPACE TO MAIN-KIND
           EVALUATE TRUE
               WHEN COMPLEX-DATA
                   MOVE "C" TO MAIN-KIND
               WHEN COMPLEX-PAIR
                   MOVE "C" TO MAIN-KIND
      *        stationaerer Vektor des Markov-Modus: linker
      *        Eigenvektor von A zum Eigenwert 1
               WHEN ITER-MODE = "LEFT" OR MODE-STEADY
                   MOVE "L" TO MAIN-KIND
               WHEN GENERALIZED-ENABLED
                   IF ITER-MODE = "POWER" OR MODE-EIGEN-DENSE
                       MOVE "G" TO MAIN-KIND
                   END-IF
               WHEN ITER-MODE = "POWER" OR ITER-MODE = "CONDITION"
                   OR MODE-EIGEN-DENSE OR MODE-SPECTRUM
                   OR MODE-SLICE OR MODE-LANCZOS
                   OR MODE-FIEDLER OR MODE-STABILITY
                   MOVE "R" TO MAIN-KIND
           END-EVALUATE
      *    komplexe Daten bzw. Paare nur in den Modi des
      *    gewoehnlichen Problems
           IF MAIN-KIND = "C"
               IF NOT (ITER-MODE = "POWER" OR ITER-MODE = "CONDITION"
                   OR MODE-EIGEN-DENSE OR MODE-SPECTRUM
                   OR MODE-STABILITY)
                   MOVE SPACE TO MAIN-KIND
               END-IF
           END-IF
           .

      * Hauptergebnis RET-EW mit XI als Index 1 - bei einem komplexen
      * Eigenwert nur der Wert
       STORE-MAIN-PAIR.
           MOVE 1 TO PAIR-IDX
           MOVE MAIN-KIND TO PAIR-KIND
           MOVE RET-EW TO PAIR-EW
           MOVE 0.0 TO PAIR-EW-IM
           IF COMPLEX-DATA
               MOVE RET-CPX-IM TO PAIR-EW-IM
           END-IF
           IF COMPLEX-PAIR
               MOVE RET-EW-RE TO PAIR-EW
               MOVE RET-EW-IM TO PAIR-EW-IM
           END-IF
           MOVE 0 TO PAIR-SRC
           PERFORM WRITE-PAIR
           .

      * Eintrag K der EIGENLIST - mit Vektor, wenn die Liste welche
      * traegt und der Eintrag reell ist, sonst nur der Wert
       STORE-LIST-ENTRY.
           MOVE K TO PAIR-IDX
           MOVE EW-VALUE(K) TO PAIR-EW
           MOVE EW-IMAG(K) TO PAIR-EW-IM
           MOVE K TO PAIR-SRC
           IF EW-IMAG(K) NOT = 0
               MOVE "C" TO PAIR-KIND
           ELSE
               IF LIST-HAS-VEC = 1
                   MOVE "R" TO PAIR-KIND
               ELSE
                   MOVE "W" TO PAIR-KIND
               END-IF
           END-IF
           PERFORM WRITE-PAIR
           .

      * schreibt das Paar PAIR-IDX in Segmenten zu 100 Komponenten;
      * ein reiner Wert belegt genau ein leeres Segment. VEC-EW hat
      * nur neun Vorkommastellen - ein groesserer Wert wird nicht
      * abgeschnitten abgelegt, sondern das Paar entfaellt
       WRITE-PAIR.
           IF PAIR-EW <= -1000000000 OR PAIR-EW >= 1000000000
              OR PAIR-EW-IM <= -1000000000 OR PAIR-EW-IM >= 1000000000
               DISPLAY "Warnung: vectors.dat Eintrag "
                   FUNCTION TRIM(DATASET-NAME) " Paar " PAIR-IDX
                   " nicht abgelegt (|EW| >= 10**9)"
               EXIT PARAGRAPH
           END-IF
           MOVE DATASET-NAME TO VEC-NAME
           MOVE RUN-ID TO VEC-RUN
           MOVE PAIR-IDX TO VEC-IDX
           MOVE ITER-MODE TO VEC-MODE
           MOVE PAIR-KIND TO VEC-KIND
           MOVE RET-CONVERGED TO VEC-CONV
           MOVE PAIR-EW TO VEC-EW
           MOVE PAIR-EW-IM TO VEC-EW-IM
           IF VEC-VALUE-ONLY
               MOVE 0 TO VEC-DIM
           ELSE
               MOVE DIM-I TO VEC-DIM
           END-IF
           MOVE 0 TO VEC-SEG
           MOVE 0 TO COMP-POS
           PERFORM WRITE-SEGMENT
           PERFORM UNTIL COMP-POS >= VEC-DIM
               PERFORM WRITE-SEGMENT
           END-PERFORM
           ADD 1 TO PAIR-COUNT
           .

       WRITE-SEGMENT.
           ADD 1 TO VEC-SEG
           MOVE 0 TO VEC-COUNT
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 100
               MOVE 0.0 TO VEC-COMP(C)
           END-PERFORM
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > 100 OR COMP-POS >= VEC-DIM
               ADD 1 TO COMP-POS
               ADD 1 TO VEC-COUNT
               IF PAIR-SRC = 0
                   MOVE XI(COMP-POS) TO VEC-COMP(C)
               ELSE
                   MOVE EW-VEC(PAIR-SRC, COMP-POS) TO VEC-COMP(C)
               END-IF
           END-PERFORM
      *    ein Wiederholungsversuch desselben Laufs ueberschreibt
      *    seine frueheren Saetze (gleicher Schluessel)
           WRITE VEC-REC
               INVALID KEY
                   REWRITE VEC-REC
                       INVALID KEY
                           DISPLAY "Warnung: vectors.dat Eintrag"
                               " nicht schreibbar (Status "
                               VEC-STATUS ")"
                   END-REWRITE
           END-WRITE
           .

      * Saetze eines frueheren Versuchs desselben Laufs entfernen -
      * ein Wiederholungsversuch kann weniger Paare liefern, die
      * ueberzaehligen Saetze duerfen nicht stehen bleiben
       DELETE-OLD-PAIRS.
           MOVE DATASET-NAME TO VEC-NAME
           MOVE RUN-ID TO VEC-RUN
           MOVE 0 TO VEC-IDX
           MOVE 0 TO VEC-SEG
           START VECF KEY >= VEC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 0 TO VEC-EOF
           PERFORM UNTIL VEC-EOF = 1
               READ VECF NEXT
                   AT END MOVE 1 TO VEC-EOF
                   NOT AT END
                       IF VEC-NAME = DATASET-NAME AND VEC-RUN = RUN-ID
                           DELETE VECF
                               INVALID KEY MOVE 1 TO VEC-EOF
                           END-DELETE
                       ELSE
                           MOVE 1 TO VEC-EOF
                       END-IF
               END-READ
           END-PERFORM
           .
       END PROGRAM VectorStore.
