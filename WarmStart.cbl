      *          beim Laden gewinnt der letzte Eintrag des Namens.
      *          Blockaufbau: Kopfzeile "name zeitstempel dim", danach
      *          dim Wertzeilen (eine je Komponente).
      *          Modus "MAC" vergleicht das heute konvergierte XI mit
      *          dem juengsten gespeicherten Vektor des Namens (Modal
      *          Assurance Criterion, RET-MAC) - vor dem "SAVE" des
      *          heutigen Vektors zu rufen.
      *          Ein Sandkasten-Lauf (SANDBOX-DIR in FileNames.cpy)
      *          laedt aus dem Bestand der Produktion, "SAVE" entfaellt
      *          dort - der Bestand bleibt unberuehrt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 WARM-TS-DATE PIC X(08).
               05 WARM-TS-TIME PIC X(06).
               05 FILLER PIC X(14).
      *    Skalarprodukte fuer das Modal Assurance Criterion
           01 MAC-FELDER.
               05 MAC-XY PIC S9(09)V9(16) COMP-3.
               05 MAC-XX PIC S9(09)V9(16) COMP-3.
               05 MAC-YY PIC S9(09)V9(16) COMP-3.
               05 MAC-ZAEHLER PIC S9(09)V9(16) COMP-3.
               05 MAC-NENNER PIC S9(09)V9(16) COMP-3.
      *    Zerlegung einer Kopfzeile "name zeitstempel dim"
           01 HDR-NAME PIC X(30).
           01 HDR-DATE PIC X(15).
           COPY "FileNames.cpy".
      *    "SAVE" haengt das konvergierte XI an, "LOAD" stellt den
      *    juengsten gespeicherten Vektor des Namens als Startvektor
      *    bereit (XI und XI-ORIG) und setzt RET-WARM-USED/-DATE,
      *    "MAC" setzt RET-MAC/-SET/-DATE gegen diesen Vektor
           01 WARM-OP PIC X(08).
       PROCEDURE DIVISION USING INPUT-VEKTOR ABBRUCH WARM-OP
           FILE-NAMES.
           END-IF
           EVALUATE WARM-OP
               WHEN "SAVE"
      *            ein Sandkasten-Lauf liest den Bestand der
      *            Produktion, schreibt aber nie hinein
                   IF SANDBOX-DIR = SPACES
                       PERFORM SAVE-VECTOR
                   END-IF
               WHEN "LOAD"
                   PERFORM LOAD-VECTOR
               WHEN "MAC"
                   PERFORM COMPARE-VECTOR
           END-EVALUATE
           EXIT PROGRAM.

           END-IF
           .

      * stellt den juengsten gespeicherten Vektor des Datensatznamens
      * mit passender Dimension als Startvektor bereit
       LOAD-VECTOR.
           MOVE 0 TO RET-WARM-USED
           MOVE SPACES TO RET-WARM-DATE
           PERFORM FIND-LATEST-VECTOR

           IF CAND-FOUND = 1
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE CAND-XI(I) TO XI(I)
                   MOVE CAND-XI(I) TO XI-ORIG(I)
               END-PERFORM
               MOVE 1 TO RET-WARM-USED
               MOVE CAND-DATE TO RET-WARM-DATE
               DISPLAY "Warmstart aus " FUNCTION TRIM(CAND-DATE)
                   " fuer " FUNCTION TRIM(DATASET-NAME)
           END-IF
           .

      * Modal Assurance Criterion zwischen XI und dem juengsten
      * gespeicherten Vektor des Namens: MAC = (x'y)^2/((x'x)(y'y)),
      * unabhaengig von Vorzeichen und Normierung beider Vektoren.
      * Ohne gespeicherten Vektor passender Dimension bleibt
      * RET-MAC-SET 0 - ein erster Lauf hat nichts zu vergleichen
       COMPARE-VECTOR.
           MOVE 0 TO RET-MAC-SET
           MOVE 0 TO RET-MAC
           MOVE SPACES TO RET-MAC-DATE
           PERFORM FIND-LATEST-VECTOR
           IF CAND-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MAC-XY
           MOVE 0 TO MAC-XX
           MOVE 0 TO MAC-YY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               COMPUTE MAC-XY = MAC-XY + XI(I) * CAND-XI(I)
               COMPUTE MAC-XX = MAC-XX + XI(I) * XI(I)
               COMPUTE MAC-YY = MAC-YY + CAND-XI(I) * CAND-XI(I)
           END-PERFORM
      *    in Schritten gerechnet, damit die Zwischenprodukte unter
      *    den IBM-Rechenregeln ihre Nachkommastellen behalten
           COMPUTE MAC-ZAEHLER = MAC-XY * MAC-XY
           COMPUTE MAC-NENNER = MAC-XX * MAC-YY
           IF MAC-NENNER = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE RET-MAC ROUNDED = MAC-ZAEHLER / MAC-NENNER
               ON SIZE ERROR MOVE 1 TO RET-MAC
           END-COMPUTE
           MOVE 1 TO RET-MAC-SET
           MOVE CAND-DATE TO RET-MAC-DATE
           DISPLAY "MAC gegen " FUNCTION TRIM(CAND-DATE) ": " RET-MAC
           .

      * durchsucht den Bestand nach dem juengsten Block des
      * Datensatznamens mit passender Dimension - Ergebnis in
      * CAND-XI/CAND-DATE, CAND-FOUND = 1 bei Treffer
       FIND-LATEST-VECTOR.
           MOVE 0 TO CAND-FOUND
           MOVE 0 TO PENDING-VALUES
           MOVE 0 TO PENDING-MATCH
               END-PERFORM
               CLOSE WARMF
           END-IF
           .

      * ordnet eine Bestandszeile ein: solange PENDING-VALUES Zeilen
