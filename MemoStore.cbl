      *                     und RET-MEMO-USED/RET-MEMO-RUN gesetzt
      *            "SAVE"   haengt das konvergierte Ergebnis des
      *                     aktuellen Datensatzes an den Bestand an
      *          Ein Sandkasten-Lauf (SANDBOX-DIR in FileNames.cpy)
      *          sucht im Bestand der Produktion (gleicher Inhalt,
      *          gleiches Ergebnis), legt aber nichts ab.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 HT-EPS PIC X(20).
               05 HT-SHIFT PIC X(25).
               05 HT-RUN PIC X(20).
               05 HT-EW PIC X(32).
               05 HT-NAME PIC X(30).
      *    Vergleichswerte des aktuellen Datensatzes als Texte, damit
      *    Kopfzeile und Suche dieselbe Darstellung verwenden
           01 EPS-DISP PIC -9(04).9(09).
           01 SHIFT-DISP PIC -9(09).9(09).
           01 EW-DISP PIC -9(09).9(16).
      *    Eigenwert der Kopfzeile mit dreizehn Vorkommastellen wie
      *    RET-EW; die Kopfzeile wird tokenweise gelesen
           01 MEMO-EW-DISP PIC -9(13).9(16).
      *    Treffer-Verarbeitung: im Treffer-Block werden die V-Zeilen
      *    in XI eingesammelt
           01 IN-HIT-BLOCK PIC 9 VALUE 0.
               WHEN "LOOKUP"
                   PERFORM LOOKUP-RESULT
               WHEN "SAVE"
                   IF SANDBOX-DIR = SPACES
                       PERFORM SAVE-RESULT
                   END-IF
           END-EVALUATE
           EXIT PROGRAM.

                   " (Status " MEMO-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE RET-EW TO MEMO-EW-DISP
           MOVE SPACES TO OUT-LINE
           STRING "MEMO " MY-FP1 " " MY-FP2 " " MY-DIM " "
               FUNCTION TRIM(ITER-MODE) " " MY-EPS " " MY-SHIFT
               " " RUN-ID " " MEMO-EW-DISP " "
               FUNCTION TRIM(DATASET-NAME)
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE MEMO-LINE FROM OUT-LINE
