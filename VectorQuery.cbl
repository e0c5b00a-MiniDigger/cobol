      ******************************************************************
      * Author:
      * Date:
      * Purpose: Abfrageprogramm fuer den indizierten Eigenvektor-
      *          Bestand vectors.dat (geschrieben von VectorStore.cbl,
      *          Schluessel: Datensatzname, Laufkennung, Eigenwert-
      *          Index, Segment). Holt einen vollstaendigen Vektor als
      *          flache Datei fuer die nachgelagerten Werkzeuge statt
      *          die im Bericht gekuerzte Zeile abzuschreiben.
      *          Gesteuert ueber die Kommandodatei vectors_cmd.txt,
      *          ein Kommando je Zeile:
      *            LIST <name>
      *                 alle Eigenpaare aller Laeufe des Namens
      *            EXPORT <name> <index> [<lauf>|LATEST] [<datei>]
      *                 Vektor Nummer <index> des Laufs mit der
      *                 Laufkennung <lauf> (ohne Angabe bzw. LATEST:
      *                 des juengsten Laufs) als flache Datei,
      *                 eine Komponente je Zeile im Format von
      *                 warmstart.txt; ohne Dateiname nach
      *                 <name>_<index>.vec
      *          Protokoll auf die Konsole und nach vectorreport.txt,
      *          RETURN-CODE = Anzahl der gescheiterten Kommandos.
      *          Satzaufbau muss mit VectorStore.cbl uebereinstimmen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VectorQuery.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VECF ASSIGN TO "vectors.dat"
               FILE STATUS IS VEC-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEC-KEY.
               SELECT CMDF ASSIGN TO "vectors_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RPTF ASSIGN TO "vectorreport.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXPF ASSIGN TO DYNAMIC EXP-FILENAME
               FILE STATUS IS EXP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
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
               05 VEC-DIM PIC 9(04) COMP-3.
               05 VEC-COUNT PIC 9(03) COMP-3.
               05 VEC-COMP PIC S9(06)V9(16) COMP-3 OCCURS 100 TIMES.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(120).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(160).
           FD EXPF
           DATA RECORD IS EXP-LINE.
           01 EXP-LINE PIC X(30).
       WORKING-STORAGE SECTION.
           01 VEC-STATUS PIC XX.
           01 CMD-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 EXP-STATUS PIC XX.
           01 EXP-FILENAME PIC X(90).
           01 CMD-EOF PIC 9 VALUE 0.
           01 VEC-EOF PIC 9 VALUE 0.
           01 CMD-VERB PIC X(10).
           01 CMD-ARG PIC X(30).
           01 CMD-IDX-TXT PIC X(10).
           01 CMD-RUN PIC X(17).
           01 CMD-FILE PIC X(60).
           01 CMD-IDX PIC 9(03).
           01 IDX-LEN PIC 9(02).
           01 HIT-COUNT PIC 9(06) VALUE 0.
           01 TOTAL-ERRORS PIC 9(04) VALUE 0.
      *    Laufkennung des Exports: angegeben oder - wie LATEST in
      *    ResultsQuery - der letzte Lauf des Namens in
      *    Schluesselordnung
           01 EXP-RUN PIC X(17).
           01 EXP-FOUND PIC 9 VALUE 0.
           01 EXP-WRITTEN PIC 9(04) COMP-3.
           01 C PIC 9(03) COMP-3.
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 PRETTY-NUM PIC -Z(8)9.9999.
           01 PRETTY-IDX PIC ZZ9.
           01 PRETTY-DIM PIC ZZZ9.
      *    Wertzeile im Format von warmstart.txt
           01 EXP-NUM PIC -9(06).9(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT VECF
           IF VEC-STATUS NOT = "00"
               DISPLAY "[VectorQuery.MAIN-PROCEDURE] vectors.dat"
                   " konnte nicht geoeffnet werden, Status "
                   VEC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               DISPLAY "[VectorQuery.MAIN-PROCEDURE] vectors_cmd.txt"
                   " konnte nicht geoeffnet werden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTF

           PERFORM UNTIL CMD-EOF = 1
               READ CMDF
                   AT END MOVE 1 TO CMD-EOF
                   NOT AT END
                       IF CMD-LINE NOT = SPACES
                           PERFORM EXECUTE-QUERY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CMDF
           CLOSE VECF
           CLOSE RPTF
           MOVE TOTAL-ERRORS TO RETURN-CODE
           STOP RUN.

       EXECUTE-QUERY.
           MOVE SPACES TO CMD-VERB
           MOVE SPACES TO CMD-ARG
           MOVE SPACES TO CMD-IDX-TXT
           MOVE SPACES TO CMD-RUN
           MOVE SPACES TO CMD-FILE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE INTO
               CMD-VERB CMD-ARG CMD-IDX-TXT CMD-RUN CMD-FILE
           MOVE SPACES TO OUT-LINE
           STRING "Abfrage: " FUNCTION TRIM(CMD-VERB) " "
               FUNCTION TRIM(CMD-ARG) " " FUNCTION TRIM(CMD-IDX-TXT)
               " " FUNCTION TRIM(CMD-RUN) " " FUNCTION TRIM(CMD-FILE)
               DELIMITED BY SIZE INTO OUT-LINE
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
           MOVE 0 TO HIT-COUNT
           EVALUATE CMD-VERB
               WHEN "LIST"
                   PERFORM QUERY-LIST
                   IF HIT-COUNT = 0
                       DISPLAY "  (kein Treffer)"
                       WRITE RPT-LINE FROM "  (kein Treffer)"
                   END-IF
               WHEN "EXPORT"
                   PERFORM QUERY-EXPORT
               WHEN OTHER
                   DISPLAY "[VectorQuery.EXECUTE-QUERY] unbekanntes"
                       " Kommando: " FUNCTION TRIM(CMD-VERB)
                   ADD 1 TO TOTAL-ERRORS
           END-EVALUATE
           .

      * alle Eigenpaare eines Namens, in Schluesselordnung (Lauf fuer
      * Lauf chronologisch, darin nach Index) - je Paar eine Zeile
      * aus seinem ersten Segment
       QUERY-LIST.
           MOVE CMD-ARG TO VEC-NAME
           MOVE SPACES TO VEC-RUN
           MOVE 0 TO VEC-IDX
           MOVE 0 TO VEC-SEG
           START VECF KEY >= VEC-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO VEC-EOF
           PERFORM UNTIL VEC-EOF = 1
               READ VECF NEXT
                   AT END MOVE 1 TO VEC-EOF
                   NOT AT END
                       IF VEC-NAME = CMD-ARG
                           IF VEC-SEG = 1
                               ADD 1 TO HIT-COUNT
                               PERFORM PRINT-PAIR
                           END-IF
                       ELSE
                           MOVE 1 TO VEC-EOF
                       END-IF
               END-READ
           END-PERFORM
           .

       PRINT-PAIR.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE VEC-IDX TO PRETTY-IDX
           STRING "  " FUNCTION TRIM(VEC-NAME) " Lauf=" VEC-RUN
               " Nr=" FUNCTION TRIM(PRETTY-IDX)
               " Modus=" FUNCTION TRIM(VEC-MODE)
               " Art=" VEC-KIND
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE VEC-EW TO PRETTY-NUM
           STRING " EW=" FUNCTION TRIM(PRETTY-NUM)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF VEC-EW-IM NOT = 0
               MOVE VEC-EW-IM TO PRETTY-NUM
               STRING " IM=" FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF VEC-VALUE-ONLY
               STRING " ohne Vektor" DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               MOVE VEC-DIM TO PRETTY-DIM
               STRING " dim=" FUNCTION TRIM(PRETTY-DIM)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF VEC-CONV NOT = 1
               STRING " NICHT konvergiert" DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
           .

      * einen Vektor als flache Datei ausgeben: Index pruefen, Lauf
      * bestimmen, dann die Segmente des Paars der Reihe nach lesen
       QUERY-EXPORT.
           MOVE 0 TO IDX-LEN
           INSPECT CMD-IDX-TXT TALLYING IDX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF IDX-LEN = 0 OR IDX-LEN > 3
               MOVE 0 TO IDX-LEN
           ELSE
               IF CMD-IDX-TXT(1:IDX-LEN) IS NOT NUMERIC
                   MOVE 0 TO IDX-LEN
               END-IF
           END-IF
           IF CMD-ARG = SPACES OR IDX-LEN = 0
               DISPLAY "[VectorQuery.QUERY-EXPORT] EXPORT braucht"
                   " Name und numerischen Index"
               WRITE RPT-LINE FROM "  Fehler: Name/Index fehlt"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           COMPUTE CMD-IDX = FUNCTION NUMVAL(CMD-IDX-TXT)
      *    ein einzelnes weiteres Wort, das nicht wie eine
      *    Laufkennung (JJJJMMTT-...) aussieht, ist der Dateiname
           IF CMD-RUN NOT = SPACES AND CMD-RUN NOT = "LATEST"
              AND CMD-FILE = SPACES
              AND CMD-RUN(9:1) NOT = "-"
               MOVE CMD-RUN TO CMD-FILE
               MOVE SPACES TO CMD-RUN
           END-IF
           IF CMD-RUN = SPACES OR CMD-RUN = "LATEST"
               PERFORM FIND-LATEST-RUN
           ELSE
               MOVE CMD-RUN TO EXP-RUN
               MOVE 1 TO EXP-FOUND
           END-IF
           IF EXP-FOUND = 0
               PERFORM EXPORT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG TO VEC-NAME
           MOVE EXP-RUN TO VEC-RUN
           MOVE CMD-IDX TO VEC-IDX
           MOVE 1 TO VEC-SEG
           READ VECF KEY IS VEC-KEY
               INVALID KEY MOVE 0 TO EXP-FOUND
           END-READ
           IF EXP-FOUND = 0
               PERFORM EXPORT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF VEC-VALUE-ONLY
               PERFORM PRINT-PAIR
               DISPLAY "[VectorQuery.QUERY-EXPORT] Eigenpaar ohne"
                   " Vektor - nichts zu exportieren"
               WRITE RPT-LINE FROM "  Fehler: Eigenpaar ohne Vektor"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF

           IF CMD-FILE = SPACES
               MOVE CMD-IDX TO PRETTY-IDX
               MOVE SPACES TO EXP-FILENAME
               STRING FUNCTION TRIM(CMD-ARG) "_"
                   FUNCTION TRIM(PRETTY-IDX) ".vec"
                   DELIMITED BY SIZE INTO EXP-FILENAME
           ELSE
               MOVE CMD-FILE TO EXP-FILENAME
           END-IF
           OPEN OUTPUT EXPF
           IF EXP-STATUS NOT = "00"
               DISPLAY "[VectorQuery.QUERY-EXPORT] "
                   FUNCTION TRIM(EXP-FILENAME)
                   " nicht beschreibbar, Status " EXP-STATUS
               WRITE RPT-LINE FROM "  Fehler: Zieldatei"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-PAIR
           MOVE 0 TO EXP-WRITTEN
           MOVE 0 TO VEC-EOF
           PERFORM UNTIL VEC-EOF = 1
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > VEC-COUNT
                   MOVE VEC-COMP(C) TO EXP-NUM
                   WRITE EXP-LINE FROM EXP-NUM
                   ADD 1 TO EXP-WRITTEN
               END-PERFORM
               IF EXP-WRITTEN >= VEC-DIM
                   MOVE 1 TO VEC-EOF
               ELSE
                   READ VECF NEXT
                       AT END MOVE 1 TO VEC-EOF
                   END-READ
                   IF VEC-NAME NOT = CMD-ARG OR VEC-RUN NOT = EXP-RUN
                      OR VEC-IDX NOT = CMD-IDX
                       MOVE 1 TO VEC-EOF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXPF
           MOVE SPACES TO OUT-LINE
           MOVE EXP-WRITTEN TO PRETTY-DIM
           STRING "  " FUNCTION TRIM(PRETTY-DIM) " Komponenten nach "
               FUNCTION TRIM(EXP-FILENAME)
               DELIMITED BY SIZE INTO OUT-LINE
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
      *    ein fehlendes Segment ist ein beschaedigter Bestand - die
      *    Datei ist dann unvollstaendig
           IF EXP-WRITTEN NOT = VEC-DIM
               DISPLAY "[VectorQuery.QUERY-EXPORT] Vektor"
                   " unvollstaendig im Bestand"
               WRITE RPT-LINE FROM "  Fehler: Vektor unvollstaendig"
               ADD 1 TO TOTAL-ERRORS
           END-IF
           .

      * juengster Lauf des Namens: letzter Satz des Namens in
      * Schluesselordnung
       FIND-LATEST-RUN.
           MOVE 0 TO EXP-FOUND
           MOVE CMD-ARG TO VEC-NAME
           MOVE SPACES TO VEC-RUN
           MOVE 0 TO VEC-IDX
           MOVE 0 TO VEC-SEG
           START VECF KEY >= VEC-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO VEC-EOF
           PERFORM UNTIL VEC-EOF = 1
               READ VECF NEXT
                   AT END MOVE 1 TO VEC-EOF
                   NOT AT END
                       IF VEC-NAME = CMD-ARG
                           MOVE VEC-RUN TO EXP-RUN
                           MOVE 1 TO EXP-FOUND
                       ELSE
                           MOVE 1 TO VEC-EOF
                       END-IF
               END-READ
           END-PERFORM
           .

       EXPORT-NOT-FOUND.
           DISPLAY "  (kein Treffer)"
           WRITE RPT-LINE FROM "  (kein Treffer)"
           ADD 1 TO TOTAL-ERRORS
           .
       END PROGRAM VectorQuery.
