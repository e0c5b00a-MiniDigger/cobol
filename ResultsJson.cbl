      ******************************************************************
      * Author:
      * Date:
      * Purpose: JSON-Ergebnisdokument je Lauf fuer das Ingenieur-
      *          portal (run-<laufkennung>.json): Laufkopf mit
      *          Laufkennung, Konfigurations-Echo und der Liste der
      *          Dateipaare, danach ein Objekt je Datensatz mit Status,
      *          Meldungscode, Modus, Eigenwert(en), Iterationen,
      *          Residuum, Konvergenz-Kennzeichen und dem vollstaendigen
      *          Eigenvektor. Das Portal las bisher output.csv und
      *          brach mit jeder neuen Spalte - benannte Felder
      *          vertragen Erweiterungen.
      *          Waehrend des Laufs sammelt eine Staging-Datei
      *          (runjson.txt, bei partitionierten Laeufen
      *          runjson.txt.p<N> wie audit/output.csv/extract) die
      *          Datensatzobjekte; Zeilen mit "#" vorn tragen die
      *          Kopfangaben (#RUN, #CFG, #PAIR). Am Laufende setzt
      *          "FINAL" daraus das Dokument zusammen - die Staging-
      *          Dateien partitionierter Laeufe bleiben dagegen fuer
      *          PartitionMerge.cbl liegen, das sie nach dem Ende
      *          aller Partitionen zu einem Dokument zusammenfuehrt.
      *          Steuerung ueber JSON-OP:
      *            CLEAR   - Laufbeginn: Staging-Datei leeren
      *            PAIR    - Dateipaar in die Paarliste aufnehmen
      *            DATASET - Objekt des aktuellen Datensatzes
      *            HALT    - Objekt eines angehaltenen Datensatzes
      *            FINAL   - Laufende: Dokument zusammensetzen
      *          Zusammensetzen muss mit PartitionMerge.cbl
      *          uebereinstimmen.
      *          Sandkasten (SANDBOX-DIR gesetzt): Staging-Datei und
      *          Dokument liegen im Sandkasten-Verzeichnis, der Kopf
      *          traegt "sandbox": true.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResultsJson.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAGEF ASSIGN TO DYNAMIC STAGE-FILENAME
               FILE STATUS IS STAGE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DOCF ASSIGN TO DYNAMIC DOC-FILENAME
               FILE STATUS IS DOC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD STAGEF
           DATA RECORD IS STAGE-LINE.
           01 STAGE-LINE PIC X(200).
           FD DOCF
           DATA RECORD IS DOC-LINE.
           01 DOC-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 STAGE-STATUS PIC XX.
           01 DOC-STATUS PIC XX.
           01 STAGE-EOF PIC 9 VALUE 0.
           01 STAGE-FILENAME PIC X(90).
           01 DOC-FILENAME PIC X(90).
           01 SANDBOX-BASE PIC X(90).
           01 PART-DISP PIC Z(05)9.
      *    Staging-Dateien, die dieser Prozess im laufenden Lauf schon
      *    mit Kopfzeilen versehen hat - jede weitere Zeile wird nur
      *    noch angehaengt
           01 STARTED-COUNT PIC 9(02) VALUE 0.
           01 STARTED-TABLE.
               05 STARTED-NAME PIC X(90) OCCURS 30 TIMES.
           01 ST-I PIC 9(02).
           01 ST-HIT PIC 9 VALUE 0.
      *    Ausgabezeile und Schreibzeiger
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
      *    JSON-Zeichenkette: Quelltext, maskiertes Ergebnis (" und \
      *    mit vorangestelltem \) und Laufzeiger
           01 ESC-IN PIC X(120).
           01 ESC-OUT PIC X(240).
           01 ESC-LEN PIC 9(03).
           01 ESC-I PIC 9(03).
           01 ESC-P PIC 9(03).
      *    Zahlen: Eigenwerte, Residuen und Vektorkomponenten mit
      *    voller Nachkommastellenzahl, fuehrende Null vor dem Punkt
           01 JSON-NUM PIC -(13)9.9(16).
           01 JSON-INT PIC Z(5)9.
           01 JSON-VAL PIC S9(13)V9(16) COMP-3.
           01 JSON-TEXT PIC X(30).
           01 NUM-TEXT PIC X(32).
      *    Status des Datensatzobjekts, wie im Warehouse-Extrakt
           01 DS-STATUS PIC X(04).
      *    Satzart des Hauptergebnisses wie in VectorStore.cbl:
      *    Leerzeichen = der Modus liefert kein Eigenpaar von A
           01 MAIN-KIND PIC X(01).
      *    Vektorkomponenten je Zeile und Laufindizes
           01 PER-LINE PIC 9(01) VALUE 4.
           01 ON-LINE PIC 9(01).
           01 I PIC 9(04) COMP-3.
           01 K PIC 9(04) COMP-3.
      *    Zusammensetzen: Paarliste, Kopfangaben und das
      *    zurueckgehaltene Objektende (das Komma dahinter haengt
      *    davon ab, ob noch ein Objekt folgt)
           01 ASM-RUN PIC X(17).
           01 ASM-CFG PIC X(190).
           01 ASM-PAIR-COUNT PIC 9(03) VALUE 0.
           01 ASM-PAIR-TABLE.
               05 ASM-PAIR PIC X(190) OCCURS 100 TIMES.
           01 ASM-OBJ-COUNT PIC 9(06) VALUE 0.
           01 ASM-HELD PIC 9 VALUE 0.
           01 ASM-OBJ-DISP PIC Z(05)9.
       LINKAGE SECTION.
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "FileNames.cpy".
           COPY "EigenList.cpy".
           01 JSON-OP PIC X(08).
       PROCEDURE DIVISION USING INPUT-VEKTOR ABBRUCH FILE-NAMES
           EIGENLIST JSON-OP.
       MAIN-PROCEDURE.
           PERFORM SET-STAGE-FILENAME
           EVALUATE JSON-OP
               WHEN "CLEAR"
      *            kanonische Staging-Datei eines frueheren Laufs
      *            verwerfen - die Partitions-Staging-Dateien raeumt
      *            PartitionMerge nach dem Zusammenfuehren selbst
                   MOVE "runjson.txt" TO STAGE-FILENAME
                   PERFORM PREFIX-SANDBOX-STAGE
                   CALL "CBL_DELETE_FILE" USING STAGE-FILENAME
      *            ein Sandkasten-Paar mitten im Lauf laesst die
      *            schon begonnenen Staging-Dateien gelten
                   IF SANDBOX-DIR = SANDBOX-DEFAULT
                       MOVE 0 TO STARTED-COUNT
                   END-IF
               WHEN "PAIR"
                   PERFORM WRITE-PAIR-LINE
               WHEN "DATASET"
                   PERFORM WRITE-DATASET
               WHEN "HALT"
                   PERFORM WRITE-DATASET
               WHEN "FINAL"
      *            nur die kanonische Staging-Datei - die der
      *            Partitionen fuehrt PartitionMerge zusammen
                   MOVE "runjson.txt" TO STAGE-FILENAME
                   PERFORM PREFIX-SANDBOX-STAGE
                   PERFORM ASSEMBLE-DOCUMENT
           END-EVALUATE
           EXIT PROGRAM.

      * Staging-Datei dieses Prozesses: kanonisch oder, bei
      * partitionierten Laeufen, die eigene Fassung je Partition
       SET-STAGE-FILENAME.
           IF PARTITION-START > 0 OR PARTITION-LIMIT > 0
               MOVE PARTITION-START TO PART-DISP
               MOVE SPACES TO STAGE-FILENAME
               STRING "runjson.txt.p" FUNCTION TRIM(PART-DISP)
                   DELIMITED BY SIZE INTO STAGE-FILENAME
           ELSE
               MOVE "runjson.txt" TO STAGE-FILENAME
           END-IF
           PERFORM PREFIX-SANDBOX-STAGE
           .

      * im Sandkasten liegt die Staging-Datei im Sandkasten-
      * Verzeichnis, nie neben der produktiven
       PREFIX-SANDBOX-STAGE.
           IF SANDBOX-DIR NOT = SPACES
               MOVE STAGE-FILENAME TO SANDBOX-BASE
               MOVE SPACES TO STAGE-FILENAME
               STRING FUNCTION TRIM(SANDBOX-DIR) "/"
                   FUNCTION TRIM(SANDBOX-BASE)
                   DELIMITED BY SIZE INTO STAGE-FILENAME
           END-IF
           .

      * oeffnet die Staging-Datei zum Anhaengen; beim ersten Zugriff
      * dieses Laufs gehen die Kopfzeilen #RUN und #CFG voraus - ein
      * wiederaufgenommener Partitionslauf haengt so einen weiteren
      * Kopf an, PartitionMerge nimmt den ersten
       OPEN-STAGE.
           OPEN EXTEND STAGEF
           IF STAGE-STATUS = '35'
               OPEN OUTPUT STAGEF
               CLOSE STAGEF
               OPEN EXTEND STAGEF
           END-IF
           IF STAGE-STATUS NOT = '00'
      *        das Dokument dient der nachgelagerten Auswertung - ein
      *        nicht beschreibbares Staging haelt den Lauf nicht auf
               DISPLAY "[ResultsJson.OPEN-STAGE] "
                   FUNCTION TRIM(STAGE-FILENAME)
                   " nicht beschreibbar, Status " STAGE-STATUS
               EXIT PROGRAM
           END-IF
           MOVE 0 TO ST-HIT
           PERFORM VARYING ST-I FROM 1 BY 1
                   UNTIL ST-I > STARTED-COUNT
               IF STARTED-NAME(ST-I) = STAGE-FILENAME
                   MOVE 1 TO ST-HIT
               END-IF
           END-PERFORM
           IF ST-HIT = 0
               IF STARTED-COUNT < 30
                   ADD 1 TO STARTED-COUNT
                   MOVE STAGE-FILENAME TO STARTED-NAME(STARTED-COUNT)
               END-IF
               MOVE SPACES TO OUT-LINE
               STRING "#RUN " RUN-ID DELIMITED BY SIZE INTO OUT-LINE
               WRITE STAGE-LINE FROM OUT-LINE
               MOVE RUN-CONFIG-ECHO TO ESC-IN
               PERFORM ESCAPE-STRING
               MOVE SPACES TO OUT-LINE
               STRING "#CFG " ESC-OUT DELIMITED BY SIZE INTO OUT-LINE
               WRITE STAGE-LINE FROM OUT-LINE
           END-IF
           .

      * Paarzeile: Eingabe, Ausgabe und Partitionsbereich als
      * fertiges JSON-Objekt hinter "#PAIR "
       WRITE-PAIR-LINE.
           PERFORM OPEN-STAGE
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE INPUT-FILENAME TO ESC-IN
           PERFORM ESCAPE-STRING
           STRING "#PAIR {""input"": """ FUNCTION TRIM(ESC-OUT)
               """, " DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           MOVE OUTPUT-FILENAME TO ESC-IN
           PERFORM ESCAPE-STRING
           STRING """output"": """ FUNCTION TRIM(ESC-OUT)
               """, " DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           MOVE PARTITION-START TO JSON-INT
           STRING """start"": " FUNCTION TRIM(JSON-INT) ", "
               DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           MOVE PARTITION-LIMIT TO JSON-INT
           STRING """limit"": " FUNCTION TRIM(JSON-INT) "}"
               DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           WRITE STAGE-LINE FROM OUT-LINE
           CLOSE STAGEF
           .

      * Objekt des aktuellen Datensatzes: "    {" eroeffnet, "    }"
      * schliesst es - das trennende Komma setzt erst das
      * Zusammensetzen, das weiss, ob noch ein Objekt folgt
       WRITE-DATASET.
           PERFORM SET-DS-STATUS
           PERFORM CLASSIFY-MAIN
           PERFORM OPEN-STAGE
           WRITE STAGE-LINE FROM "    {"

           MOVE RECORD-NUM TO JSON-INT
           MOVE SPACES TO OUT-LINE
           STRING "      ""record"": " FUNCTION TRIM(JSON-INT) ","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE DATASET-NAME TO ESC-IN
           PERFORM ESCAPE-STRING
           MOVE SPACES TO OUT-LINE
           STRING "      ""name"": """ FUNCTION TRIM(ESC-OUT) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE GROUP-TAG TO ESC-IN
           PERFORM ESCAPE-STRING
           MOVE SPACES TO OUT-LINE
           STRING "      ""group"": """ FUNCTION TRIM(ESC-OUT) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE INPUT-FILENAME TO ESC-IN
           PERFORM ESCAPE-STRING
           MOVE SPACES TO OUT-LINE
           STRING "      ""input"": """ FUNCTION TRIM(ESC-OUT) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "      ""status"": """ DS-STATUS ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           IF MESSAGE-CODE = SPACES
               STRING "      ""message_code"": null,"
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "      ""message_code"": """
                   FUNCTION TRIM(MESSAGE-CODE) ""","
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           WRITE STAGE-LINE FROM OUT-LINE
      *    Klartext nur bei einem Fehler - bei FINE stuende dort nur
      *    das Steuerwort
           MOVE SPACES TO OUT-LINE
           IF DS-STATUS = "FAIL"
               MOVE ERRORMSG TO ESC-IN
               PERFORM ESCAPE-STRING
               STRING "      ""message"": """ FUNCTION TRIM(ESC-OUT)
                   """," DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "      ""message"": null,"
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "      ""mode"": """ FUNCTION TRIM(ITER-MODE) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE RETRY-ATTEMPT TO JSON-INT
           MOVE SPACES TO OUT-LINE
           STRING "      ""retry"": " FUNCTION TRIM(JSON-INT) ","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE

           PERFORM WRITE-RESULT-FIELDS
           PERFORM WRITE-EIGENVALUES
           PERFORM WRITE-EIGENVECTOR
           WRITE STAGE-LINE FROM "    }"
           CLOSE STAGEF
           .

      * Status wie im Warehouse-Extrakt (WRITE-EXTRACT in
      * OutputHandling), dazu HALT fuer einen vom Schutzschalter
      * angehaltenen Datensatz
       SET-DS-STATUS.
           EVALUATE TRUE
               WHEN JSON-OP = "HALT"
                   MOVE "HALT" TO DS-STATUS
               WHEN ERRORMSG NOT = "FINE"
                   MOVE "FAIL" TO DS-STATUS
               WHEN ITER-MODE = "VALIDATE"
                   MOVE "VALD" TO DS-STATUS
               WHEN ITER-MODE = "SOLVE"
                   MOVE "SOLV" TO DS-STATUS
               WHEN ITER-MODE = "CONDITION"
                   MOVE "COND" TO DS-STATUS
               WHEN OTHER
                   MOVE "FINE" TO DS-STATUS
           END-EVALUATE
           .

      * Satzart des Hauptergebnisses - dieselbe Abgrenzung wie
      * CLASSIFY-MAIN in VectorStore.cbl
       CLASSIFY-MAIN.
           MOVE SPACE TO MAIN-KIND
           IF DS-STATUS NOT = "FINE" AND DS-STATUS NOT = "COND"
               EXIT PARAGRAPH
           END-IF
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
           IF MAIN-KIND = "C"
               IF NOT (ITER-MODE = "POWER" OR ITER-MODE = "CONDITION"
                   OR MODE-EIGEN-DENSE OR MODE-SPECTRUM
                   OR MODE-STABILITY)
                   MOVE SPACE TO MAIN-KIND
               END-IF
           END-IF
      *    Scheiben-Modus ohne Treffer: RET-EW ist kein Eigenwert
           IF MODE-SLICE AND EW-COUNT = 0
               MOVE SPACE TO MAIN-KIND
           END-IF
           .

      * Eigenwert, Iterationen, Residuum und Kennzeichen - ohne
      * Ergebnis (Fehler, angehalten, Validierung) stehen die Werte
      * auf null bzw. false
       WRITE-RESULT-FIELDS.
           MOVE SPACES TO OUT-LINE
           IF MAIN-KIND = SPACE
               STRING "      ""eigenvalue"": null,"
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               MOVE RET-EW TO JSON-VAL
               IF COMPLEX-PAIR
                   MOVE RET-EW-RE TO JSON-VAL
               END-IF
               PERFORM FORMAT-NUMBER
               STRING "      ""eigenvalue"": " FUNCTION TRIM(NUM-TEXT)
                   "," DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           IF MAIN-KIND = "C"
               MOVE RET-CPX-IM TO JSON-VAL
               IF COMPLEX-PAIR
                   MOVE RET-EW-IM TO JSON-VAL
               END-IF
               PERFORM FORMAT-NUMBER
               STRING "      ""eigenvalue_imag"": "
                   FUNCTION TRIM(NUM-TEXT) ","
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "      ""eigenvalue_imag"": null,"
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           IF DS-STATUS = "COND"
               MOVE RET-COND TO JSON-VAL
               PERFORM FORMAT-NUMBER
               STRING "      ""condition"": " FUNCTION TRIM(NUM-TEXT)
                   "," DELIMITED BY SIZE INTO OUT-LINE
               WRITE STAGE-LINE FROM OUT-LINE
           END-IF
           MOVE SPACES TO OUT-LINE
           IF DS-STATUS = "FAIL" OR DS-STATUS = "HALT" OR
              DS-STATUS = "VALD"
               STRING "      ""iterations"": 0,"
                   DELIMITED BY SIZE INTO OUT-LINE
               WRITE STAGE-LINE FROM OUT-LINE
               WRITE STAGE-LINE FROM "      ""residual"": null,"
               WRITE STAGE-LINE FROM "      ""converged"": false,"
               WRITE STAGE-LINE FROM "      ""oscillating"": false,"
               WRITE STAGE-LINE FROM "      ""reseeded"": false,"
               WRITE STAGE-LINE FROM "      ""drifted"": false,"
               EXIT PARAGRAPH
           END-IF
           MOVE RET-ITER TO JSON-INT
           STRING "      ""iterations"": " FUNCTION TRIM(JSON-INT) ","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           MOVE RET-RESID TO JSON-VAL
           PERFORM FORMAT-NUMBER
           MOVE SPACES TO OUT-LINE
           STRING "      ""residual"": " FUNCTION TRIM(NUM-TEXT) ","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE STAGE-LINE FROM OUT-LINE
           IF ITER-CONVERGED
               WRITE STAGE-LINE FROM "      ""converged"": true,"
           ELSE
               WRITE STAGE-LINE FROM "      ""converged"": false,"
           END-IF
           IF ITER-OSCILLATING
               WRITE STAGE-LINE FROM "      ""oscillating"": true,"
           ELSE
               WRITE STAGE-LINE FROM "      ""oscillating"": false,"
           END-IF
           IF ITER-RESEEDED
               WRITE STAGE-LINE FROM "      ""reseeded"": true,"
           ELSE
               WRITE STAGE-LINE FROM "      ""reseeded"": false,"
           END-IF
           IF EW-DRIFTED
               WRITE STAGE-LINE FROM "      ""drifted"": true,"
           ELSE
               WRITE STAGE-LINE FROM "      ""drifted"": false,"
           END-IF
           .

      * weitere Eigenwerte der EIGENLIST (Deflationskette, Spektrum,
      * Scheibe, Lanczos) mit Imaginaerteil und Residuum, eine Zeile
      * je Eintrag
       WRITE-EIGENVALUES.
           IF DS-STATUS NOT = "FINE" OR EW-COUNT = 0
               WRITE STAGE-LINE FROM "      ""eigenvalues"": [],"
               EXIT PARAGRAPH
           END-IF
           WRITE STAGE-LINE FROM "      ""eigenvalues"": ["
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > EW-COUNT
               MOVE SPACES TO OUT-LINE
               MOVE 1 TO OUT-P
               MOVE EW-VALUE(K) TO JSON-VAL
               PERFORM FORMAT-NUMBER
               STRING "        {""value"": " FUNCTION TRIM(NUM-TEXT)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE EW-IMAG(K) TO JSON-VAL
               PERFORM FORMAT-NUMBER
               STRING ", ""imag"": " FUNCTION TRIM(NUM-TEXT)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE EW-RESID(K) TO JSON-VAL
               PERFORM FORMAT-NUMBER
               STRING ", ""residual"": " FUNCTION TRIM(NUM-TEXT) "}"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               IF K < EW-COUNT
                   STRING "," DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-P
               END-IF
               WRITE STAGE-LINE FROM OUT-LINE
           END-PERFORM
           WRITE STAGE-LINE FROM "      ],"
           .

      * der vollstaendige Eigenvektor XI (bei komplexen Daten dazu
      * XI-IM), PER-LINE Komponenten je Zeile - letztes Feld des
      * Objekts, daher ohne Komma
       WRITE-EIGENVECTOR.
           IF MAIN-KIND = SPACE OR COMPLEX-PAIR
               WRITE STAGE-LINE FROM "      ""eigenvector"": []"
               EXIT PARAGRAPH
           END-IF
           IF COMPLEX-DATA
               WRITE STAGE-LINE FROM "      ""eigenvector"": ["
               MOVE "R" TO JSON-TEXT
               PERFORM WRITE-VECTOR-LINES
               WRITE STAGE-LINE FROM "      ],"
               WRITE STAGE-LINE FROM "      ""eigenvector_imag"": ["
               MOVE "I" TO JSON-TEXT
               PERFORM WRITE-VECTOR-LINES
               WRITE STAGE-LINE FROM "      ]"
           ELSE
               WRITE STAGE-LINE FROM "      ""eigenvector"": ["
               MOVE "R" TO JSON-TEXT
               PERFORM WRITE-VECTOR-LINES
               WRITE STAGE-LINE FROM "      ]"
           END-IF
           .

      * Komponenten 1..DIM-I des Real- (JSON-TEXT = "R") bzw.
      * Imaginaerteils, durch Kommas getrennt
       WRITE-VECTOR-LINES.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE 0 TO ON-LINE
           STRING "        " DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               IF JSON-TEXT = "R"
                   MOVE XI(I) TO JSON-VAL
               ELSE
                   MOVE XI-IM(I) TO JSON-VAL
               END-IF
               PERFORM FORMAT-NUMBER
               STRING FUNCTION TRIM(NUM-TEXT) DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
               IF I < DIM-I
                   STRING ", " DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-P
               END-IF
               ADD 1 TO ON-LINE
               IF ON-LINE = PER-LINE OR I = DIM-I
                   WRITE STAGE-LINE FROM OUT-LINE
                   MOVE SPACES TO OUT-LINE
                   MOVE 1 TO OUT-P
                   MOVE 0 TO ON-LINE
                   STRING "        " DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-P
               END-IF
           END-PERFORM
           .

      * JSON-VAL als JSON-Zahl in NUM-TEXT: ohne fuehrende
      * Leerzeichen, mit Null vor dem Dezimalpunkt
       FORMAT-NUMBER.
           MOVE JSON-VAL TO JSON-NUM
           MOVE SPACES TO NUM-TEXT
           MOVE FUNCTION TRIM(JSON-NUM) TO NUM-TEXT
           .

      * ESC-IN als Inhalt einer JSON-Zeichenkette nach ESC-OUT:
      * Anfuehrungszeichen und Rueckstrich bekommen einen Rueckstrich
      * vorangestellt, nachlaufende Leerzeichen entfallen
       ESCAPE-STRING.
           MOVE SPACES TO ESC-OUT
           MOVE 1 TO ESC-P
           IF ESC-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ESC-IN TRAILING))
               TO ESC-LEN
           PERFORM VARYING ESC-I FROM 1 BY 1 UNTIL ESC-I > ESC-LEN
               IF ESC-IN(ESC-I:1) = """" OR ESC-IN(ESC-I:1) = "\"
                   MOVE "\" TO ESC-OUT(ESC-P:1)
                   ADD 1 TO ESC-P
               END-IF
               MOVE ESC-IN(ESC-I:1) TO ESC-OUT(ESC-P:1)
               ADD 1 TO ESC-P
           END-PERFORM
           .

      * setzt aus STAGE-FILENAME das Dokument run-<laufkennung>.json
      * zusammen: erst die Kopfangaben und die Paarliste, dann die
      * Datensatzobjekte mit trennenden Kommas; die Staging-Datei
      * wird danach geloescht. Gleicher Ablauf wie in PartitionMerge
       ASSEMBLE-DOCUMENT.
           MOVE SPACES TO ASM-RUN
           MOVE SPACES TO ASM-CFG
           MOVE 0 TO ASM-PAIR-COUNT
           MOVE 0 TO ASM-OBJ-COUNT
           MOVE 0 TO ASM-HELD
      *    erster Durchgang: Kopfangaben und Paarliste
           OPEN INPUT STAGEF
           IF STAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO STAGE-EOF
           PERFORM UNTIL STAGE-EOF = 1
               READ STAGEF
                   AT END MOVE 1 TO STAGE-EOF
                   NOT AT END PERFORM NOTE-HEADER-LINE
               END-READ
           END-PERFORM
           CLOSE STAGEF
           IF ASM-RUN = SPACES
               MOVE RUN-ID TO ASM-RUN
           END-IF

           MOVE SPACES TO DOC-FILENAME
           STRING "run-" FUNCTION TRIM(ASM-RUN) ".json"
               DELIMITED BY SIZE INTO DOC-FILENAME
           IF SANDBOX-DIR NOT = SPACES
               MOVE DOC-FILENAME TO SANDBOX-BASE
               MOVE SPACES TO DOC-FILENAME
               STRING FUNCTION TRIM(SANDBOX-DIR) "/"
                   FUNCTION TRIM(SANDBOX-BASE)
                   DELIMITED BY SIZE INTO DOC-FILENAME
           END-IF
           OPEN OUTPUT DOCF
           IF DOC-STATUS NOT = "00"
               DISPLAY "[ResultsJson.ASSEMBLE-DOCUMENT] "
                   FUNCTION TRIM(DOC-FILENAME)
                   " nicht beschreibbar, Status " DOC-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DOCUMENT-HEAD

      *    zweiter Durchgang: Datensatzobjekte
           OPEN INPUT STAGEF
           MOVE 0 TO STAGE-EOF
           PERFORM UNTIL STAGE-EOF = 1
               READ STAGEF
                   AT END MOVE 1 TO STAGE-EOF
                   NOT AT END PERFORM COPY-OBJECT-LINE
               END-READ
           END-PERFORM
           CLOSE STAGEF
           PERFORM WRITE-DOCUMENT-TAIL
           CLOSE DOCF
           CALL "CBL_DELETE_FILE" USING STAGE-FILENAME
           MOVE ASM-OBJ-COUNT TO ASM-OBJ-DISP
           DISPLAY "Ergebnisdokument: " FUNCTION TRIM(DOC-FILENAME)
               " mit " FUNCTION TRIM(ASM-OBJ-DISP)
               " Datensatzobjekt(en)"
           .

      * merkt die erste #RUN/#CFG-Angabe und jede #PAIR-Zeile
       NOTE-HEADER-LINE.
           IF STAGE-LINE(1:5) = "#RUN " AND ASM-RUN = SPACES
               MOVE STAGE-LINE(6:17) TO ASM-RUN
           END-IF
           IF STAGE-LINE(1:5) = "#CFG " AND ASM-CFG = SPACES
               MOVE STAGE-LINE(6:190) TO ASM-CFG
           END-IF
           IF STAGE-LINE(1:6) = "#PAIR " AND ASM-PAIR-COUNT < 100
               ADD 1 TO ASM-PAIR-COUNT
               MOVE STAGE-LINE(7:190) TO ASM-PAIR(ASM-PAIR-COUNT)
           END-IF
           .

       WRITE-DOCUMENT-HEAD.
           WRITE DOC-LINE FROM "{"
           MOVE SPACES TO OUT-LINE
           STRING "  ""run_id"": """ FUNCTION TRIM(ASM-RUN) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE DOC-LINE FROM OUT-LINE
      *    Sandkasten-Ergebnisse sind nie veroeffentlicht - das Portal
      *    erkennt sie an diesem Feld
           IF SANDBOX-DIR NOT = SPACES
               WRITE DOC-LINE FROM "  ""sandbox"": true,"
           END-IF
           MOVE SPACES TO OUT-LINE
           STRING "  ""config"": """ FUNCTION TRIM(ASM-CFG) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE DOC-LINE FROM OUT-LINE
           WRITE DOC-LINE FROM "  ""pairs"": ["
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ASM-PAIR-COUNT
               MOVE SPACES TO OUT-LINE
               IF K < ASM-PAIR-COUNT
                   STRING "    " FUNCTION TRIM(ASM-PAIR(K)) ","
                       DELIMITED BY SIZE INTO OUT-LINE
               ELSE
                   STRING "    " FUNCTION TRIM(ASM-PAIR(K))
                       DELIMITED BY SIZE INTO OUT-LINE
               END-IF
               WRITE DOC-LINE FROM OUT-LINE
           END-PERFORM
           WRITE DOC-LINE FROM "  ],"
           WRITE DOC-LINE FROM "  ""datasets"": ["
           .

      * uebernimmt eine Objektzeile; das Objektende "    }" wird
      * zurueckgehalten, bis feststeht, ob ein weiteres Objekt folgt
       COPY-OBJECT-LINE.
           IF STAGE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF STAGE-LINE = "    {"
               IF ASM-HELD = 1
                   WRITE DOC-LINE FROM "    },"
                   MOVE 0 TO ASM-HELD
               END-IF
               ADD 1 TO ASM-OBJ-COUNT
           END-IF
           IF STAGE-LINE = "    }"
               MOVE 1 TO ASM-HELD
           ELSE
               WRITE DOC-LINE FROM STAGE-LINE
           END-IF
           .

       WRITE-DOCUMENT-TAIL.
           IF ASM-HELD = 1
               WRITE DOC-LINE FROM "    }"
           END-IF
           WRITE DOC-LINE FROM "  ]"
           WRITE DOC-LINE FROM "}"
           .
       END PROGRAM ResultsJson.
