               SELECT TRACEF ASSIGN TO DYNAMIC TRACE-FILENAME
               FILE STATUS IS TRACE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Restart-Stand des Datensatzes (restartevery=), benannt
      *        wie die Trace-Datei, Endung ".restart"
               SELECT RESTARTF ASSIGN TO DYNAMIC RESTART-FILENAME
               FILE STATUS IS RESTART-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD TRACEF
           DATA RECORD IS TRACE-LINE.
           01 TRACE-LINE PIC X(120).
           FD RESTARTF
           DATA RECORD IS RESTART-LINE.
           01 RESTART-LINE PIC X(240).
       WORKING-STORAGE SECTION.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 EIGENWERT.
               05 LAST-EW PIC S9(13)V9(16) COMP-3.
               05 EW PIC S9(13)V9(16) COMP-3.
           01 ABBRUCH-KRIT.
               05 ABS-DIF PIC S9(13)V9(16) COMP-3.
               05 ABS-EW PIC S9(13)V9(16) COMP-3.
           Copy "OutputVector.cpy".
           01 ZAEHLER.
               05 COUNTER-N PIC 9(06) COMP-3.
      *    Vorzeichenbehaftet, da SCALAR auch das Skalarprodukt in DOT
      *    aufnimmt, welches bei verschobener Iteration (s <> 0)
      *    durchaus negativ werden kann - nicht nur die stets
      *    nichtnegative Vektornorm. Dreizehn Vorkommastellen wie
      *    RET-EW, damit der Eigenwert der Gleitkomma-Kette hier
      *    nicht schon ab 10**9 ueberlaeuft
           01 SCALAR PIC S9(13)V9(16) COMP-3.
      *    Gleitkomma-Arithmetik ("arithmetic=float", ARITH-FLOAT):
      *    XI-F/XK-F aus FloatVector.cpy tragen den Iterationsvektor
      *    und das Produkt A * XI-F als COMP-2; SCALAR-F ist das
      *    Skalarprodukt in DOT, NORM-F die Norm in NORMALIZE. XI
      *    fuehrt nach jedem NORMALIZE die gepackte Kopie von XI-F,
      *    damit Richtungskriterium, Endkontrollen, Vorzeichen-
      *    festlegung und Report unveraendert darauf arbeiten
           COPY "FloatVector.cpy".
           01 SCALAR-F COMP-2.
           01 NORM-F COMP-2.
      *    Fuer den Fortschrittsanzeiger: alle 100 Iterationen wird
      *    COUNTER-N/EW ausgegeben, damit ein lang laufender Durchlauf
      *    auf grossen Matrizen nicht wie haengengeblieben wirkt
           01 HEARTBEAT-REST PIC 9(06) COMP-3.
      *    EW-Schaetzungen der ersten beiden Hauptschleifendurchlaeufe,
      *    fuer das grobe Eigenwertabstand-Verhaeltnis in RET-EW-GAP
           01 EW-ITER1 PIC S9(13)V9(16) COMP-3.
           01 EW-ITER2 PIC S9(13)V9(16) COMP-3.
      *    Oszillationserkennung: SIGNED-DIF ist die vorzeichenbehaftete
      *    Differenz vor dem Betrag in ABS-DIF, SIGN-CUR/SIGN-PREV
      *    halten ihr Vorzeichen (-1/0/1) fest, damit ein wiederholter
      *    Vorzeichenwechsel (statt monotoner Annaeherung ans EPSILON-
      *    Kriterium) erkannt werden kann
           01 OSC-KRIT.
               05 SIGNED-DIF PIC S9(13)V9(16) COMP-3.
               05 SIGN-CUR PIC S9(1) COMP-3.
               05 SIGN-PREV PIC S9(1) COMP-3.
               05 OSC-COUNT PIC 9(04) COMP-3.
           01 STALL-KRIT.
               05 STALL-WINDOW PIC 9(04) COMP-3 VALUE 50.
               05 STALL-SINCE PIC 9(04) COMP-3 VALUE 0.
               05 STALL-BEST PIC S9(13)V9(16) COMP-3 VALUE 0.
               05 STALL-IMPROVED PIC 9 VALUE 0.
               05 RESEED-DONE PIC 9 VALUE 0.
      *    Zufallszahlen-Felder fuer den Neustart-Vektor, gleiches
      *    beschleunigte Folge das Kriterium erfuellte, die rohe aber
      *    noch nicht - das Mass der gesparten Passes fuer den Report
           01 AITKEN-FELDER.
               05 AIT-EW0 PIC S9(13)V9(16) COMP-3.
               05 AIT-EW1 PIC S9(13)V9(16) COMP-3.
               05 AIT-EW2 PIC S9(13)V9(16) COMP-3.
               05 AIT-COUNT PIC 9(06) COMP-3.
               05 AIT-ACC PIC S9(13)V9(16) COMP-3.
               05 AIT-ACC-PREV PIC S9(13)V9(16) COMP-3.
               05 AIT-DENOM PIC S9(13)V9(16) COMP-3.
               05 AIT-DENOM-ABS PIC S9(13)V9(16) COMP-3.
               05 AIT-DELTA PIC S9(13)V9(16) COMP-3.
               05 AIT-DIF PIC S9(13)V9(16) COMP-3.
               05 AIT-ABS PIC S9(13)V9(16) COMP-3.
               05 AIT-VALID PIC 9.
               05 AIT-HAVE-ACC PIC 9.
               05 AIT-AHEAD PIC 9(06) COMP-3.
               05 CANON-POS PIC 9(04) COMP-3.
               05 CANON-ABS PIC S9(06)V9(16) COMP-3.
               05 CANON-BEST PIC S9(06)V9(16) COMP-3.
      *    Restart-Stand (RESTART-EVERY/RESTART-ARMED in
      *    Abbruch.cpy): Dateiname, Schreibdatei (erst vollstaendig
      *    geschrieben, dann umbenannt - ein Absturz mitten im
      *    Schreiben hinterlaesst den alten Stand), die Zerlegung der
      *    Kopfzeilen und die Zeilenanzahl zur Vollstaendigkeits-
      *    pruefung beim Laden. Aufbau:
      *      STAND <pruefsumme> <dim> <iter> <z-ew> <z-vec> <phase>
      *            <neustart> <osz> <vorz> <iter-grob> <still-seit>
      *            <still-besser> <ait-zahl> <ait-gueltig> <ait-hat>
      *            <ait-vorsprung>
      *      EW <ew> <letzter-ew> <ew-iter1> <ew-iter2> <abs-dif>
      *         <still-best>
      *      AIT <ew0> <ew1> <ew2> <acc> <acc-vor> <dif> <abs>
      *      danach dim Zeilen mit XI
           01 RESTART-FILENAME PIC X(90).
           01 RESTART-TMPNAME PIC X(90).
           01 RESTART-KEEPNAME PIC X(90).
           01 RESTART-STATUS PIC XX.
           01 RESTART-ON PIC 9 VALUE 0.
           01 RESTART-RESUMED PIC 9 VALUE 0.
           01 RESTART-OK PIC 9 VALUE 0.
           01 RESTART-EOF PIC 9 VALUE 0.
           01 RESTART-TOLD PIC 9 VALUE 0.
           01 RESTART-QUOT PIC 9(06) COMP-3.
           01 RESTART-REST PIC 9(06) COMP-3.
           01 RESTART-VALUES PIC 9(04) COMP-3.
           01 RESTART-P PIC 9(03).
           01 RESTART-NUM PIC -9(13).9(16).
           01 RESTART-XI-NUM PIC -9(06).9(16).
           01 RESTART-INT PIC 9(09).
           01 RESTART-ITER-DISP PIC ZZZZZ9.
           01 RESTART-TOKENS.
               05 RS-TOK PIC X(32) OCCURS 17 TIMES.
           01 RS-I PIC 9(02).
       LINKAGE SECTION.
           COPY "CRS.cpy".
           COPY "CRSBand.cpy".
           COPY "FileNames.cpy".
       PROCEDURE DIVISION
            USING CRS-VALS CRS-COLS CRS-ROW-PTR CRS-STAMP CRS-BAND
            INPUT-VEKTOR ABBRUCH FILE-NAMES CRS-VALS-F.
       MAIN-PROCEDURE.
      *     Sticky WORKING-STORAGE-Felder: pro CALL neu auf 0 setzen,
      *     sonst wuerde ein Datensatz ohne zwei Iterationen den Wert
               MOVE 0 TO COUNTER-EW
               MOVE 0 TO COUNTER-VEC

      *        Restart-Stand eines abgebrochenen Laufs desselben
      *        Datensatzes: Vektor, Zaehler und Konvergenzstand von
      *        dort uebernehmen statt wieder beim Startvektor zu
      *        beginnen
               MOVE 0 TO RESTART-ON
               MOVE 0 TO RESTART-RESUMED
               IF RESTART-ARMED = 1 AND RESTART-EVERY > 0
                   MOVE 1 TO RESTART-ON
                   PERFORM BUILD-RESTART-FILENAME
                   PERFORM LOAD-RESTART
               END-IF
               IF RESTART-RESUMED = 1
                   IF ARITH-FLOAT
                       DISPLAY "Arithmetik: Gleitkomma (COMP-2)"
                       PERFORM LOAD-FLOAT-XI
                   END-IF
               ELSE

      *        Erster Durchlauf um einen Wert fuer ew zu bekommen, damit
      *        anschliessend Abbruchkriterien geprueft werden koennen
               MOVE 0.0 TO SCALAR
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                  COMPUTE XI(I) = XI(I) / SCALAR
               END-PERFORM
               IF ARITH-FLOAT
                   DISPLAY "Arithmetik: Gleitkomma (COMP-2)"
                   PERFORM LOAD-FLOAT-XI
               END-IF
               PERFORM MULTIPLY-STEP
               PERFORM DOT
               MOVE SCALAR TO EW
               PERFORM NORMALIZE
               END-IF

               PERFORM UNTIL COUNTER-N > N
                     OR BUDGET-ABORT = 1
                  IF HEARTBEAT-REST = 0
                      DISPLAY "Fortschritt: Iteration " COUNTER-N
                          " Erwartungswert " EW
                      MOVE COUNTER-N TO RS-ITER
                      MOVE "BEAT" TO RS-EVENT
                      CALL "RunStatus" USING ABBRUCH
      *               Zeitbudget und Operator-Abbruchdatei im selben
      *               Takt pruefen - ein Ausreisser-Datensatz haelt
      *               die Maschine damit nicht mehr stundenlang
                      PERFORM BUDGET-CHECK
      *               Restart-Stand alle RESTART-EVERY Anzeigen und
      *               beim Budget-/Operator-Abbruch sichern
                      IF RESTART-ON = 1
                          DIVIDE HEARTBEAT-QUOT BY RESTART-EVERY
                              GIVING RESTART-QUOT
                              REMAINDER RESTART-REST
                          IF RESTART-REST = 0 OR BUDGET-ABORT = 1
                              PERFORM SAVE-RESTART
                          END-IF
                      END-IF
                  END-IF
      *           Ende der Abbruchbedingungen
               END-PERFORM
      *        regulaeres Ende (konvergiert, N erschoepft, Fehler):
      *        der Restart-Stand hat ausgedient - nur ein
      *        Budget-/Operator-Abbruch laesst ihn fuer den naechsten
      *        Lauf stehen
               IF RESTART-ON = 1 AND BUDGET-ABORT = 0
                   CALL "CBL_DELETE_FILE" USING RESTART-FILENAME
               END-IF
               MOVE EW TO RET-EW
               MOVE COUNTER-N TO RET-ITER
               MOVE ABS-DIF TO RET-RESID
                   COMPUTE XI(I) = XI(I) / VI-RAND-NORM
               END-PERFORM
           END-IF
           IF ARITH-FLOAT
               PERFORM LOAD-FLOAT-XI
           END-IF
      *    Schleife faengt fachlich von vorn an: Zaehler und
      *    Schaetzungen zuruecksetzen, nur RESEED-DONE bleibt stehen
           MOVE 1 TO COUNTER-N
           MOVE 0 TO AIT-HAVE-ACC
           .

      * Restart-Datei: Ausgabedateiname ohne ".txt", "_" und
      * Datensatzname bzw. "satz<N>", Endung ".restart" - dasselbe
      * Namensschema wie die Trace-Datei
       BUILD-RESTART-FILENAME.
           MOVE FUNCTION TRIM(OUTPUT-FILENAME) TO TRACE-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TRACE-BASE)) TO
               TRACE-BASE-LEN
           IF TRACE-BASE-LEN > 4 AND
              TRACE-BASE(TRACE-BASE-LEN - 3:4) = ".txt"
               MOVE SPACES TO TRACE-BASE(TRACE-BASE-LEN - 3:4)
           END-IF
           IF DATASET-NAME NOT = SPACES
               MOVE FUNCTION TRIM(DATASET-NAME) TO TRACE-LABEL
           ELSE
               MOVE RECORD-NUM TO TRACE-RECORD-DISP
               MOVE SPACES TO TRACE-LABEL
               STRING "satz" FUNCTION TRIM(TRACE-RECORD-DISP)
                   DELIMITED BY SIZE INTO TRACE-LABEL
           END-IF
           MOVE SPACES TO RESTART-FILENAME
           STRING FUNCTION TRIM(TRACE-BASE) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(TRACE-LABEL) DELIMITED BY SIZE
               ".restart" DELIMITED BY SIZE
               INTO RESTART-FILENAME
           MOVE SPACES TO RESTART-TMPNAME
           STRING FUNCTION TRIM(RESTART-FILENAME) ".tmp"
               DELIMITED BY SIZE INTO RESTART-TMPNAME
           .

      * liest den Restart-Stand des Datensatzes, falls vorhanden. Er
      * gilt nur, wenn Pruefsumme des Eingabeblocks und Dimension
      * passen und alle Vektorzeilen da sind - sonst wird er
      * verworfen und die Iteration beginnt regulaer beim Startvektor
       LOAD-RESTART.
           OPEN INPUT RESTARTF
           IF RESTART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RESTART-OK
           MOVE 0 TO RESTART-TOLD
           READ RESTARTF
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO RESTART-TOKENS
                   UNSTRING RESTART-LINE DELIMITED BY ALL SPACE
                       INTO RS-TOK(1) RS-TOK(2) RS-TOK(3) RS-TOK(4)
                            RS-TOK(5) RS-TOK(6) RS-TOK(7) RS-TOK(8)
                            RS-TOK(9) RS-TOK(10) RS-TOK(11)
                            RS-TOK(12) RS-TOK(13) RS-TOK(14)
                            RS-TOK(15) RS-TOK(16) RS-TOK(17)
                   IF RS-TOK(1) = "STAND"
                       MOVE 1 TO RESTART-OK
                   END-IF
           END-READ
           IF RESTART-OK = 1
               COMPUTE RESTART-INT = FUNCTION NUMVAL(RS-TOK(2))
               IF RESTART-INT NOT = BLOCK-CHECKSUM
                   DISPLAY "Restart-Stand "
                       FUNCTION TRIM(RESTART-FILENAME)
                       " verworfen: Pruefsumme des Eingabeblocks"
                       " seit dem Sichern geaendert"
                   MOVE 1 TO RESTART-TOLD
                   MOVE 0 TO RESTART-OK
               END-IF
           END-IF
           IF RESTART-OK = 1
               COMPUTE RESTART-INT = FUNCTION NUMVAL(RS-TOK(3))
               IF RESTART-INT NOT = DIM-I
                   DISPLAY "Restart-Stand "
                       FUNCTION TRIM(RESTART-FILENAME)
                       " verworfen: Dimension passt nicht"
                   MOVE 1 TO RESTART-TOLD
                   MOVE 0 TO RESTART-OK
               END-IF
           END-IF
           IF RESTART-OK = 1
               COMPUTE COUNTER-N = FUNCTION NUMVAL(RS-TOK(4))
               COMPUTE COUNTER-EW = FUNCTION NUMVAL(RS-TOK(5))
               COMPUTE COUNTER-VEC = FUNCTION NUMVAL(RS-TOK(6))
               COMPUTE STAGE = FUNCTION NUMVAL(RS-TOK(7))
               COMPUTE RESEED-DONE = FUNCTION NUMVAL(RS-TOK(8))
               COMPUTE OSC-COUNT = FUNCTION NUMVAL(RS-TOK(9))
               COMPUTE SIGN-PREV = FUNCTION NUMVAL(RS-TOK(10))
               COMPUTE RET-ITER-COARSE = FUNCTION NUMVAL(RS-TOK(11))
               COMPUTE STALL-SINCE = FUNCTION NUMVAL(RS-TOK(12))
               COMPUTE STALL-IMPROVED = FUNCTION NUMVAL(RS-TOK(13))
               COMPUTE AIT-COUNT = FUNCTION NUMVAL(RS-TOK(14))
               COMPUTE AIT-VALID = FUNCTION NUMVAL(RS-TOK(15))
               COMPUTE AIT-HAVE-ACC = FUNCTION NUMVAL(RS-TOK(16))
               COMPUTE AIT-AHEAD = FUNCTION NUMVAL(RS-TOK(17))
               MOVE 0 TO RESTART-OK
               READ RESTARTF
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO RESTART-TOKENS
                       UNSTRING RESTART-LINE DELIMITED BY ALL SPACE
                           INTO RS-TOK(1) RS-TOK(2) RS-TOK(3)
                                RS-TOK(4) RS-TOK(5) RS-TOK(6)
                                RS-TOK(7)
                       IF RS-TOK(1) = "EW"
                           MOVE 1 TO RESTART-OK
                           COMPUTE EW = FUNCTION NUMVAL(RS-TOK(2))
                           COMPUTE LAST-EW =
                               FUNCTION NUMVAL(RS-TOK(3))
                           COMPUTE EW-ITER1 =
                               FUNCTION NUMVAL(RS-TOK(4))
                           COMPUTE EW-ITER2 =
                               FUNCTION NUMVAL(RS-TOK(5))
                           COMPUTE ABS-DIF = FUNCTION NUMVAL(RS-TOK(6))
                           COMPUTE STALL-BEST =
                               FUNCTION NUMVAL(RS-TOK(7))
                       END-IF
               END-READ
           END-IF
           IF RESTART-OK = 1
               MOVE 0 TO RESTART-OK
               READ RESTARTF
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO RESTART-TOKENS
                       UNSTRING RESTART-LINE DELIMITED BY ALL SPACE
                           INTO RS-TOK(1) RS-TOK(2) RS-TOK(3)
                                RS-TOK(4) RS-TOK(5) RS-TOK(6)
                                RS-TOK(7) RS-TOK(8)
                       IF RS-TOK(1) = "AIT"
                           MOVE 1 TO RESTART-OK
                           COMPUTE AIT-EW0 = FUNCTION NUMVAL(RS-TOK(2))
                           COMPUTE AIT-EW1 = FUNCTION NUMVAL(RS-TOK(3))
                           COMPUTE AIT-EW2 = FUNCTION NUMVAL(RS-TOK(4))
                           COMPUTE AIT-ACC = FUNCTION NUMVAL(RS-TOK(5))
                           COMPUTE AIT-ACC-PREV =
                               FUNCTION NUMVAL(RS-TOK(6))
                           COMPUTE AIT-DIF = FUNCTION NUMVAL(RS-TOK(7))
                           COMPUTE AIT-ABS = FUNCTION NUMVAL(RS-TOK(8))
                       END-IF
               END-READ
           END-IF
           IF RESTART-OK = 1
               MOVE 0 TO RESTART-VALUES
               MOVE 0 TO RESTART-EOF
               PERFORM UNTIL RESTART-EOF = 1 OR RESTART-VALUES >= DIM-I
                   READ RESTARTF
                       AT END
                           MOVE 1 TO RESTART-EOF
                       NOT AT END
                           ADD 1 TO RESTART-VALUES
                           COMPUTE XI(RESTART-VALUES) =
                               FUNCTION NUMVAL(RESTART-LINE)
                   END-READ
               END-PERFORM
               IF RESTART-VALUES < DIM-I
                   MOVE 0 TO RESTART-OK
               END-IF
           END-IF
           CLOSE RESTARTF
           IF RESTART-OK = 0
               IF RESTART-TOLD = 0
                   DISPLAY "Restart-Stand "
                       FUNCTION TRIM(RESTART-FILENAME)
                       " verworfen: unvollstaendig oder unlesbar"
               END-IF
      *        Stand unbrauchbar: XI aus XI-ORIG wiederherstellen
      *        (ein abgebrochener Stand kann ihn schon teilweise
      *        ueberschrieben haben), Zaehler und Konvergenzstand auf
      *        den regulaeren Start zurueck und die Datei entfernen,
      *        damit sie nicht erneut gelesen wird
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                   MOVE XI-ORIG(I) TO XI(I)
               END-PERFORM
               MOVE 1 TO COUNTER-N
               MOVE 0 TO COUNTER-EW
               MOVE 0 TO COUNTER-VEC
               MOVE 0 TO SIGN-PREV
               MOVE 0 TO OSC-COUNT
               MOVE 0 TO RET-ITER-COARSE
               MOVE 0 TO RESEED-DONE
               MOVE 0 TO STALL-SINCE
               MOVE 0 TO STALL-BEST
               MOVE 0 TO STALL-IMPROVED
               MOVE 0 TO AIT-COUNT
               MOVE 0 TO AIT-VALID
               MOVE 0 TO AIT-HAVE-ACC
               MOVE 0 TO AIT-AHEAD
               MOVE 0.0 TO AIT-ACC
               MOVE 0.0 TO AIT-ACC-PREV
               IF EPSILON-COARSE > 0
                   MOVE 1 TO STAGE
               ELSE
                   MOVE 2 TO STAGE
               END-IF
               CALL "CBL_DELETE_FILE" USING RESTART-FILENAME
               EXIT PARAGRAPH
           END-IF
           IF STAGE = 1
               MOVE EPSILON-COARSE TO CURRENT-EPS
           ELSE
               MOVE EPSILON TO CURRENT-EPS
           END-IF
           IF RESEED-DONE = 1
               MOVE 1 TO RET-RESEEDED
           END-IF
           MOVE 1 TO RESTART-RESUMED
           MOVE COUNTER-N TO RESTART-ITER-DISP
           DISPLAY "Restart-Stand " FUNCTION TRIM(RESTART-FILENAME)
               " uebernommen - Iteration setzt bei "
               FUNCTION TRIM(RESTART-ITER-DISP) " fort"
           .

      * sichert den Stand am Kopf der Hauptschleife: erst in die
      * Schreibdatei, nach vollstaendigem Schreiben an die Stelle des
      * alten Stands. Ein nicht beschreibbarer Stand ist nur eine
      * Warnung - die Iteration laeuft weiter
       SAVE-RESTART.
      *    RESTARTF wird ueber RESTART-FILENAME zugeordnet - fuer das
      *    Oeffnen der Schreibdatei kurz deren Namen einsetzen
           MOVE RESTART-FILENAME TO RESTART-KEEPNAME
           MOVE RESTART-TMPNAME TO RESTART-FILENAME
           OPEN OUTPUT RESTARTF
           MOVE RESTART-KEEPNAME TO RESTART-FILENAME
           IF RESTART-STATUS NOT = "00"
               DISPLAY "Warnung: Restart-Stand "
                   FUNCTION TRIM(RESTART-TMPNAME)
                   " nicht beschreibbar (Status " RESTART-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESTART-LINE
           MOVE 1 TO RESTART-P
           STRING "STAND " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE BLOCK-CHECKSUM TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE DIM-I TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE COUNTER-N TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE COUNTER-EW TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE COUNTER-VEC TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE STAGE TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE RESEED-DONE TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE OSC-COUNT TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE SIGN-PREV TO RESTART-NUM
           STRING FUNCTION TRIM(RESTART-NUM) " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE RET-ITER-COARSE TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE STALL-SINCE TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE STALL-IMPROVED TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-COUNT TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-VALID TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-HAVE-ACC TO RESTART-INT
           STRING RESTART-INT " " DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-AHEAD TO RESTART-INT
           STRING RESTART-INT DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           WRITE RESTART-LINE

           MOVE SPACES TO RESTART-LINE
           MOVE 1 TO RESTART-P
           STRING "EW" DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE EW TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE LAST-EW TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE EW-ITER1 TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE EW-ITER2 TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE ABS-DIF TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE STALL-BEST TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           WRITE RESTART-LINE

           MOVE SPACES TO RESTART-LINE
           MOVE 1 TO RESTART-P
           STRING "AIT" DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-EW0 TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-EW1 TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-EW2 TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-ACC TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-ACC-PREV TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-DIF TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           MOVE AIT-ABS TO RESTART-NUM
           STRING " " RESTART-NUM DELIMITED BY SIZE
               INTO RESTART-LINE WITH POINTER RESTART-P
           WRITE RESTART-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE XI(I) TO RESTART-XI-NUM
               WRITE RESTART-LINE FROM RESTART-XI-NUM
           END-PERFORM
           CLOSE RESTARTF
           CALL "CBL_DELETE_FILE" USING RESTART-FILENAME
           CALL "CBL_RENAME_FILE" USING RESTART-TMPNAME
               RESTART-FILENAME
           .

      * Bildet den Namen der Trace-Datei (Ausgabedateiname ohne
      * ".txt", plus "_" und Datensatzname bzw. "satz<N>", plus
      * ".trace" - dasselbe Namensschema wie die Split-Ausgabedateien
      * die spaltenlose CRS-BAND Struktur, sonst wie bisher die
      * generische CRS-VALS/CRS-COLS/CRS-ROW-PTR Struktur
       MULTIPLY-STEP.
           IF ARITH-FLOAT
               CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                     CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                     OUT-VEKTOR, ABBRUCH, CRS-VALS-F, FLOAT-VEKTOR
               EXIT PARAGRAPH
           END-IF
           IF BAND-WIDTH > 0
               CALL "BandedMatrixVectorMultiply" USING CRS-BAND,
                     INPUT-VEKTOR, OUT-VEKTOR, ABBRUCH
      * Bildet das Skalarprodukt von XI und XK - mit Ueberlaufwaechter
      * auf dem Akkumulator, siehe OVF-KRIT
       DOT.
           IF ARITH-FLOAT
               PERFORM DOT-FLOAT
               EXIT PARAGRAPH
           END-IF
           MOVE 0.0 TO SCALAR
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-I OR OVF-FLAG = 1
      * Normalisiert den Vektor XK und schreibt ihn in direkt in XI
      * damit weiter iteriert werden kann.
       NORMALIZE.
           IF ARITH-FLOAT
               PERFORM NORMALIZE-FLOAT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SCALAR
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-I OR OVF-FLAG = 1
               END-PERFORM
           END-IF
           .

      * Gleitkomma-Fassung von DOT: Skalarprodukt von XI-F und XK-F
      * in COMP-2; erst die Uebergabe an das gepackte SCALAR (und
      * damit an EW) kann noch ueberlaufen - ein Eigenwert jenseits
      * von dreizehn Vorkommastellen (mehr fasst das EW-Feld des
      * Warehouse-Extrakts nicht) endet als getaggter Fehler wie
      * jeder andere Akkumulator-Ueberlauf
       DOT-FLOAT.
           MOVE 0 TO SCALAR-F
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
              COMPUTE SCALAR-F = SCALAR-F + XI-F(I) * XK-F(I)
           END-PERFORM
           COMPUTE SCALAR = SCALAR-F
               ON SIZE ERROR
                   MOVE 1 TO OVF-FLAG
                   MOVE 0 TO OVF-ROW
                   MOVE "DOT" TO OVF-PARA
           END-COMPUTE
           .

      * Gleitkomma-Fassung von NORMALIZE: XK-F normieren und nach
      * XI-F stellen, XI erhaelt die gepackte Kopie. Eine Norm von 0
      * (A * XI-F verschwindet) laesst XI-F stehen - EW ist dann 0
       NORMALIZE-FLOAT.
           MOVE 0 TO NORM-F
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
              COMPUTE NORM-F = NORM-F + XK-F(I) * XK-F(I)
           END-PERFORM
           IF NORM-F > 0
               COMPUTE NORM-F = NORM-F ** 0.5
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
                  COMPUTE XI-F(I) = XK-F(I) / NORM-F
                  MOVE XI-F(I) TO XI(I)
               END-PERFORM
           END-IF
           .

      * uebernimmt den (normierten) gepackten Startvektor XI nach
      * XI-F - zu Beginn und nach einem Neustart mit frischem
      * Zufallsvektor
       LOAD-FLOAT-XI.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
              MOVE XI(I) TO XI-F(I)
           END-PERFORM
           .
