           01 DEFL-I PIC 9(04) COMP-3.
           01 DEFL-J PIC 9(04) COMP-3.
           01 DEFL-K PIC 9(03) COMP-3.
      *    Rueckrechnung der Vektoren in EIGENLIST (Umordnung,
      *    Skalierung, Randbedingungen), siehe UNDO-LIST-VECTORS und
      *    EXPAND-FIXED-DOFS: Eintrag, Komponente, Norm und ein
      *    Zwischenvektor
           01 LV-K PIC 9(03) COMP-3.
           01 LV-I PIC 9(04) COMP-3.
           01 LV-NORM PIC S9(09)V9(16) COMP-3.
           01 LV-WORK-TABLE.
               05 LV-WORK PIC S9(06)V9(16) COMP-3 OCCURS 2000.
      *    Sicherung von RET-EW-GAP fuer den dominanten Eigenwert,
      *    siehe DEFLATION-LOOP
           01 DOMINANT-EW-GAP PIC S9(04)V9(09) COMP-3.
      *    bevor InverseIteration beide Felder mit dem Durchlauf fuer
      *    den betragskleinsten Eigenwert ueberschreibt, sowie die
      *    Betraege fuer den Quotienten
           01 COND-EW-MAX PIC S9(13)V9(16) COMP-3.
           01 COND-ITER-MAX PIC 9(06) COMP-3.
           01 COND-ABS-MAX PIC S9(13)V9(16) COMP-3.
           01 COND-ABS-MIN PIC S9(13)V9(16) COMP-3.
           01 COND-I PIC 9(04) COMP-3.
      *    Sicherung des dominanten Eigenvektors aus der
      *    Vectoriteration, bevor InverseIteration XI mit dem Vektor
           01 FIX-O2 PIC 9(04) COMP-3.
           01 FIX-K PIC 9(03) COMP-3.
           01 FIX-S PIC 9(02) COMP-3.
      *    Statische Kondensation (Option "master=", siehe
      *    GuyanReduction.cbl): Auftrag an das Programm ("APPLY" bzw.
      *    "EXPAND"), Merker wie FIX-APPLIED und Laufindex fuer die
      *    Umsetzung der Master in die fix=-reduzierte Nummerierung
           01 GUYAN-OP PIC X(08) VALUE SPACES.
           01 GUY-APPLIED PIC 9 VALUE 0.
           01 GUY-K PIC 9(03) COMP-3.
      *    Arbeitsfelder fuer SPLIT-COMPONENTS (split=components):
      *    Startvektor und Dimension der ganzen Matrix (die Matrix
      *    selbst liegt waehrenddessen in der im gewoehnlichen
      *    Problem ungenutzten MATRIXB), die Zeilennummern des
      *    gerade gerechneten Blocks, Fehl- und Nichtkonvergenz-
      *    zaehler der Bloecke und die erste Blockfehlermeldung, die
      *    am Ende fuer den ganzen Datensatz gilt
           01 SPL-SAVE-X-TABLE.
               05 SPL-SAVE-X PIC S9(06)V9(16) COMP-3 OCCURS 2000.
           01 SPL-MEMBER-TABLE.
               05 SPL-MEMBER PIC 9(04) COMP-3 OCCURS 2000.
           01 SPL-FULL-DIM PIC 9(04) COMP-3.
           01 SPL-N PIC 9(04) COMP-3.
           01 SPL-I PIC 9(04) COMP-3.
           01 SPL-J PIC 9(04) COMP-3.
           01 SPL-FAILS PIC 9(04) COMP-3.
           01 SPL-NOCONV PIC 9(04) COMP-3.
           01 SPL-X-SET PIC 9.
           01 SPL-ERRMSG PIC X(100).
           01 SPL-MSGCODE PIC X(07).
      *    Ergebnisname eines Blocks "<name>-K<k>": Anhang und die
      *    davor nutzbare Laenge des Datensatznamens
           01 SPL-SUFFIX PIC X(06).
           01 SPL-PART-DISP PIC ZZZ9.
           01 SPL-BASE-LEN PIC 9(02).
           01 SPL-SUF-LEN PIC 9(02).
      *    Arbeitsfelder fuer MULTI-MODE-RUN (Modusliste "mode=power,
      *    inverse,..."): der Name des Datensatzes ohne Modus-Anhang,
      *    Fehl- und Nichtkonvergenzzaehler der Eintraege und die erste
      *    Fehlermeldung. Matrix und Startvektor liegen wie bei
      *    SPLIT-COMPONENTS in MATRIXB bzw. SPL-SAVE-X (split= und der
      *    zweite Block sind mit einer Modusliste ausgeschlossen).
      *    MM-CRS-SKIP = 1, wenn der laufende Eintrag die CRS-Struktur
      *    eines frueheren Eintrags uebernimmt
           01 MM-BASE-NAME PIC X(30).
           01 MM-FAILS PIC 9(04) COMP-3.
           01 MM-NOCONV PIC 9(04) COMP-3.
           01 MM-ERRMSG PIC X(100).
           01 MM-MSGCODE PIC X(07).
           01 MM-CRS-SKIP PIC 9 VALUE 0.
           01 MM-CRS-PLAIN PIC 9 VALUE 0.
      *    Arbeitsfelder fuer PARTICIPATION-FACTORS (Option "edir="):
      *    die Zwischensummen x'Be, x'Bx und e'Be sowie der Laufindex
      *    und das Zeilen-Zwischenergebnis der dichten B-Produkte
      *    gemeinsamen WORK-MATRIX, wie bei der Deflation
           01 TOL-SAVE-XI-TABLE.
               05 TOL-SAVE-XI PIC S9(06)V9(16) COMP-3 OCCURS 2000.
           01 TOL-SAVE-EW PIC S9(13)V9(16) COMP-3.
           01 TOL-SAVE-ITER PIC 9(06) COMP-3.
           01 TOL-SAVE-RESID PIC S9(09)V9(16) COMP-3.
           01 TOL-SAVE-GAP PIC S9(04)V9(09) COMP-3.
           01 TOL-SAVE-BAND PIC 9(04).
           01 TOL-FACTOR PIC S9(03)V9(09) COMP-3.
           01 TOL-FACTOR-OFF PIC S9(03)V9(09) COMP-3.
           01 TOL-EW-MINUS PIC S9(13)V9(16) COMP-3.
           01 TOL-EW-PLUS PIC S9(13)V9(16) COMP-3.
           01 TOL-PASS PIC 9 COMP-3.
           01 TOL-OK PIC 9.
           01 TOL-I PIC 9(04) COMP-3.
      *    Residuum ||A*x - lambda*x||, siehe TRUE-RESIDUAL-CHECK)
           01 TR-I PIC 9(04) COMP-3.
           01 TR-J PIC 9(04) COMP-3.
           01 TR-RI PIC S9(13)V9(16) COMP-3.
           01 TR-NORM PIC S9(12)V9(09) COMP-3.
           01 TR-ROWSUM PIC S9(12)V9(09) COMP-3.
      *    komplexe Matrix (TRUE-RESIDUAL-COMPLEX): Imaginaerteil der
      *    Residuenkomponente und die Teilprodukte von lambda*x
           01 TR-RI-IM PIC S9(09)V9(16) COMP-3.
           01 TR-PROD-1 PIC S9(09)V9(16) COMP-3.
           01 TR-PROD-2 PIC S9(09)V9(16) COMP-3.
      *    Gleitkomma-Fassung bei ARITH-FLOAT: Residuenkomponente und
      *    Quadratsumme als COMP-2, da A*x dort den gepackten
      *    Zahlbereich verlassen darf
           01 TR-RI-F COMP-2.
           01 TR-NORM-F COMP-2.
      *    1 = MATRIX-IM ist leer; nach einem komplexen Datensatz
      *    wird die Tabelle vor dem naechsten Einlesen geloescht -
      *    reelle Laeufe zahlen die Initialisierung so nur einmal
           01 IM-CLEARED PIC 9 VALUE 0.
      *    Pruefwert der Grenzwertpruefung (Ingenieurwert, siehe
      *    LIMIT-GATE-CHECK)
           01 GATE-VALUE PIC S9(13)V9(09) COMP-3.
      *    Laufindizes und Tauschfeld fuer TRANSPOSE-MATRIX (Modus
      *    "LEFT")
           01 TRANS-I PIC 9(04) COMP-3.
      *    Arbeitsfelder fuer GERSHGORIN-CHECK: kleine Toleranz gegen
      *    COMP-3-Rundung an den Intervallgrenzen sowie
      *    anzeigefaehige Kopien fuer die Fehlermeldung
           01 GERSH-ABS-EW PIC S9(13)V9(16) COMP-3.
           01 GERSH-SLACK PIC S9(13)V9(16) COMP-3.
           01 GERSH-EW-DISP PIC -(13)9.9999.
           01 GERSH-LO-DISP PIC -(8)9.9999.
           01 GERSH-HI-DISP PIC -(8)9.9999.
      *    anzeigefaehige Kopie fuer die Meldung der Dominanzpruefung
           01 DOM-EW-DISP PIC -(13)9.9999.
      *    Modenform-Abgleich ueber WarmStart (Modus "MAC") und die
      *    anzeigefaehigen Kopien fuer die MODE-SWAP-Meldung
           01 WARM-OP PIC X(08) VALUE SPACES.
      *    Steuerfeld fuer das JSON-Ergebnisdokument des Laufs
      *    (ResultsJson.cbl): "CLEAR", "PAIR" oder "FINAL"
           01 JSON-OP PIC X(08) VALUE SPACES.
      *    Steuerfeld fuer die Aenderungslieferung des Warehouse-
      *    Extrakts, siehe ExtractDelta.cbl
           01 DELTA-OP PIC X(08) VALUE SPACES.
           01 MAC-DISP PIC 9.9(06).
           01 MAC-MIN-DISP PIC 9.9(04).
      *    Symmetrisierung (symfix=): Laufindizes, Differenz eines
      *    Paares und anzeigefaehige Kopien fuer die Fehlermeldung
           01 SYM-I PIC 9(04) COMP-3.
           01 SYM-J PIC 9(04) COMP-3.
           01 SYM-DIF PIC S9(09)V9(16) COMP-3.
           01 SYM-MAX-DISP PIC Z(5)9.9(06).
           01 SYM-ROW-DISP PIC 9(04).
           01 SYM-COL-DISP PIC 9(04).
           01 RECORD-NUM-DISP PIC ZZZZZ9.
      *    Steuerung fuer EquilibrateMatrix: "APPLY" vor dem
      *    CRS-Aufbau, "UNDO" nach der Iteration. SCALE-APPLIED
      *    veroeffentlichtes Ergebnis bestehen bleibt) und die
      *    Vergleichsgroessen
           01 MS-EW-TABLE.
               05 MS-EW PIC S9(13)V9(16) COMP-3 OCCURS 9 TIMES.
           01 MS-SAVE-XI-TABLE.
               05 MS-SAVE-XI PIC S9(06)V9(16) COMP-3 OCCURS 2000.
           01 MS-SAVE-EW PIC S9(13)V9(16) COMP-3.
           01 MS-SAVE-ITER PIC 9(06) COMP-3.
           01 MS-SAVE-RESID PIC S9(09)V9(16) COMP-3.
           01 MS-SAVE-CONVERGED PIC 9.
           01 MS-SAVE-XNORM PIC 9.
           01 MS-K PIC 9(02) COMP-3.
           01 MS-I PIC 9(04) COMP-3.
           01 MS-TOL PIC S9(13)V9(16) COMP-3.
           01 MS-ABS PIC S9(13)V9(16) COMP-3.
           01 MS-DIF PIC S9(13)V9(16) COMP-3.
           01 MS-MIN PIC S9(13)V9(16) COMP-3.
           01 MS-MAX PIC S9(13)V9(16) COMP-3.
      *    Zufallszahlen-Felder fuer die weiteren Startvektoren des
      *    Mehrfachstarts - gleiches Prinzip wie RANDOM-START-VECTOR
      *    in InputHandling.cbl
           COPY "VectorDim.cpy".
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "InputMatrixC.cpy".
      *    Imaginaerteile komplexer Matrixeintraege (a+bi, herm=1)
           COPY "InputMatrixIm.cpy".
           COPY "OutputVector.cpy".
      *    Gleitkomma-Arbeitsvektoren fuer "arithmetic=float" (nur
      *    TRUE-RESIDUAL-CHECK, die Iteration fuehrt ihre eigenen)
           COPY "FloatVector.cpy".
           COPY "FileNames.cpy".
           COPY "EigenList.cpy".
           COPY "RhsVector.cpy".
           COPY "PhaseTimes.cpy".
      *    Betriebseinstellungen des Laufs aus siteconfig.txt
           COPY "RunConfig.cpy".
      *    Verarbeitungsreihenfolge nach Prioritaetsklassen, siehe
      *    PriorityPlan.cbl
           COPY "PrioPlan.cpy".
      *    Restlaufzeit-Prognose fuer den Laufstatus, siehe
      *    RunProjection.cbl: Auftrag ("LOAD", "PLAN", "REMAIN"),
      *    Planplatz des aktuellen Datensatzes und die Rueckgaben
           01 PROJ-REQUEST.
               05 PROJ-OP PIC X(08).
               05 PROJ-POS PIC 9(06) COMP-3.
               05 PROJ-LEFT PIC 9(06) COMP-3.
               05 PROJ-REMAIN-CS PIC S9(10) COMP-3.
      *    ganze Tage beim Umrechnen der Prognose auf die Uhrzeit
           01 PROJ-DAYS PIC 9(04) COMP-3.
      *    Zahl der im Lauf abgebrochenen Dateipaare - mindestens eins
      *    macht den Endzustand im Laufstatus zu ABORTED
           01 PAIRS-ABORTED PIC 9(04) COMP-3 VALUE 0.
      *    Schwebeablage zurueckgewiesener Datensaetze und ihrer
      *    Wiedervorlage, siehe SuspenseStore.cbl
           COPY "Suspense.cpy".
      *    Sandkasten-Verzeichnisse einzelner Dateipaare (SANDBOX-
      *    Spalte in batch.txt), deren laufweite Dateien in diesem
      *    Lauf schon neu begonnen wurden - am Laufende setzt MAIN je
      *    Verzeichnis das JSON-Ergebnisdokument zusammen
           01 SBX-DIR-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 SBX-DIR-TABLE.
               05 SBX-DIR PIC X(60) OCCURS 20 TIMES.
           01 SBX-I PIC 9(04) COMP-3.
           01 SBX-HIT PIC 9(04) COMP-3.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Betriebseinstellungen des Laufs einmal beim Start laden -
      * ohne siteconfig.txt gelten die eingebauten Defaults
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
      * Sandkasten-Lauf (sandbox= in siteconfig.txt): alle Lauf-
      * Dateien gehen in dieses Verzeichnis, die produktiven bleiben
      * unberuehrt - siehe FileNames.cpy
           MOVE CFG-SANDBOX-DIR TO SANDBOX-DEFAULT
           MOVE CFG-SANDBOX-DIR TO SANDBOX-DIR
           MOVE CFG-SANDBOX-DIR TO RS-SANDBOX-DIR
           IF SANDBOX-DEFAULT NOT = SPACES
               CALL "CBL_CREATE_DIR" USING SANDBOX-DEFAULT
               DISPLAY "SANDBOX: Lauf im Sandkasten "
                   FUNCTION TRIM(SANDBOX-DEFAULT)
                   ", kein veroeffentlichtes Ergebnis"
           END-IF
           PERFORM TAKE-TIME
           MOVE TIME-NOW TO RUN-START-CS

           STRING RUN-STAMP(1:8) "-" RUN-STAMP(9:8)
               DELIMITED BY SIZE INTO RUN-ID
           DISPLAY "Laufkennung: " RUN-ID
      *    Laufstatus fuer die Ueberwachung (RunStatus.cbl) mit
      *    Kennung und Startzeit versorgen
           MOVE RUN-ID TO RS-RUN-ID
           MOVE RUN-START-CS TO RS-START-CS
           PERFORM BUILD-CONFIG-ECHO

      * Stapelbericht des Laufs neu beginnen
           CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH, MATRIX,
                FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS, CRS-ROW-PTR,
                RHS-MULTI

      * JSON-Ergebnisdokument des Laufs (run-<laufkennung>.json)
      * neu beginnen - Kopf, Paarliste und Datensatzobjekte sammeln
      * sich bis zum Laufende, siehe ResultsJson.cbl
           MOVE "CLEAR" TO JSON-OP
           CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH, FILE-NAMES,
                EIGENLIST, JSON-OP
           MOVE "FINE" TO ERRORMSG
           MOVE 0 TO NO-MORE-PAIRS

            IF PAIRS-AVAILABLE THEN
             DISPLAY "Dateipaar: " INPUT-FILENAME " -> "
                 OUTPUT-FILENAME
      *      Sandkasten-Paar: eigene laufweite Dateien beginnen
             PERFORM SANDBOX-PAIR-START
      *      Paar in die Paarliste des JSON-Ergebnisdokuments
             MOVE "PAIR" TO JSON-OP
             CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH,
                  FILE-NAMES, EIGENLIST, JSON-OP

      *      Lieferung des Paars (WAITFOR-Spalte in batch.txt) bis zum
      *      Fristende nicht eingetroffen: das Paar laeuft nicht gegen
      *      den Vortagsstand, sondern wird gemeldet und gebucht
             IF PAIR-NOT-DELIVERED = 1
                 PERFORM BOOK-UNDELIVERED-PAIR
             ELSE
      *          Laufarbitrierung: Sperre auf das AUSGABEZIEL nehmen -
      *          schreibt dort gerade ein anderer Lauf, wird das Paar
      *          mit klarer Meldung verweigert statt die Dateien
      *          ineinander zu schieben (siehe RunLock.cbl; die
      *          Partitionierung teilt sich bewusst die Eingabe, daher
      *          haengt die Sperre am Ausgabeziel)
                 MOVE "ACQUIRE" TO LOCK-OP
                 CALL "RunLock" USING FILE-NAMES, LOCK-OP, LOCK-GRANTED
                 IF LOCK-GRANTED = 0
                     MOVE "GESPERRT" TO PAIR-STATUS
                     MOVE 0 TO TOTAL-DATASETS
                     MOVE 0 TO TOTAL-ERRORS
                     MOVE "PAIR" TO REPORT-OP
                     CALL "BatchReport" USING FILE-NAMES, REPORT-OP,
                          PAIR-STATUS, TOTAL-DATASETS, TOTAL-ERRORS
                 ELSE

                 MOVE 0 TO RET-OUT-FAILED
      * output datei des aktuellen Paars leeren
                 MOVE "CLEAR" TO ERRORMSG
                 CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH,
                      MATRIX, FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, RHS-MULTI
                 MOVE "FINE" TO ERRORMSG
                 MOVE 0 TO END-DATA
                 MOVE 0 TO TOTAL-DATASETS
                 MOVE 0 TO TOTAL-ERRORS
                 MOVE 0 TO TOTAL-SKIPPED
                 MOVE "OK" TO PAIR-STATUS
      *      Schutzschalter des neuen Paars zuruecksetzen
                 MOVE 0 TO PAIR-HALTED
                 MOVE 0 TO FIRSTK-SEEN
                 MOVE 0 TO FIRSTK-FAILS
                 MOVE 0 TO BRK-GRP-COUNT
      *      Liess sich schon die Ausgabedatei des Paars nicht leeren,
      *      ist jeder weitere Schreibversuch zwecklos - das Paar wird
      *      abgebrochen, der Lauf macht mit dem naechsten weiter
                 IF OUTPUT-FAILED
                     DISPLAY "Ausgabedatei des Paars nicht "
                         "beschreibbar - Paar wird uebersprungen"
                     MOVE "ABGEBROCHEN" TO PAIR-STATUS
                     MOVE 1 TO END-DATA
      *          das verlorene Paar soll im RETURN-CODE des Laufs
      *          sichtbar sein, auch wenn kein einzelner Datensatz
      *          verarbeitet wurde
                     ADD 1 TO TOTAL-ERRORS
                 END-IF

      * Liefereingangskontrolle: liegt neben der Eingabedatei ein
      * Manifest (<eingabe>.manifest), wird die Lieferung VOR dem
      * ersten Datensatz dagegen geprueft - eine kurze oder falsche
      * Lieferung verweigert das ganze Paar mit errors.txt-Eintrag
      * und Alarmsatz, statt still weniger Reportbloecke zu erzeugen
                 IF END-DATA = 0
                     MOVE SPACES TO DATASET-NAME
                     MOVE 0 TO RECORD-NUM
                     CALL "ManifestCheck" USING FILE-NAMES, ABBRUCH
                     IF ERRORMSG NOT = "FINE"
                         CALL "OutputHandling" USING INPUT-VEKTOR,
                              ABBRUCH, MATRIX, FILE-NAMES, EIGENLIST,
                              CRS-VALS, CRS-COLS, CRS-ROW-PTR, RHS-MULTI
                         MOVE "ALERT" TO ALERT-OP
                         MOVE "LIEFERUNG" TO ALERT-COND
                         MOVE "Manifest-Abgleich fehlgeschlagen" TO
                             ALERT-DETAIL
                         CALL "AlertWriter" USING FILE-NAMES, ABBRUCH,
                              ALERT-OP, ALERT-COND, ALERT-DETAIL
                         DISPLAY "Lieferung passt nicht zum Manifest -"
                             " Paar wird verweigert"
                         MOVE "ABGEBROCHEN" TO PAIR-STATUS
                         MOVE 1 TO END-DATA
                         ADD 1 TO TOTAL-ERRORS
                         MOVE "FINE" TO ERRORMSG
                     END-IF
                 END-IF

      * Zeitenhistorie fuer die Restlaufzeit-Prognose des
      * Laufstatus lesen - vor dem Leeren, danach steht im
      * Laufzeitprotokoll nur noch der heutige Lauf
                 MOVE "LOAD" TO PROJ-OP
                 CALL "RunProjection" USING FILE-NAMES, PRIO-PLAN,
                      PROJ-REQUEST

      * Laufzeitprotokoll dieses Dateipaars leeren und die
      * Paarsumme zuruecksetzen
                 MOVE 0 TO PT-PAIR-CS
                 MOVE "CLEAR" TO RUNLOG-OP
                 CALL "RunLog" USING FILE-NAMES, ABBRUCH, PHASE-TIMES,
                      RUNLOG-OP

      * Fortschritt eines fruehren, abgebrochenen Laufs fuer dieses
      * Dateipaar laden - liefert 0, falls keine Fortschrittsdatei
      * vorhanden ist, also ein ganz normaler Start von vorn
                 MOVE "LOAD" TO CHECKPOINT-MODE
                 MOVE 0 TO CHECKPOINT-COUNT
                 CALL "CheckpointControl" USING FILE-NAMES,
                      CHECKPOINT-MODE, CHECKPOINT-COUNT
      * PARTITION-START verschiebt den Startpunkt dieses Prozesses in
      * input.txt (siehe FileNames.cpy), CHECKPOINT-COUNT zaehlt darauf
      * aufsetzend die innerhalb dieser Partition bereits erfolgreich
      * abgeschlossenen Datensaetze - ein Neustart nach Absturz faengt
      * so wieder am richtigen Punkt der Partition an, nicht am Anfang
      * der Gesamtdatei
                 COMPUTE SKIP = PARTITION-START + CHECKPOINT-COUNT
                 MOVE SKIP TO PAIR-START-SKIP
                 MOVE 0 TO RETRY-COUNT

      * Prioritaetsklassen: tragen die Datensaetze des Paars
      * "priority="-Zeilen, die von der Dateifolge abweichen, liest
      * das Paar sie in Klassenfolge (1 zuerst) - jeder Datensatz
      * wird dann gezielt per SKIP angefahren wie in der
      * Wiederholungsrunde. Der Checkpoint zaehlt die erledigten
      * Datensaetze dieser Reihenfolge, ein Neustart setzt also
      * hinter dem letzten erledigten Planplatz wieder auf
                 MOVE 0 TO PP-ACTIVE
                 IF END-DATA = 0
                     CALL "PriorityPlan" USING FILE-NAMES, PRIO-PLAN
                     MOVE "PLAN" TO PROJ-OP
                     CALL "RunProjection" USING FILE-NAMES, PRIO-PLAN,
                          PROJ-REQUEST
                     IF PP-ACTIVE = 1
                         COMPUTE PP-POS = CHECKPOINT-COUNT + 1
                         IF PP-POS > PP-COUNT
                             MOVE 1 TO END-DATA
                         END-IF
                     END-IF
                 END-IF

                 PERFORM UNTIL END-DATA = 1
                  DISPLAY "================================="
                  PERFORM DATASET-DEFAULTS

                  IF PP-ACTIVE = 1
                      CANCEL "InputHandling"
                      MOVE PP-ORD(PP-POS) TO SKIP
                      DISPLAY "Prioritaetsklasse " PP-PRIO(PP-POS)
                          ", Datensatz-Index " SKIP
                  END-IF
                  DISPLAY "Processing input..."
                  CALL "InputHandling" USING INPUT-VEKTOR, ABBRUCH,
                  MATRIX, MATRIXB, SKIP, NO-MORE-DATA, FILE-NAMES,
                  RHS-VEKTOR,
                  RHS-MULTI, EDIR-VEKTOR, TRIPLET-STORE, SEEN-NAMES,
                  MATRIXC, MATRIX-IM
                  PERFORM ELAPSED-TIME
                  MOVE TIME-ELAPSED TO PT-INPUT-CS

                  IF DATA-EXHAUSTED THEN
      *        Datei durchgelaufen, kein weiterer Datensatz vorhanden -
      *        sauberes Ende der Stapelverarbeitung
                    MOVE 1 TO END-DATA
                ELSE
      *         Laufstatus: neuer Datensatz
                    PERFORM UPDATE-RUN-STATUS
      *         Blocknummer des Datensatzes in der Eingabedatei - die
      *         Freigabeablage kopiert den Block bei einem Halt
                    IF PP-ACTIVE = 1
                        MOVE PP-ORD(PP-POS) TO BLOCK-ORD
                    ELSE
                        COMPUTE BLOCK-ORD = PAIR-START-SKIP
                            + TOTAL-DATASETS
                    END-IF

      *         Schutzschalter: ist das Paar (oder die Gruppe dieses
      *         Datensatzes) nach einem Lieferdefekt angehalten,
      *         wird der Block nur noch als ANGEHALTEN verbucht
      *         statt kostspielig validiert und iteriert
                    MOVE 0 TO DS-HALTED
                    IF (CFG-BREAK-FIRST > 0 OR CFG-BREAK-GROUP > 0)
                       AND DATASET-NOT-SKIPPED AND ERRORMSG = "FINE"
                        PERFORM CHECK-BREAKER-BEFORE
                    END-IF
                    IF DS-HALTED = 1
                        PERFORM MARK-DATASET-HALTED
                    END-IF

      *         Verkettung (chain=): den konvergierten Eigenvektor
      *         eines frueheren Datensatzes dieses Laufs als
      *         nahezu identischen Matrizen spart das den Grossteil
      *         der Iterationen, ohne das veroeffentlichte Ergebnis
      *         je Schritt zu veraendern
                    IF CHAIN-NAME NOT = SPACES AND ERRORMSG = "FINE"
                       AND DATASET-NOT-SKIPPED
                        PERFORM SEED-FROM-CHAIN
                    END-IF

      *         Ergebnis-Wiederverwendung (memo= der Site-
      *         Konfiguration): traegt der inhaltsbasierte Bestand
      *         ein Treffer wuerde deren Beiwerk stillschweigend
      *         unterschlagen (bzw. beim Scan sogar den falschen
      *         Eigenwert veroeffentlichen)
                    IF CFG-MEMO = 1 AND ERRORMSG = "FINE"
                       AND DATASET-NOT-SKIPPED
                       AND ITER-MODE = "POWER" AND GENERALIZED-DISABLED
                       AND FIX-COUNT = 0 AND TOPK = 1
                       AND MASTER-COUNT = 0 AND COMP-SPLIT-DISABLED
                       AND SSTEP-VALUE = 0 AND TOL-PCT = 0
                       AND REAL-DATA AND MODE-LIST-COUNT < 2
                        MOVE "LOOKUP" TO MEMO-OP
                        CALL "MemoStore" USING MATRIX, INPUT-VEKTOR,
                             ABBRUCH, FILE-NAMES, MEMO-OP
                    END-IF

                    IF MEMO-REUSED
                        PERFORM PUBLISH-MEMO-RESULT
                    ELSE
      *         der gesamte Verarbeitungskern eines Datensatzes
      *         (Validierung bis Ausgabe) steht in PROCESS-DATASET-
      *         CORE, damit die Wiederholungsrunde am Paarende
      *         denselben Weg nutzen kann wie die Hauptschleife
      *         split=components: jeder Zusammenhangsblock als
      *         eigener Teil-Datensatz, siehe SPLIT-COMPONENTS
      *         Modusliste: jeder Modus als eigener Durchlauf auf
      *         derselben Matrix, siehe MULTI-MODE-RUN
                    IF COMP-SPLIT-ENABLED AND ERRORMSG = "FINE"
                       AND DATASET-NOT-SKIPPED
                        PERFORM SPLIT-COMPONENTS
                    ELSE
                    IF MODE-LIST-COUNT > 1 AND ERRORMSG = "FINE"
                       AND DATASET-NOT-SKIPPED
                        PERFORM MULTI-MODE-RUN
                    ELSE
                        PERFORM PROCESS-DATASET-CORE
                    END-IF
                    END-IF

      *         konvergierten Eigenvektor fuer spaetere chain=-Bloecke
      *         dieses Laufs vorhalten
                    IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                       AND DATASET-NAME NOT = SPACES
                       AND ITER-CONVERGED
                       AND ITER-MODE NOT = "VALIDATE"
                       AND ITER-MODE NOT = "SOLVE" AND NOT MODE-LSQ
                       AND REAL-DATA AND COMP-SPLIT-DISABLED
                       AND MODE-LIST-COUNT < 2
                        PERFORM NOTE-CHAIN-RESULT
                    END-IF

      *         ein frisch konvergiertes POWER-Ergebnis in den
      *         Wiederverwendungsbestand legen - der naechste
      *         seines ERSTEN Scan-Schritts unter demselben
      *         Schluessel ein, den ein schlichter POWER-Lauf
      *         derselben Matrix nachschlaegt
                    IF CFG-MEMO = 1 AND ERRORMSG = "FINE"
                       AND DATASET-NOT-SKIPPED
                       AND ITER-MODE = "POWER" AND GENERALIZED-DISABLED
                       AND FIX-COUNT = 0 AND ITER-CONVERGED
                       AND MASTER-COUNT = 0 AND COMP-SPLIT-DISABLED
                       AND TOPK = 1 AND SSTEP-VALUE = 0
                       AND TOL-PCT = 0 AND REAL-DATA
                       AND OUTPUT-OK AND MODE-LIST-COUNT < 2
                        MOVE "SAVE" TO MEMO-OP
                        CALL "MemoStore" USING MATRIX, INPUT-VEKTOR,
                             ABBRUCH, FILE-NAMES, MEMO-OP
                    END-IF
                    END-IF

      *         Schutzschalter fortschreiben: Fehlschlag-Straehne der
      *         ersten K Datensaetze und Fehlerzaehlung je Gruppe -
      *         ein Ausloesen haelt das Paar bzw. die Gruppe an
                    IF (CFG-BREAK-FIRST > 0 OR CFG-BREAK-GROUP > 0)
                       AND DATASET-NOT-SKIPPED
                        PERFORM NOTE-BREAKER-OUTCOME
                    END-IF

      *         Ausgabedatei-Fehler: Ergebnis dieses Datensatzes
      *         konnte nicht geschrieben werden - das Paar wird
      *         abgebrochen, der Lauf macht mit dem naechsten
      *         Dateipaar weiter
                    IF OUTPUT-FAILED THEN
                        DISPLAY "Ausgabedatei-Fehler - Paar wird"
                            " abgebrochen"
                        MOVE "ABGEBROCHEN" TO PAIR-STATUS
                        MOVE 1 TO END-DATA
                        MOVE "ALERT" TO ALERT-OP
                        MOVE "PAARABBRUCH" TO ALERT-COND
                        MOVE "Ausgabedatei nicht schreibbar" TO
                            ALERT-DETAIL
                        CALL "AlertWriter" USING FILE-NAMES, ABBRUCH,
                             ALERT-OP, ALERT-COND, ALERT-DETAIL
                    END-IF

                    ADD 1 TO TOTAL-DATASETS
                    IF DATASET-SKIPPED THEN
                        ADD 1 TO TOTAL-SKIPPED
                    END-IF
      *         Kandidaten fuer die Wiederholungsrunde am Paarende:
      *         fehlgeschlagene und nicht konvergierte Datensaetze
      *         (ausser bewusst uebersprungenen)
                    IF DATASET-NOT-SKIPPED AND OUTPUT-OK
                       AND (ERRORMSG NOT = "FINE"
                            OR (ITER-NOT-CONVERGED
                                AND ITER-MODE NOT = "VALIDATE"
                                AND ITER-MODE NOT = "SOLVE"
                                AND NOT MODE-LSQ))
                       AND RETRY-COUNT < 50 THEN
                        ADD 1 TO RETRY-COUNT
                        IF PP-ACTIVE = 1
                            MOVE PP-ORD(PP-POS) TO RT-ORD(RETRY-COUNT)
                        ELSE
                            COMPUTE RT-ORD(RETRY-COUNT) =
                                PAIR-START-SKIP + TOTAL-DATASETS - 1
                        END-IF
                        MOVE DATASET-NAME TO RT-NAME(RETRY-COUNT)
                        IF ERRORMSG NOT = "FINE"
                            MOVE 1 TO RT-WAS-ERROR(RETRY-COUNT)
                        ELSE
                            MOVE 0 TO RT-WAS-ERROR(RETRY-COUNT)
                        END-IF
                    END-IF
      *         Schwebeablage: an Eingabe oder Validierung
      *         gescheiterte Bloecke zur Korrektur ablegen, in der
      *         Wiedervorlage den freigegebenen Eintrag schliessen
                    IF DATASET-NOT-SKIPPED AND OUTPUT-OK
                        PERFORM SUSPENSE-BOOKING
                    END-IF
                    IF ERRORMSG NOT = "FINE" OR OUTPUT-FAILED THEN
                        ADD 1 TO TOTAL-ERRORS
      *             konfigurierbare Fehleranzahl-Schwelle: genau beim
      *             Erreichen einen Alarmsatz ablegen
                        IF CFG-ALERT-ERRORS > 0 AND
                           GRAND-TOTAL-ERRORS + TOTAL-ERRORS =
                               CFG-ALERT-ERRORS
                            MOVE "ALERT" TO ALERT-OP
                            MOVE "FEHLERLIMIT" TO ALERT-COND
                            MOVE CFG-ALERT-ERRORS TO ALERT-ERR-DISP
                            MOVE SPACES TO ALERT-DETAIL
                            STRING "Fehleranzahl erreicht: "
                                FUNCTION TRIM(ALERT-ERR-DISP)
                                DELIMITED BY SIZE INTO ALERT-DETAIL
                            CALL "AlertWriter" USING FILE-NAMES,
                                 ABBRUCH, ALERT-OP, ALERT-COND,
                                 ALERT-DETAIL
                        END-IF
                    ELSE
      *             Datensatz erfolgreich abgeschlossen - Fortschritt
      *             sichern, damit ein Neustart erst danach ansetzt
                        ADD 1 TO CHECKPOINT-COUNT
                        MOVE "SAVE" TO CHECKPOINT-MODE
                        CALL "CheckpointControl" USING FILE-NAMES,
                             CHECKPOINT-MODE, CHECKPOINT-COUNT
                    END-IF

      *         Batchfenster-Grenze: zwischen den Datensaetzen - der
      *         Checkpoint des soeben abgeschlossenen Datensatzes ist
      *         Uhrzeit oder die Hoechstlaufzeit erreicht ist; wenn
      *         ja, endet das Paar hier sauber und der Scheduler
      *         bekommt den Wiederaufnahme-RETURN-CODE
                    IF CFG-DEADLINE-HHMM > 0 OR CFG-MAX-MINUTES > 0
                        PERFORM DEADLINE-CHECK
                        IF WINDOW-PARTIAL
                            MOVE 1 TO END-DATA
                        END-IF
                    END-IF

      *         Stoppanforderung des Operators: direkt nach dem
      *         gesicherten Checkpoint ist der natuerliche Punkt, die
      *         Maschine sofort und trotzdem sauber freizugeben -
      *         der naechste Lauf setzt per Checkpoint genau hier
      *         wieder auf
                    PERFORM STOP-REQUEST-CHECK
                    IF OPERATOR-PAUSED
                        MOVE 1 TO END-DATA
                    END-IF

      *         Partitionsgrenze erreicht: dieser Prozess bearbeitet
      *         nur PARTITION-LIMIT Datensaetze ab PARTITION-START,
      *         der Rest von input.txt gehoert einem anderen,
      *         gleichzeitig laufenden Prozess - siehe FileNames.cpy
                    IF PARTITION-LIMIT > 0 AND
                       TOTAL-DATASETS >= PARTITION-LIMIT THEN
                        MOVE 1 TO END-DATA
                    END-IF
      *         Prioritaetsfolge: naechster Planplatz, nach dem
      *         letzten ist das Paar durch
                    IF PP-ACTIVE = 1
                        ADD 1 TO PP-POS
                        IF PP-POS > PP-COUNT
                            MOVE 1 TO END-DATA
                        END-IF
                    END-IF
                END-IF
                DISPLAY "================================="
                 END-PERFORM
      * nach gezieltem Anfahren steht InputHandling mitten in der
      * Datei - fuer das naechste Paar frisch zuruecksetzen
                 IF PP-ACTIVE = 1
                     CANCEL "InputHandling"
                 END-IF

      * Wiederholungsrunde fuer die Fehlschlaege des Paars - nur im
      * regulaeren Paarende, nicht nach Fenster-/Pause-/Ausgabedatei-
      * Abbruch
                 IF RETRY-COUNT > 0 AND OUTPUT-OK
                    AND WINDOW-NOT-REACHED AND NOT-OPERATOR-PAUSED
                     PERFORM RETRY-SWEEP
                 END-IF

      * Dateipaar vollstaendig durchgelaufen (echtes Dateiende ohne
      * Absturz) - die Fortschrittsdatei wird nicht mehr gebraucht und
      * fuer einen etwaigen spaeteren Lauf auf denselben Namen
      * geleert. Beim Fenster-Abbruch bleibt sie dagegen stehen,
      * genau sie ist der Wiederaufnahmepunkt des Abendlaufs
                 IF WINDOW-NOT-REACHED AND NOT-OPERATOR-PAUSED
                     MOVE "RESET" TO CHECKPOINT-MODE
                     CALL "CheckpointControl" USING FILE-NAMES,
                          CHECKPOINT-MODE, CHECKPOINT-COUNT
                 END-IF
      * Wiedervorlage vollstaendig durchgelaufen - die verarbeiteten
      * Bloecke aus resubmit.txt nehmen; was Blockeditoren waehrend
      * des Laufs neu freigegeben haben, bleibt fuer den naechsten
                 IF PAIR-RESUBMIT = 1 AND WINDOW-NOT-REACHED
                    AND NOT-OPERATOR-PAUSED
                    AND PAIR-STATUS NOT = "ABGEBROCHEN"
                     IF PP-ACTIVE = 1
                         MOVE PP-COUNT TO SUSP-ORD
                     ELSE
                         COMPUTE SUSP-ORD = PAIR-START-SKIP
                             + TOTAL-DATASETS
                     END-IF
                     MOVE "RESUBDONE" TO SUSP-OP
                     CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                          SUSP-REQUEST
                 END-IF

      * Zusammenfassung des aktuellen Paars an sein output.txt
      * anhaengen - jedes Paar bekommt seine eigene Zusammenfassung,
      * da es sich um getrennte Ausgabedateien handelt
                 MOVE TOTAL-DATASETS TO SUMMARY-TOTAL
                 MOVE TOTAL-ERRORS TO SUMMARY-ERRORS
                 MOVE TOTAL-SKIPPED TO SUMMARY-SKIPPED
      *      bei einem Ausgabedatei-Fehler ist auch die
      *      Zusammenfassung nicht mehr schreibbar
                 IF OUTPUT-OK
                     MOVE "SUMMARY" TO ERRORMSG
                     CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH,
                          MATRIX, FILE-NAMES, EIGENLIST, CRS-VALS,
                          CRS-COLS, CRS-ROW-PTR, RHS-MULTI
                 END-IF

      *      Ausgang des Paars in den Stapelbericht
                 IF WINDOW-PARTIAL
                     MOVE "TEILLAUF" TO PAIR-STATUS
                 END-IF
                 IF OPERATOR-PAUSED
                     MOVE "PAUSIERT" TO PAIR-STATUS
                 END-IF
                 IF PAIR-STATUS = "ABGEBROCHEN"
                     ADD 1 TO PAIRS-ABORTED
                 END-IF
                 MOVE "PAIR" TO REPORT-OP
                 CALL "BatchReport" USING FILE-NAMES, REPORT-OP,
                      PAIR-STATUS, TOTAL-DATASETS, TOTAL-ERRORS
      *      ein Sandkasten-Paar im produktiven Lauf zaehlt weder in
      *      die Schlusszeile noch in den RETURN-CODE
                 IF SANDBOX-DIR = SANDBOX-DEFAULT
                     ADD TOTAL-DATASETS TO GRAND-TOTAL-DATASETS
                 END-IF

      * Abschlusssumme des Laufzeitprotokolls dieses Dateipaars
                 MOVE "PAIRTOT" TO RUNLOG-OP
                 CALL "RunLog" USING FILE-NAMES, ABBRUCH, PHASE-TIMES,
                      RUNLOG-OP
                 IF SANDBOX-DIR = SANDBOX-DEFAULT
                     ADD TOTAL-ERRORS TO GRAND-TOTAL-ERRORS
                 END-IF

      * beim Fenster-Abbruch oder einer Operator-Pause keine weiteren
      * Dateipaare mehr beginnen
                 IF WINDOW-PARTIAL OR OPERATOR-PAUSED
                     MOVE 1 TO NO-MORE-PAIRS
                 END-IF

      *          Sperre des Paars wieder freigeben - das Ausgabeziel
      *          gehoert ab jetzt dem naechsten Interessenten
                 MOVE "RELEASE" TO LOCK-OP
                 CALL "RunLock" USING FILE-NAMES, LOCK-OP, LOCK-GRANTED
                 END-IF
             END-IF
            END-IF
           END-PERFORM
      *    die laufweiten Abschlussdateien folgen wieder dem Lauf,
      *    nicht dem zuletzt bearbeiteten Paar
           MOVE SANDBOX-DEFAULT TO SANDBOX-DIR
           MOVE 0 TO RS-PAIR-SANDBOX

      *    uebersprungene batch.txt Zeilen des Laufs ausweisen
           IF BATCH-SKIPPED > 0
               DISPLAY "Uebersprungene Dateipaare (Bedingungsspalte): "
                   BATCH-SKIPPED
           END-IF
           IF BATCH-UNDELIVERED > 0
               DISPLAY "Dateipaare ohne Lieferung (WAITFOR): "
                   BATCH-UNDELIVERED
           END-IF

      *    Schlusszeile des Stapelberichts mit den Gesamtzahlen
           MOVE "FINAL" TO REPORT-OP
                FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS, CRS-ROW-PTR,
                RHS-MULTI

      *    Aenderungslieferung: extract.txt gegen den Sendestand auf
      *    neue/geaenderte Ergebnisse und Loeschsaetze verkuerzen
      *    (extract=delta|refresh in siteconfig.txt). Partitionierte
      *    Laeufe erledigt das PartitionMerge.cbl nach dem Mischen;
      *    ein unterbrochener Lauf schickt noch keine Loeschsaetze.
      *    Ein Sandkasten-Lauf liefert nichts aus
           IF PARTITION-START = 0 AND PARTITION-LIMIT = 0
              AND SANDBOX-DEFAULT = SPACES
               IF WINDOW-PARTIAL OR OPERATOR-PAUSED
                   MOVE "PARTIAL" TO DELTA-OP
               ELSE
                   MOVE "COMPLETE" TO DELTA-OP
               END-IF
               CALL "ExtractDelta" USING RUN-CONFIG, DELTA-OP
           END-IF

      *    JSON-Ergebnisdokument zusammensetzen - partitionierte
      *    Laeufe ueberlassen das PartitionMerge.cbl
           MOVE "FINAL" TO JSON-OP
           CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH, FILE-NAMES,
                EIGENLIST, JSON-OP
      *    ebenso das Dokument jedes Sandkasten-Verzeichnisses
      *    einzelner Dateipaare
           PERFORM VARYING SBX-I FROM 1 BY 1 UNTIL SBX-I > SBX-DIR-COUNT
               MOVE SBX-DIR(SBX-I) TO SANDBOX-DIR
               CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH,
                    FILE-NAMES, EIGENLIST, JSON-OP
           END-PERFORM
           MOVE SANDBOX-DEFAULT TO SANDBOX-DIR

      *    RETURN-CODE-Konvention fuer den aufrufenden Job/Scheduler:
      *      0        jeder Datensatz ueber alle Dateipaare mit
      *               ERRORMSG = "FINE" durchgelaufen
               MOVE 120 TO RETURN-CODE
           END-IF

      *    Endzustand in den Laufstatus - er bleibt nach dem Lauf
      *    stehen. Fenster und Pause haben Vorrang, ein abgebrochenes
      *    Dateipaar macht einen sonst regulaer beendeten Lauf zu
      *    ABORTED
           MOVE GRAND-TOTAL-DATASETS TO RS-DONE
           MOVE GRAND-TOTAL-ERRORS TO RS-FAILED
           EVALUATE TRUE
               WHEN WINDOW-PARTIAL
                   MOVE "DEADLINE" TO RS-STATE
               WHEN OPERATOR-PAUSED
                   MOVE "STOPPED" TO RS-STATE
               WHEN PAIRS-ABORTED > 0
                   MOVE "ABORTED" TO RS-STATE
               WHEN OTHER
                   MOVE "COMPLETED" TO RS-STATE
                   MOVE 0 TO RS-REMAINING
                   MOVE 1 TO RS-REMAIN-KNOWN
           END-EVALUATE
           MOVE "FINAL" TO RS-EVENT
           CALL "RunStatus" USING ABBRUCH

            STOP RUN.

      * formatiert die wirksame Konfiguration des Laufs fuer den
           STRING " sprache=" RUN-LANGUAGE
               " duplikate=" DUP-POLICY DELIMITED BY SIZE
               INTO RUN-CONFIG-ECHO WITH POINTER ECHO-P
           IF CFG-SANDBOX-DIR NOT = SPACES
               STRING " sandbox=" FUNCTION TRIM(CFG-SANDBOX-DIR)
                   DELIMITED BY SIZE
                   INTO RUN-CONFIG-ECHO WITH POINTER ECHO-P
           END-IF
           DISPLAY RUN-CONFIG-ECHO
           .

      *            Startindex wieder ab Dateianfang zaehlt
                   CANCEL "InputHandling"
                   MOVE RT-ORD(RT-I) TO SKIP
                   MOVE RT-ORD(RT-I) TO BLOCK-ORD
                   PERFORM DATASET-DEFAULTS
                   MOVE RT-ATT TO RETRY-ATTEMPT
                   DISPLAY "Wiederholung " RT-ATT " von 3 fuer "
                   CALL "InputHandling" USING INPUT-VEKTOR, ABBRUCH,
                        MATRIX, MATRIXB, SKIP, NO-MORE-DATA,
                        FILE-NAMES, RHS-VEKTOR, RHS-MULTI,
                        EDIR-VEKTOR, TRIPLET-STORE, SEEN-NAMES,
                        MATRIXC, MATRIX-IM
                   PERFORM ELAPSED-TIME
                   MOVE TIME-ELAPSED TO PT-INPUT-CS
                   IF DATA-AVAILABLE
      *                Laufstatus: Restzahl sind die noch offenen
      *                Kandidaten, eine Zeitprognose gibt es fuer
      *                Wiederholungen nicht
                       MOVE RT-ORD(RT-I) TO RS-DS-INDEX
                       COMPUTE RS-DONE = GRAND-TOTAL-DATASETS
                           + TOTAL-DATASETS
                       COMPUTE RS-FAILED = GRAND-TOTAL-ERRORS
                           + TOTAL-ERRORS
                       COMPUTE RS-REMAINING = RETRY-COUNT - RT-I
                       MOVE 1 TO RS-REMAIN-KNOWN
                       MOVE -1 TO RS-PROJ-END-CS
                       MOVE 0 TO RS-ITER
                       MOVE "DATASET" TO RS-EVENT
                       CALL "RunStatus" USING ABBRUCH
      *                Eskalation: frischer Zufallsstart und
      *                doppeltes Iterationslimit, im letzten Versuch
      *                zusaetzlich der Wechsel auf die inverse
                       COMPUTE N = N * 2
                       IF RT-ATT = 3 AND ITER-MODE = "POWER"
                          AND GENERALIZED-DISABLED
                          AND SHIFT-VALUE = 0 AND REAL-DATA
                           MOVE "INVERSE" TO ITER-MODE
                       END-IF
                       IF COMP-SPLIT-ENABLED AND ERRORMSG = "FINE"
                          AND DATASET-NOT-SKIPPED
                           PERFORM SPLIT-COMPONENTS
                       ELSE
                       IF MODE-LIST-COUNT > 1 AND ERRORMSG = "FINE"
                          AND DATASET-NOT-SKIPPED
                           PERFORM MULTI-MODE-RUN
                       ELSE
                           PERFORM PROCESS-DATASET-CORE
                       END-IF
                       END-IF
                       IF ERRORMSG = "FINE" AND OUTPUT-OK
                          AND (ITER-CONVERGED
                               OR ITER-MODE = "VALIDATE")
           CANCEL "InputHandling"
           .

      * Schwebeablage je verarbeitetem Datensatz: Eingabe- und
      * Validierungsfehler (Meldungscode INP-/VAL-) werden samt
      * Block abgelegt - numerische Fehlschlaege nicht, die sind
      * keine Frage einer Korrektur der Lieferung. Im Wiedervorlage-
      * Paar wird danach der Eintrag geschlossen, aus dem dieser
      * Block freigegeben wurde - mit dem heutigen Ergebnis bzw. dem
      * neuen Eintrag, falls auch die Korrektur scheiterte
       SUSPENSE-BOOKING.
           IF PP-ACTIVE = 1
               MOVE PP-ORD(PP-POS) TO SUSP-ORD
           ELSE
               COMPUTE SUSP-ORD = PAIR-START-SKIP + TOTAL-DATASETS - 1
           END-IF
           MOVE 0 TO SUSP-NR
           IF ERRORMSG NOT = "FINE"
              AND (MESSAGE-CODE(1:4) = "INP-"
                   OR MESSAGE-CODE(1:4) = "VAL-")
               MOVE "SUSPEND" TO SUSP-OP
               CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                    SUSP-REQUEST
           END-IF
           IF PAIR-RESUBMIT = 1
               MOVE SUSP-NR TO SUSP-NEW-NR
               MOVE "RESOLVE" TO SUSP-OP
               CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                    SUSP-REQUEST
           END-IF
           .

      * bucht ein Paar, dessen Lieferung bis zum Ablauf der
      * Wartefrist ausblieb: errors.txt-Eintrag, Alarmsatz und die
      * Zeile UNGELIEFERT im Stapelbericht - wie beim verweigerten
      * Manifest-Abgleich zaehlt das Paar als Fehler im RETURN-CODE
      * des Laufs. Die Ausgabedatei des Paars bleibt unberuehrt
       BOOK-UNDELIVERED-PAIR.
           MOVE SPACES TO DATASET-NAME
           MOVE 0 TO RECORD-NUM
           MOVE "MAN-005" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[Main.BOOK-UNDELIVERED-PAIR] Error: Lieferung "
               FUNCTION TRIM(INPUT-FILENAME)
               " bis Fristende nicht eingetroffen!"
               DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH, MATRIX,
                FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS, CRS-ROW-PTR,
                RHS-MULTI
           MOVE "ALERT" TO ALERT-OP
           MOVE "LIEFERUNG" TO ALERT-COND
           MOVE SPACES TO ALERT-DETAIL
           STRING "Lieferung nicht eingetroffen: "
               FUNCTION TRIM(INPUT-FILENAME)
               DELIMITED BY SIZE INTO ALERT-DETAIL
           CALL "AlertWriter" USING FILE-NAMES, ABBRUCH, ALERT-OP,
                ALERT-COND, ALERT-DETAIL
           MOVE "FINE" TO ERRORMSG
           MOVE "UNGELIEFERT" TO PAIR-STATUS
           MOVE 0 TO TOTAL-DATASETS
           MOVE 1 TO TOTAL-ERRORS
           MOVE "PAIR" TO REPORT-OP
           CALL "BatchReport" USING FILE-NAMES, REPORT-OP,
                PAIR-STATUS, TOTAL-DATASETS, TOTAL-ERRORS
           IF SANDBOX-DIR = SANDBOX-DEFAULT
               ADD TOTAL-ERRORS TO GRAND-TOTAL-ERRORS
           END-IF
           .

      * Dateipaar mit eigenem Sandkasten (SANDBOX-Spalte in
      * batch.txt) abseits des Lauf-Sandkastens: beim ersten Paar
      * des Verzeichnisses wird es angelegt und seine laufweiten
      * Dateien (Stapelbericht, errors.txt, output.csv, JSON-
      * Staging) neu begonnen - die produktiven bleiben unberuehrt
       SANDBOX-PAIR-START.
           MOVE 0 TO RS-PAIR-SANDBOX
           IF SANDBOX-DIR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO RS-PAIR-SANDBOX
           IF SANDBOX-DIR = SANDBOX-DEFAULT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SBX-HIT
           PERFORM VARYING SBX-I FROM 1 BY 1 UNTIL SBX-I > SBX-DIR-COUNT
               IF SBX-DIR(SBX-I) = SANDBOX-DIR
                   MOVE SBX-I TO SBX-HIT
               END-IF
           END-PERFORM
           IF SBX-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF SBX-DIR-COUNT < 20
               ADD 1 TO SBX-DIR-COUNT
               MOVE SANDBOX-DIR TO SBX-DIR(SBX-DIR-COUNT)
           ELSE
               DISPLAY "Warnung: mehr als 20 Sandkasten-Verzeichnisse,"
                   " kein JSON-Dokument fuer "
                   FUNCTION TRIM(SANDBOX-DIR)
           END-IF
           CALL "CBL_CREATE_DIR" USING SANDBOX-DIR
           MOVE "CLEAR" TO REPORT-OP
           CALL "BatchReport" USING FILE-NAMES, REPORT-OP, PAIR-STATUS,
                TOTAL-DATASETS, TOTAL-ERRORS
           MOVE "CLEARERR" TO ERRORMSG
           CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH, MATRIX,
                FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS, CRS-ROW-PTR,
                RHS-MULTI
           MOVE "CLEARCSV" TO ERRORMSG
           CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH, MATRIX,
                FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS, CRS-ROW-PTR,
                RHS-MULTI
           MOVE "FINE" TO ERRORMSG
           MOVE "CLEAR" TO JSON-OP
           CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH, FILE-NAMES,
                EIGENLIST, JSON-OP
           .

      * stellt alle je Datensatz zurueckzusetzenden Vorgaben und
      * Rueckgabefelder auf ihre Ausgangswerte - von der Hauptschleife
      * vor jedem Datensatz und von RETRY-SWEEP vor jedem
              MOVE CFG-DRIFT TO DRIFT-THRESHOLD
              MOVE CFG-PREC TO PREC-THRESHOLD
              MOVE CFG-DS-BUDGET-SECS TO BUDGET-SECS
      *       Arithmetik der CRS-Kette: Site-Vorgabe, je Datensatz per
      *       "arithmetic="-Zeile ueberschreibbar
              MOVE CFG-ARITH TO ARITH-DEFAULT
              MOVE CFG-ARITH TO ARITH-MODE
              MOVE 0 TO ARITH-EXPLICIT
              MOVE 0 TO ZERO-ROW-COUNT
              MOVE "POWER" TO ITER-MODE
              MOVE SPACES TO MESSAGE-CODE
              MOVE 0 TO RET-PREC-ABS
              MOVE 0 TO RET-PREC-REL
              MOVE 0 TO RET-SUBSPACE
              MOVE 0 TO RET-LAN-BASIS
              MOVE 0 TO RET-LAN-RESTARTS
              MOVE 0 TO RET-SPEC-HQR
              MOVE 0 TO RET-DAMP-FREQ
              MOVE 0 TO RET-DAMP-NAT
              MOVE 0 TO RET-DAMP-RATIO
              MOVE 0 TO FRF-COUNT
              MOVE 0 TO FRF-PEAK-COUNT
              MOVE 0 TO RET-TRN-STEPS
              MOVE 0 TO RET-TRN-SETTLE
              MOVE 0 TO RET-TRN-LINES
              MOVE SPACES TO RET-TRN-FILE
              MOVE 0 TO PAR-COUNT
              MOVE 0 TO PAR-EVENT-COUNT
              MOVE 0 TO PAR-SWAP-COUNT
              MOVE SPACES TO RET-STB-VERDICT
              MOVE 0 TO RET-STB-UNSTABLE
              MOVE 0 TO RET-STB-AXIS
              MOVE SPACE TO RET-FDL-CONN
              MOVE 0 TO RET-FDL-SIZE-A
              MOVE 0 TO RET-FDL-SIZE-B
              MOVE 0 TO RET-FDL-CUT
              MOVE 0 TO RET-LSQ-SIGMA
              MOVE 0 TO RET-LSQ-THRESH
              MOVE 0 TO RET-LSQ-OUTL
              MOVE 0 TO RET-LSQ-MAXROW
              MOVE 0 TO RET-STARTS-AGREE
              MOVE 0 TO RET-STARTS-SPREAD
              MOVE 0 TO RET-COMPLEX
              MOVE 0 TO RET-TRUE-RESID
              MOVE 0 TO RET-EW-BOUND
              MOVE 0 TO RET-BOUND-EXCEEDED
              MOVE 0 TO RET-DOMINANCE
              MOVE 0 TO RET-DOM-BEYOND
              MOVE 0 TO RET-DOM-RESEEDED
              MOVE 0 TO RET-MAC
              MOVE 0 TO RET-MAC-SET
              MOVE 0 TO RET-MAC-SWAP
              MOVE SPACES TO RET-MAC-DATE
              MOVE 0 TO RET-SYM-DONE
              MOVE 0 TO RET-SYM-MAX
              MOVE 0 TO RET-SYM-ROW
              MOVE 0 TO RET-SYM-COL
              MOVE 0 TO RET-SYM-ADJ
              MOVE 0 TO RET-RANK-DEF
              MOVE 0 TO RET-BAND-FACTOR
              MOVE 0 TO RET-BAND-FACTOR-BW
              MOVE 0 TO DIM-VAL
              INITIALIZE MATRIX
              INITIALIZE MATRIXB
              INITIALIZE MATRIXC
      *       COMPLEX-INPUT steht hier noch auf dem vorigen Datensatz
              IF COMPLEX-DATA OR IM-CLEARED = 0
                  INITIALIZE MATRIX-IM
                  MOVE 1 TO IM-CLEARED
              END-IF
              INITIALIZE OUT-VEKTOR
              INITIALIZE INPUT-VEKTOR
              INITIALIZE RHS-VEKTOR
              MOVE 0 TO RET-EFFMASS
              MOVE 0 TO RET-EFFMASS-PCT
              MOVE 0 TO EW-COUNT
              MOVE 0 TO EW-VEC-DIM

              MOVE 0 TO PT-INPUT-CS
              MOVE 0 TO PT-VALID-CS
      * der Hauptschleife fuer jeden gelesenen Datensatz gerufen und
      * von RETRY-SWEEP fuer die Wiederholungsversuche am Paarende
       PROCESS-DATASET-CORE.
      *         Symmetrisierung (symfix=): vor allen anderen Eingriffen
      *         in MATRIX, damit Randbedingungen, Kondensation und die
      *         Symmetriepruefungen der Loesungswege schon die
      *         angeglichene Matrix sehen. Nur fuer die ganze Matrix -
      *         die Bloecke beim getrennten Rechnen stammen aus der
      *         bereits angeglichenen; die rechteckige Matrix der
      *         Ausgleichsrechnung hat kein Transponiertes Gegenstueck
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND SYMFIX-TOL > 0 AND COMP-PART = 0
                   AND NOT MODE-LSQ THEN
                DISPLAY "Symmetrisierung..."
                PERFORM SYMMETRIZE-MATRIX
                END-IF

      *         Randbedingungen (fix=): die eingespannten
      *         Freiheitsgrade werden VOR Validation und CRS-Aufbau
      *         aus MATRIX (und MATRIXB) eliminiert; der konvergierte
                PERFORM REDUCE-FIXED-DOFS
                END-IF

      *         Statische Kondensation (master=): nach den
      *         Randbedingungen, damit Kss die eingespannten
      *         Freiheitsgrade nicht mehr enthaelt; der Eigenvektor
      *         wird vor der fix=-Rueckexpansion ueber die
      *         Kondensationsmatrix auf alle freien Freiheitsgrade
      *         zurueckgerechnet
                MOVE 0 TO GUY-APPLIED
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MASTER-COUNT > 0 THEN
                PERFORM MAP-MASTER-DOFS
                END-IF
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MASTER-COUNT > 0 THEN
                DISPLAY "Statische Kondensation..."
                MOVE "APPLY" TO GUYAN-OP
                CALL "GuyanReduction" USING MATRIX, MATRIXB,
                      INPUT-VEKTOR, EDIR-VEKTOR, ABBRUCH, WORK-MATRIX,
                      EIGENLIST, GUYAN-OP
                IF ERRORMSG = "FINE"
                    MOVE 1 TO GUY-APPLIED
                END-IF
                END-IF

                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED THEN
                DISPLAY "Validating input..."
                CALL "Validation" USING MATRIX, ABBRUCH, MATRIX-IM
                END-IF

      *         Matrix B des verallgemeinerten Eigenwertproblems wird
                CALL "ValidationB" USING MATRIX, MATRIXB, ABBRUCH
                END-IF

      *         Daempfungsmatrix C (dritter "dim="-Block, nur mit
      *         mode=quadratic): Dimension, Vorzeichen der Diagonale
      *         und Symmetrie, bevor sie in die Linearisierung geht
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND DAMPING-ENABLED THEN
                DISPLAY "Validating matrix C..."
                CALL "ValidationC" USING MATRIX, MATRIXC, ABBRUCH
                END-IF

      *         Gleichgewichts-Skalierung (Option "scale=1"): gleicht
      *         die Groessenordnungen der Eintraege per
      *         Aehnlichkeitstransformation aus, bevor sie in die
      *         Nur fuer die Eigenwert-Modi des gewoehnlichen
      *         Problems; fuer LEFT/SOLVE und das verallgemeinerte
      *         Problem gelten andere Rueckrechnungsregeln, die
      *         dieser Schritt nicht abdeckt. Im Zeitverlauf wuerde
      *         die Aehnlichkeitstransformation die Zustands-
      *         komponenten der Verlaufsdatei umskalieren, und eine
      *         skalierte Laplace-Matrix ist nicht mehr symmetrisch
      *         und hat den konstanten Nullvektor nicht mehr. Die
      *         Ausgleichsrechnung hat eine rechteckige Matrix, fuer
      *         die es keine Aehnlichkeitstransformation gibt
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND SCALE-ENABLED
                   AND GENERALIZED-DISABLED
                   AND ITER-MODE NOT = "VALIDATE"
                   AND ITER-MODE NOT = "SOLVE"
                   AND ITER-MODE NOT = "LEFT"
                   AND NOT MODE-STEADY AND NOT MODE-LANCZOS
                   AND NOT MODE-TRANSIENT AND NOT MODE-FIEDLER
                   AND NOT MODE-LSQ THEN
                DISPLAY "Equilibrate..."
                MOVE "APPLY" TO SCALE-OP
                CALL "EquilibrateMatrix" USING MATRIX, INPUT-VEKTOR,
      *         symmetrischen Datensatzes per zyklischer Jacobi-
      *         Rotation auf der dichten Matrix - laeuft wie die
      *         dichten Modi ganz ohne CRS-Kette, alle Eigenwerte
      *         landen sortiert in EIGENLIST (siehe SpectrumSweep.cbl).
      *         Unsymmetrische Datensaetze reicht SpectrumSweep an die
      *         Hessenberg-Reduktion mit QR-Verfahren weiter, komplex
      *         konjugierte Paare inklusive (siehe HessenbergQR.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-SPECTRUM
                   AND GENERALIZED-DISABLED THEN
                DISPLAY "Spectrum Sweep (Jacobi/Hessenberg-QR)..."
                CALL "SpectrumSweep" USING MATRIX, INPUT-VEKTOR,
                      ABBRUCH, WORK-MATRIX, EIGENLIST
                END-IF
                      WORK-MATRIX, EIGENLIST
                END-IF

      *         Modus "QUADRATIC": gedaempftes System
      *         (K + lambda*C + lambda**2*M) x = 0 mit K = Matrix A,
      *         M = Matrix B und C = dritter "dim="-Block. Laeuft
      *         dicht ueber die Begleitmatrix doppelter Dimension und
      *         das Hessenberg-QR-Verfahren, ohne CRS-Kette - liefert
      *         je Schwingungsform gedaempfte Eigenfrequenz und
      *         Daempfungsgrad (siehe QuadraticEigen.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-QUADRATIC AND GENERALIZED-ENABLED
                   AND DAMPING-ENABLED THEN
                DISPLAY "Quadratic Eigenproblem (Hessenberg-QR)..."
                CALL "QuadraticEigen" USING MATRIX, MATRIXB, MATRIXC,
                      INPUT-VEKTOR, ABBRUCH, WORK-MATRIX, EIGENLIST
                END-IF

      *         Modus "FRF": Frequenzgang (A - w**2*B) x = b ueber den
      *         Bereich wfrom=/wto=/wstep= mit der Last der "b="-
      *         Zeile, Resonanzspitzen gegen die Eigenkreisfrequenzen
      *         des Paares (A,B) geprueft - dicht, ohne CRS-Kette
      *         (siehe FrequencyResponse.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-FRF AND GENERALIZED-ENABLED THEN
                DISPLAY "Frequency Response Sweep..."
                CALL "FrequencyResponse" USING MATRIX, MATRIXB,
                      RHS-VEKTOR, INPUT-VEKTOR, ABBRUCH, WORK-MATRIX,
                      EIGENLIST
                END-IF

      *         Modus "PARAM": Parameterstudie A(p) = A0 + p*A1 mit
      *         A1 aus dem zweiten "dim="-Block ueber pfrom=/pto=/
      *         pstep=, die topk= groessten Eigenwerte von Schritt zu
      *         Schritt verfolgt, Kreuzungen und Ausweichen gemeldet
      *         - dicht, ohne CRS-Kette (siehe ParametricStudy.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-PARAM AND GENERALIZED-ENABLED THEN
                DISPLAY "Parametric Study..."
                CALL "ParametricStudy" USING MATRIX, MATRIXB,
                      INPUT-VEKTOR, ABBRUCH, WORK-MATRIX, EIGENLIST
                END-IF

      *         Modus "STABILITY": rechtester Eigenwert (groesster
      *         Realteil) der Systemmatrix aus dem vollen Spektrum
      *         samt komplexer Paare, per verschobener inverser
      *         Iteration bestaetigt, mit Urteil STABLE/UNSTABLE/
      *         MARGINAL und Reserve - dicht, ohne CRS-Kette (siehe
      *         StabilityCheck.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-STABILITY
                   AND GENERALIZED-DISABLED THEN
                DISPLAY "Stability Check (rechtester Eigenwert)..."
                CALL "StabilityCheck" USING MATRIX, INPUT-VEKTOR,
                      ABBRUCH, WORK-MATRIX, EIGENLIST
                END-IF

      *         Verschobene Iteration: die Diagonale von MATRIX wird um
      *         SHIFT-VALUE reduziert, bevor die CRS-Struktur darauf
      *         aufgebaut wird, so dass Vectoriteration auf (A - s*I)
      *         CRS-ROW-PTR Struktur fuer A, eine deklarierte
      *         Bandbreite bleibt daher fuer GENERALIZED-ENABLED ohne
      *         Wirkung
      *         Modusliste: hat ein frueherer Eintrag die CRS-Struktur
      *         schon aus derselben, unveraenderten Matrix gebaut,
      *         gilt sie fuer diesen Eintrag weiter - Aufbau und
      *         Selbstpruefung entfallen und werden im Laufzeit-
      *         protokoll nur beim ersten Eintrag gezaehlt
                MOVE 0 TO MM-CRS-SKIP
                IF MODE-LIST-POS > 0 THEN
                PERFORM CHECK-CRS-PLAIN
                IF CRS-REUSABLE AND MM-CRS-PLAIN = 1 THEN
                    MOVE 1 TO MM-CRS-SKIP
                END-IF
                END-IF

                IF MM-CRS-SKIP = 1 AND ERRORMSG = "FINE"
                   AND DATASET-NOT-SKIPPED
                   AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
                   AND NOT MODE-SLICE AND NOT MODE-NULLSPACE
                   AND NOT MODE-STABILITY THEN
                DISPLAY "CRS des ersten Listeneintrags uebernommen"
                END-IF

                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
                   AND NOT MODE-SLICE AND NOT MODE-NULLSPACE
                   AND NOT MODE-QUADRATIC AND NOT MODE-FRF
                   AND NOT MODE-PARAM AND NOT MODE-STABILITY
                   AND ITER-MODE NOT = "VALIDATE"
                   AND MM-CRS-SKIP = 0 THEN
      *         jeder neue Aufbau ersetzt eine fuer die Modusliste
      *         vorgehaltene Struktur
                MOVE 0 TO CRS-REUSE
      *         Der Modus "SOLVE" braucht die normale CRS-Struktur
      *         (LinearSolve kennt keine CRS-BAND-Multiplikation),
      *         eine deklarierte Bandbreite bleibt fuer ihn daher
      *         ohne Wirkung
      *         komplexe Matrix: Real- und Imaginaerteil in eine
      *         gemeinsame CRS-Struktur (VAL/VAL-IM), siehe
      *         ComplexRowStorage.cbl - Band- und Tripel-Aufbau
      *         kennen nur den Realteil
                IF COMPLEX-DATA THEN
                DISPLAY "Build CRS (komplex)..."
                CALL "ComplexRowStorage" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, CRS-VALS-IM, MATRIX,
                      MATRIX-IM, ABBRUCH
                ELSE
                IF BAND-WIDTH > 0 AND GENERALIZED-DISABLED
                   AND ITER-MODE NOT = "SOLVE"
                   AND NOT MODE-LANCZOS THEN
                DISPLAY "Build Banded CRS..."
                CALL "BandedRowStorage" USING CRS-BAND, CRS-VALS,
                      MATRIX, ABBRUCH
                IF INPUT-FORMAT = "TRIPLET" AND SCALE-DISABLED
                   AND REORDER-DISABLED
                   AND SHIFT-VALUE = 0 AND FIX-COUNT = 0
                   AND MASTER-COUNT = 0 AND COMP-PART = 0
                   AND RET-SYM-ADJ = 0
                   AND ITER-MODE NOT = "LEFT"
                   AND NOT MODE-STEADY THEN
                DISPLAY "Build CRS (Triplet)..."
                CALL "TripletToCRS" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, TRIPLET-STORE, MATRIX,
                      ABBRUCH, CRS-VALS-F
                ELSE
                DISPLAY "Build CRS..."
                CALL "CompressedRowStorage" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, MATRIX, ABBRUCH,
                      CRS-VALS-F
                END-IF
                END-IF
                END-IF
                END-IF
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
                   AND NOT MODE-SLICE AND NOT MODE-NULLSPACE
                   AND NOT MODE-QUADRATIC AND NOT MODE-FRF
                   AND NOT MODE-PARAM AND NOT MODE-STABILITY
                   AND ITER-MODE NOT = "VALIDATE" AND DEBUG-ENABLED
                   AND NOT (BAND-WIDTH > 0 AND GENERALIZED-DISABLED)
                   THEN
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
                   AND NOT MODE-SLICE AND NOT MODE-NULLSPACE
                   AND NOT MODE-QUADRATIC AND NOT MODE-FRF
                   AND NOT MODE-PARAM AND NOT MODE-STABILITY
                   AND ITER-MODE NOT = "VALIDATE"
                   AND NOT (BAND-WIDTH > 0 AND GENERALIZED-DISABLED)
                   AND REAL-DATA AND MM-CRS-SKIP = 0 THEN
                DISPLAY "Check CRS..."
                CALL "CRSSelfCheck" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, MATRIX, ABBRUCH, CRS-VALS-F
      *         eine geprueft schlicht aufgebaute Struktur steht den
      *         weiteren Eintraegen einer Modusliste zur Verfuegung
                IF ERRORMSG = "FINE" AND MODE-LIST-POS > 0
                   AND MM-CRS-PLAIN = 1 THEN
                    MOVE 1 TO CRS-REUSE
                END-IF
                END-IF

                PERFORM ELAPSED-TIME
                MOVE TIME-ELAPSED TO PT-CRS-CS
                IF MM-CRS-SKIP = 1 THEN
                    MOVE 0 TO PT-CRS-CS
                END-IF

      *         Verallgemeinertes Eigenwertproblem A*x = lambda*B*x
      *         (siehe "dim="-Block Nr. 2 in InputHandling): statt der
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
                   AND NOT MODE-SLICE AND NOT MODE-NULLSPACE
                   AND NOT MODE-QUADRATIC AND NOT MODE-FRF
                   AND NOT MODE-PARAM AND NOT MODE-STABILITY
                   AND ITER-MODE NOT = "VALIDATE"
                   AND ITER-MODE NOT = "SOLVE"
                   AND GENERALIZED-ENABLED THEN
      *         Erdbebenbewertung, bisher im Tabellenblatt gerechnet
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND GENERALIZED-ENABLED AND DIM-EDIR > 0
                   AND NOT MODE-QUADRATIC AND NOT MODE-FRF
                   AND NOT MODE-PARAM
                   AND ITER-CONVERGED THEN
                DISPLAY "Beteiligungsfaktoren..."
                PERFORM PARTICIPATION-FACTORS
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
                   AND NOT MODE-SLICE AND NOT MODE-NULLSPACE
                   AND NOT MODE-SINGULAR AND NOT MODE-LANCZOS
                   AND NOT MODE-TRANSIENT AND NOT MODE-STABILITY
                   AND NOT MODE-FIEDLER AND NOT MODE-LSQ
                   AND ITER-MODE NOT = "VALIDATE"
                   AND ITER-MODE NOT = "SOLVE"
                   AND SSTEP-VALUE = 0
                   AND GENERALIZED-DISABLED AND REAL-DATA THEN
                DISPLAY "Vectoriteration..."
      *         nur diese Haupt-Iteration fuehrt einen Restart-Stand
      *         (siehe RESTART-ARMED in Abbruch.cpy)
                MOVE 1 TO RESTART-ARMED
                CALL "Vectoriteration" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, CRS-BAND, INPUT-VEKTOR,
                      ABBRUCH, FILE-NAMES, CRS-VALS-F
                MOVE 0 TO RESTART-ARMED
                END-IF

      *         komplexe Matrix (a+bi-Eintraege, herm=1): dieselbe
      *         Vectoriteration in komplexer Arithmetik ueber die
      *         CRS-Struktur von ComplexRowStorage - Eigenwert als
      *         RET-EW + i*RET-CPX-IM, Eigenvektor in XI/XI-IM (siehe
      *         ComplexIteration.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND ITER-MODE = "POWER" AND COMPLEX-DATA THEN
                DISPLAY "Complex Iteration..."
                CALL "ComplexIteration" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-VALS-IM, INPUT-VEKTOR,
                      ABBRUCH, FILE-NAMES
                END-IF

      *         Modus "TRANSIENT": statt eines Eigenwerts der
      *         Zeitverlauf x(k+1) = A*x(k) vom x=-Startvektor ueber
      *         dieselbe CRS-Struktur (bzw. implizit mit dt=), mit
      *         Verlaufsdatei und Einschwingzeitpunkt gegen EPSILON
      *         (siehe TransientResponse.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-TRANSIENT
                   AND GENERALIZED-DISABLED THEN
                DISPLAY "Transient Response..."
                CALL "TransientResponse" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, CRS-BAND, MATRIX,
                      INPUT-VEKTOR, ABBRUCH, FILE-NAMES, WORK-MATRIX
                END-IF

      *         Modus "FIEDLER": zweitkleinster Eigenwert der Laplace-
      *         Matrix ueber dieselbe CRS-Struktur, der konstante
      *         Nullvektor wird in jedem Schritt abgespalten; dazu die
      *         Zweiteilung der Knoten mit den Schnittkanten (siehe
      *         FiedlerVector.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-FIEDLER
                   AND GENERALIZED-DISABLED THEN
                DISPLAY "Fiedler Vector..."
                CALL "FiedlerVector" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, CRS-BAND, MATRIX,
                      INPUT-VEKTOR, ABBRUCH
                END-IF

      *         Modus "LSQ": Ausgleichsrechnung des ueberbestimmten
      *         Systems A*x = b (rows= Gleichungen, cols= Unbekannte)
      *         ueber dieselbe CRS-Struktur, dazu die Residuen je
      *         Zeile samt Ausreissern (siehe LeastSquares.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-LSQ THEN
                DISPLAY "Least Squares..."
                CALL "LeastSquares" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, MATRIX, RHS-VEKTOR, INPUT-VEKTOR,
                      ABBRUCH
                END-IF

      *         Echtes Residuum ||A*x - lambda*x|| ueber einen
      *         zusaetzlichen Multiplikationsdurchlauf nachrechnen -
      *         RET-RESID ist nur ein Konvergenzmass, die
      *         ist fuer beide Sichten identisch
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND ITER-MODE = "POWER" AND SSTEP-VALUE = 0
                   AND GENERALIZED-DISABLED AND ITER-CONVERGED
                   AND REAL-DATA THEN
                PERFORM TRUE-RESIDUAL-CHECK
                END-IF
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND ITER-MODE = "POWER" AND COMPLEX-DATA
                   AND ITER-CONVERGED THEN
                PERFORM TRUE-RESIDUAL-COMPLEX
                END-IF

      *         Dominanzpruefung: ist RET-EW wirklich der
      *         betragsgroesste Eigenwert? Das Residuum oben ist auch
      *         beim falschen Mode einwandfrei. Nur ohne Verschiebung
      *         (die verschobene Iteration zielt bewusst auf einen
      *         Eigenwert nahe s) und fuer das gewoehnliche, reelle
      *         Problem - die Sturm-Zaehlung arbeitet auf MATRIX
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND ITER-MODE = "POWER" AND SSTEP-VALUE = 0
                   AND SHIFT-VALUE = 0
                   AND GENERALIZED-DISABLED AND ITER-CONVERGED
                   AND REAL-DATA THEN
                PERFORM DOMINANCE-CHECK
                END-IF

      *         Verschiebungs-Scan (sfrom=/sto=/sstep=): die
      *         verschobene Iteration einmal je Schrittweite ueber
                      ABBRUCH, WORK-MATRIX
                END-IF

      *         Modus "LANCZOS": mehrere extreme Eigenpaare grosser
      *         duennbesetzter symmetrischer Modelle ueber eine
      *         Krylov-Basis, allein aus CRS-Multiplikationen - ohne
      *         die Genauigkeitsverluste der Deflationskette und ohne
      *         die dim=200-Grenze des Spektrum-Modus (siehe
      *         LanczosIteration.cbl)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND MODE-LANCZOS
                   AND GENERALIZED-DISABLED THEN
                DISPLAY "Lanczos Iteration..."
                CALL "LanczosIteration" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, MATRIX, INPUT-VEKTOR,
                      ABBRUCH, EIGENLIST
                END-IF

      *         Modus "SOLVE": statt eines Eigenwertproblems wird das
      *         lineare Gleichungssystem A*x = b fuer die per "b="
      *         Zeile gelieferte rechte Seite ueber die CRS-Struktur
      *         normale CRS-Struktur: bei SHIFT-VALUE <> 0 wuerde die
      *         Rueckverschiebung nur RET-EW, nicht aber EIGENLIST
      *         korrigieren, und fuer CRS-BAND fehlt SubspaceIteration
      *         die Multiplikation. Ebenso nicht bei ARITH-FLOAT -
      *         SubspaceIteration rechnet gepackt ueber CRS-VALS, das
      *         die Gleitkomma-Werte nicht fasst
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND ITER-MODE = "POWER" AND SSTEP-VALUE = 0
                   AND (ITER-OSCILLATING OR ITER-NOT-CONVERGED)
                   AND GENERALIZED-DISABLED AND REAL-DATA
                   AND SHIFT-VALUE = 0 AND BAND-WIDTH = 0
                   AND ARITH-FIXED THEN
                DISPLAY "Subspace Iteration..."
                CALL "SubspaceIteration" USING CRS-VALS, CRS-COLS,
                      CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR, ABBRUCH,
                PERFORM TOLERANCE-BAND-SWEEP
                END-IF

      *         die Vektoren in EIGENLIST brauchen dieselbe
      *         Rueckrechnung wie XI (Umordnung und Skalierung)
                IF (REORD-APPLIED = 1 OR SCALE-APPLIED = 1)
                   AND EW-VEC-DIM > 0 THEN
                PERFORM UNDO-LIST-VECTORS
                END-IF

      *         Umordnung zuruecknehmen: MATRIX wieder in der
      *         Originalordnung, der konvergierte Eigenvektor in den
      *         urspruenglichen Zeilennummern - vor dem Zuruecknehmen
      *         Gershgorin-Abgleich wuerde diese 0 faelschlich als
      *         Treffer ausserhalb werten
      *         der Singulaerwert ist kein Eigenwert von A - das
      *         Gershgorin-Intervall sagt ueber ihn nichts aus, ebenso
      *         wenig ueber den Einschwingzeitpunkt des Zeitverlaufs
      *         oder die Residuennorm der Ausgleichsrechnung
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND ITER-MODE NOT = "VALIDATE"
                   AND ITER-MODE NOT = "SOLVE"
                   AND NOT MODE-SLICE AND NOT MODE-SINGULAR
                   AND NOT MODE-NULLSPACE AND NOT MODE-TRANSIENT
                   AND NOT MODE-LSQ
                   AND GENERALIZED-DISABLED AND NO-COMPLEX-PAIR THEN
                PERFORM GERSHGORIN-CHECK
                END-IF
      *         Positionen) - die Indizes im Report und in der
      *         Groesste-Komponenten-Tabelle passen damit zu den
      *         Zeichnungen des Engineerings
                IF GUY-APPLIED = 1 THEN
                MOVE "EXPAND" TO GUYAN-OP
                CALL "GuyanReduction" USING MATRIX, MATRIXB,
                      INPUT-VEKTOR, EDIR-VEKTOR, ABBRUCH, WORK-MATRIX,
                      EIGENLIST, GUYAN-OP
                MOVE DIM-I TO DIM-O
      *         die Vektoren in EIGENLIST bleiben in der Master-
      *         Nummerierung stehen - sie gelten ab hier als nicht
      *         vorhanden, die Eigenwerte bleiben
                IF EW-VEC-DIM > 0 AND EW-VEC-DIM NOT = DIM-I
                MOVE 0 TO EW-VEC-DIM
                END-IF
                END-IF
                IF FIX-APPLIED = 1 THEN
                PERFORM EXPAND-FIXED-DOFS
                END-IF

      *         Modenform-Abgleich (MAC) gegen den juengsten
      *         Warmstart-Vektor desselben Namens - auf dem
      *         zurueckexpandierten Eigenvektor, denn so steht er
      *         auch im Bestand. Dieselben Bedingungen wie beim
      *         Sichern in OutputHandling, ausser komplexen Daten
      *         (XI traegt dort nur den Realteil)
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND DATASET-NAME NOT = SPACES
                   AND ITER-MODE NOT = "VALIDATE"
                   AND ITER-MODE NOT = "SOLVE"
                   AND NOT MODE-TRANSIENT AND NOT MODE-PARAM
                   AND ITER-CONVERGED AND COMP-PART = 0
                   AND REAL-DATA THEN
                PERFORM MAC-CHECK
                END-IF

      *         Grenzwertpruefung (limit=/forbidlo=/forbidhi=): die
      *         binaere Abnahmefrage gegen den Ingenieurwert (bei
      *         unit=hz die Eigenfrequenz) - das Urteil geht als
      *         eigene Zeile in Report, Audit und CSV, ein FAIL
      *         zusaetzlich als Alarmsatz. Im Stabilitaetsmodus ist
      *         das Urteil selbst die Abnahmefrage - die Pruefung
      *         laeuft dort auch ohne deklarierte Grenze
                IF ERRORMSG = "FINE" AND DATASET-NOT-SKIPPED
                   AND (LIMIT-SEEN = 1 OR FORBID-SEEN = 1
                        OR MODE-STABILITY)
                   AND ITER-MODE NOT = "VALIDATE"
                   AND ITER-MODE NOT = "SOLVE" THEN
                PERFORM LIMIT-GATE-CHECK
      *         Phasenzeiten dieses Datensatzes ins Laufzeitprotokoll
                COMPUTE PT-PAIR-CS = PT-PAIR-CS + PT-INPUT-CS
                    + PT-VALID-CS + PT-CRS-CS + PT-ITER-CS + PT-OUT-CS
                PERFORM NOTE-DATASET-SIZE
                MOVE "DATASET" TO RUNLOG-OP
                CALL "RunLog" USING FILE-NAMES, ABBRUCH, PHASE-TIMES,
                     RUNLOG-OP
           .

      * Getrennte Rechnung der Zusammenhangskomponenten (Option
      * "split=components"): manche Lieferungen sind in Wahrheit
      * mehrere ungekoppelte Teilstrukturen in einer Matrix, die
      * Vectoriteration liefert dann nur den Eigenwert des
      * dominanten Blocks. Validation ermittelt die Bloecke auf der
      * ganzen Matrix, danach laeuft jeder Block als eigener Teil-
      * Datensatz durch PROCESS-DATASET-CORE - mit eigenem Eigenwert,
      * Eigenvektor und Report-Block unter dem Namen "<name>-K<k>",
      * unter dem er auch in Audit, Extrakt, results.dat und dem
      * JSON-Dokument steht (wie "<name>-<MODUS>" einer Modusliste);
      * ein unbenannter Datensatz bleibt unbenannt. Zerfaellt die
      * Matrix gar nicht (oder scheitert schon die Pruefung der
      * ganzen Matrix), laeuft der Datensatz
      * ganz normal. Die ganze Matrix liegt solange in MATRIXB (im
      * gewoehnlichen Problem ungenutzt, der zweite Block ist mit
      * split=components ausgeschlossen) und wird am Ende
      * zurueckgestellt
       SPLIT-COMPONENTS.
           DISPLAY "Zusammenhangskomponenten..."
           MOVE 0 TO COMP-PART
           MOVE 0 TO COMP-PARTS
           CALL "Validation" USING MATRIX, ABBRUCH, MATRIX-IM
           IF ERRORMSG NOT = "FINE" OR RET-COMP-COUNT < 2
               IF ERRORMSG = "FINE"
                   DISPLAY "Nur eine Komponente - ganze Matrix"
               END-IF
               PERFORM PROCESS-DATASET-CORE
               EXIT PARAGRAPH
           END-IF

           MOVE DIM-M TO SPL-FULL-DIM
           MOVE DIM-M TO DIM-B
           PERFORM VARYING SPL-I FROM 1 BY 1 UNTIL SPL-I > DIM-M
               PERFORM VARYING SPL-J FROM 1 BY 1 UNTIL SPL-J > DIM-M
                   MOVE ELEM(SPL-I, SPL-J) TO ELEMB(SPL-I, SPL-J)
               END-PERFORM
               MOVE XI(SPL-I) TO SPL-SAVE-X(SPL-I)
           END-PERFORM

           MOVE RET-COMP-COUNT TO COMP-PARTS
           MOVE 0 TO SPL-FAILS
           MOVE 0 TO SPL-NOCONV
           MOVE SPACES TO SPL-ERRMSG
           MOVE SPACES TO SPL-MSGCODE
           DISPLAY "Matrix zerfaellt in " COMP-PARTS " Bloecke"
           MOVE DATASET-NAME TO COMP-BASE-NAME
           PERFORM VARYING COMP-PART FROM 1 BY 1
                   UNTIL COMP-PART > COMP-PARTS OR OUTPUT-FAILED
               PERFORM SPLIT-ONE-COMPONENT
           END-PERFORM

      *    Name, ganze Matrix und Startvektor zurueckstellen
           MOVE 0 TO COMP-PART
           MOVE COMP-BASE-NAME TO DATASET-NAME
           MOVE SPACES TO COMP-BASE-NAME
           MOVE SPL-FULL-DIM TO DIM-M
           MOVE SPL-FULL-DIM TO DIM-I
           MOVE SPL-FULL-DIM TO DIM-O
           PERFORM VARYING SPL-I FROM 1 BY 1 UNTIL SPL-I > DIM-M
               PERFORM VARYING SPL-J FROM 1 BY 1 UNTIL SPL-J > DIM-M
                   MOVE ELEMB(SPL-I, SPL-J) TO ELEM(SPL-I, SPL-J)
               END-PERFORM
               MOVE SPL-SAVE-X(SPL-I) TO XI(SPL-I)
               MOVE SPL-SAVE-X(SPL-I) TO XI-ORIG(SPL-I)
           END-PERFORM

      *    Ausgang des Datensatzes: ein gescheiterter Block macht den
      *    ganzen Datensatz zum Fehlerfall (die Meldung des ersten
      *    steht schon im Report), ein nicht konvergierter Block
      *    macht ihn zum Kandidaten der Wiederholungsrunde
           IF SPL-FAILS > 0
               MOVE SPL-ERRMSG TO ERRORMSG
               MOVE SPL-MSGCODE TO MESSAGE-CODE
           ELSE
               IF SPL-NOCONV > 0
                   MOVE 0 TO RET-CONVERGED
               ELSE
                   MOVE 1 TO RET-CONVERGED
               END-IF
           END-IF
           .

      * Modusliste (Zeile "mode=power,inverse,slice"): der einmal
      * eingelesene Datensatz laeuft fuer jeden Modus der Liste als
      * eigener Durchlauf durch PROCESS-DATASET-CORE und erscheint in
      * Report, output.csv, Audit und results.dat unter seinem Namen
      * mit angehaengtem Modus ("rahmen-INVERSE"). Die Matrix liegt
      * solange in MATRIXB und wird vor jedem Eintrag zurueckgestellt,
      * weil Verschiebung, Transposition, Skalierung und
      * Randbedingungen MATRIX veraendern. Die Einlesezeit zaehlt nur
      * beim ersten Eintrag, die CRS-Struktur baut nur der erste
      * Eintrag, der sie braucht (siehe CHECK-CRS-PLAIN). Ausgang wie
      * bei SPLIT-COMPONENTS: der erste gescheiterte Eintrag macht den
      * Datensatz zum Fehlerfall, ein nicht konvergierter zum
      * Kandidaten der Wiederholungsrunde
       MULTI-MODE-RUN.
           DISPLAY "Modusliste mit " MODE-LIST-COUNT " Modi..."
           MOVE DATASET-NAME TO MM-BASE-NAME
           MOVE DIM-M TO SPL-FULL-DIM
           MOVE DIM-M TO DIM-B
           PERFORM VARYING SPL-I FROM 1 BY 1 UNTIL SPL-I > DIM-M
               PERFORM VARYING SPL-J FROM 1 BY 1 UNTIL SPL-J > DIM-M
                   MOVE ELEM(SPL-I, SPL-J) TO ELEMB(SPL-I, SPL-J)
               END-PERFORM
               MOVE XI(SPL-I) TO SPL-SAVE-X(SPL-I)
           END-PERFORM
           MOVE 0 TO CRS-REUSE
           MOVE 0 TO MM-FAILS
           MOVE 0 TO MM-NOCONV
           MOVE SPACES TO MM-ERRMSG
           MOVE SPACES TO MM-MSGCODE
           PERFORM VARYING MODE-LIST-POS FROM 1 BY 1
                   UNTIL MODE-LIST-POS > MODE-LIST-COUNT
                   OR OUTPUT-FAILED
               PERFORM MULTI-MODE-ONE
           END-PERFORM

      *    Matrix, Startvektor, Name und ersten Modus zurueckstellen
           MOVE 0 TO MODE-LIST-POS
           MOVE 0 TO CRS-REUSE
           MOVE MM-BASE-NAME TO DATASET-NAME
           MOVE MODE-LIST-ENTRY(1) TO ITER-MODE
           PERFORM MULTI-MODE-RESTORE

           IF MM-FAILS > 0
               MOVE MM-ERRMSG TO ERRORMSG
               MOVE MM-MSGCODE TO MESSAGE-CODE
           ELSE
               IF MM-NOCONV > 0
                   MOVE 0 TO RET-CONVERGED
               ELSE
                   MOVE 1 TO RET-CONVERGED
               END-IF
           END-IF
           .

      * ein Eintrag der Modusliste: Matrix und Startvektor aus der
      * Sicherung, Modus und Ergebnisname setzen, Rueckgaben des
      * vorigen Eintrags loeschen und den Verarbeitungskern rufen
       MULTI-MODE-ONE.
           PERFORM MULTI-MODE-RESTORE
           MOVE MODE-LIST-ENTRY(MODE-LIST-POS) TO ITER-MODE
           MOVE SPACES TO DATASET-NAME
           IF MM-BASE-NAME = SPACES
               MOVE ITER-MODE TO DATASET-NAME
           ELSE
               STRING MM-BASE-NAME DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   ITER-MODE DELIMITED BY SPACE
                   INTO DATASET-NAME
           END-IF
           IF MODE-LIST-POS > 1
               MOVE 0 TO PT-INPUT-CS
           END-IF

           MOVE "FINE" TO ERRORMSG
           MOVE SPACES TO MESSAGE-CODE
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-OSCILLATING
           MOVE 0 TO RET-XNORM-SUSPECT
           MOVE 0 TO RET-SUBSPACE
           MOVE 0 TO RET-DRIFTED
           MOVE 0 TO RET-GATE
           MOVE 0 TO RET-BOUND-SET
           MOVE 0 TO RET-TRUE-RESID
           MOVE 0 TO RET-EW-BOUND
           MOVE 0 TO RET-BOUND-EXCEEDED
           MOVE 0 TO RET-DOMINANCE
           MOVE 0 TO RET-DOM-BEYOND
           MOVE 0 TO RET-DOM-RESEEDED
           MOVE 0 TO RET-MAC
           MOVE 0 TO RET-MAC-SET
           MOVE 0 TO RET-MAC-SWAP
           MOVE SPACES TO RET-MAC-DATE
           MOVE 0 TO RET-STARTS-AGREE
           MOVE 0 TO RET-STARTS-SPREAD
           MOVE 0 TO RET-EW-MAX
           MOVE 0 TO RET-EW-MIN
           MOVE 0 TO RET-COND
           MOVE 0 TO SCALE-APPLIED
           MOVE 0 TO REORD-APPLIED
           MOVE 0 TO ZERO-ROW-COUNT
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 0 TO DIM-VAL

           DISPLAY "Modus " MODE-LIST-POS " von " MODE-LIST-COUNT
               ": " ITER-MODE
           PERFORM PROCESS-DATASET-CORE
           IF ERRORMSG NOT = "FINE"
               ADD 1 TO MM-FAILS
               IF MM-FAILS = 1
                   MOVE ERRORMSG TO MM-ERRMSG
                   MOVE MESSAGE-CODE TO MM-MSGCODE
               END-IF
           ELSE
               IF ITER-NOT-CONVERGED
                  AND ITER-MODE NOT = "VALIDATE"
                   ADD 1 TO MM-NOCONV
               END-IF
           END-IF
           .

      * gesicherte Matrix und Startvektor der Modusliste zurueck
       MULTI-MODE-RESTORE.
           MOVE SPL-FULL-DIM TO DIM-M
           MOVE SPL-FULL-DIM TO DIM-I
           MOVE SPL-FULL-DIM TO DIM-O
           PERFORM VARYING SPL-I FROM 1 BY 1 UNTIL SPL-I > DIM-M
               PERFORM VARYING SPL-J FROM 1 BY 1 UNTIL SPL-J > DIM-M
                   MOVE ELEMB(SPL-I, SPL-J) TO ELEM(SPL-I, SPL-J)
               END-PERFORM
               MOVE SPL-SAVE-X(SPL-I) TO XI(SPL-I)
               MOVE SPL-SAVE-X(SPL-I) TO XI-ORIG(SPL-I)
           END-PERFORM
           .

      * MM-CRS-PLAIN = 1, wenn der laufende Eintrag die CRS-Struktur
      * schlicht aus der unveraenderten Matrix baut und sie danach
      * auch nicht umbaut: keine Verschiebung, keine Transposition
      * (left/steady), keine Skalierung, Umordnung oder
      * Randbedingungen, keine Bandstruktur und keine der Optionen,
      * die CRS im Verlauf neu aufbauen (topk=, sstep=, tol=)
       CHECK-CRS-PLAIN.
           MOVE 0 TO MM-CRS-PLAIN
           IF REAL-DATA AND BAND-WIDTH = 0 AND SHIFT-VALUE = 0
              AND ITER-MODE NOT = "LEFT" AND NOT MODE-STEADY
              AND SCALE-APPLIED = 0 AND REORD-APPLIED = 0
              AND FIX-COUNT = 0 AND TOPK = 1
              AND SSTEP-VALUE = 0 AND TOL-PCT = 0
               MOVE 1 TO MM-CRS-PLAIN
           END-IF
           .

      * ein Block von SPLIT-COMPONENTS: Zeilen der Komponente
      * COMP-PART sammeln, Teilmatrix und Teil-Startvektor aus der
      * gesicherten ganzen Matrix aufbauen und den Verarbeitungskern
      * darauf laufen lassen. Traegt der Startvektor im Block nur
      * Nullen (x= zielte auf einen anderen Block), startet der
      * Block mit dem Einsvektor
       SPLIT-ONE-COMPONENT.
           PERFORM SET-COMPONENT-NAME
           MOVE 0 TO SPL-N
           PERFORM VARYING SPL-I FROM 1 BY 1
                   UNTIL SPL-I > SPL-FULL-DIM
               IF COMP-OF(SPL-I) = COMP-PART
                   ADD 1 TO SPL-N
                   MOVE SPL-I TO SPL-MEMBER(SPL-N)
               END-IF
           END-PERFORM
           MOVE SPL-N TO DIM-M
           MOVE SPL-N TO DIM-I
           MOVE SPL-N TO DIM-O
           MOVE 0 TO SPL-X-SET
           PERFORM VARYING SPL-I FROM 1 BY 1 UNTIL SPL-I > SPL-N
               PERFORM VARYING SPL-J FROM 1 BY 1 UNTIL SPL-J > SPL-N
                   MOVE ELEMB(SPL-MEMBER(SPL-I), SPL-MEMBER(SPL-J))
                       TO ELEM(SPL-I, SPL-J)
               END-PERFORM
               MOVE SPL-SAVE-X(SPL-MEMBER(SPL-I)) TO XI(SPL-I)
               IF XI(SPL-I) NOT = 0
                   MOVE 1 TO SPL-X-SET
               END-IF
           END-PERFORM
           PERFORM VARYING SPL-I FROM 1 BY 1 UNTIL SPL-I > SPL-N
               IF SPL-X-SET = 0
                   MOVE 1 TO XI(SPL-I)
               END-IF
               MOVE XI(SPL-I) TO XI-ORIG(SPL-I)
           END-PERFORM

      *    ein Block aus einer einzelnen Nullzeile (nur ein solcher
      *    kann ganz aus Nullen bestehen) hat den Eigenwert 0 zu
      *    jedem Vektor - nichts zu rechnen, und Validation wuerde
      *    ihn als Nullmatrix abweisen
           IF SPL-N = 1 AND ELEM(1, 1) = 0
               DISPLAY "Komponente " COMP-PART " ist eine Nullzeile"
                   " - uebersprungen"
               EXIT PARAGRAPH
           END-IF

      *    Rueckgaben des vorigen Blocks duerfen nicht nachhaengen
           MOVE "FINE" TO ERRORMSG
           MOVE SPACES TO MESSAGE-CODE
           MOVE 0 TO RET-CONVERGED
           MOVE 0 TO RET-OSCILLATING
           MOVE 0 TO RET-XNORM-SUSPECT
           MOVE 0 TO RET-SUBSPACE
           MOVE 0 TO RET-DRIFTED
           MOVE 0 TO RET-GATE
           MOVE 0 TO RET-BOUND-SET
           MOVE 0 TO RET-TRUE-RESID
           MOVE 0 TO RET-EW-BOUND
           MOVE 0 TO RET-BOUND-EXCEEDED
           MOVE 0 TO RET-DOMINANCE
           MOVE 0 TO RET-DOM-BEYOND
           MOVE 0 TO RET-DOM-RESEEDED
           MOVE 0 TO RET-MAC
           MOVE 0 TO RET-MAC-SET
           MOVE 0 TO RET-MAC-SWAP
           MOVE SPACES TO RET-MAC-DATE
           MOVE 0 TO RET-STARTS-AGREE
           MOVE 0 TO RET-STARTS-SPREAD
           MOVE 0 TO SCALE-APPLIED
           MOVE 0 TO REORD-APPLIED
           MOVE 0 TO ZERO-ROW-COUNT
           MOVE 0 TO EW-COUNT
           MOVE 0 TO EW-VEC-DIM
           MOVE 0 TO DIM-VAL

           DISPLAY "Komponente " COMP-PART " von " COMP-PARTS
               " (" SPL-N " Zeilen)"
           PERFORM PROCESS-DATASET-CORE
           IF ERRORMSG NOT = "FINE"
               ADD 1 TO SPL-FAILS
               IF SPL-FAILS = 1
                   MOVE ERRORMSG TO SPL-ERRMSG
                   MOVE MESSAGE-CODE TO SPL-MSGCODE
               END-IF
           ELSE
               IF ITER-NOT-CONVERGED
                   ADD 1 TO SPL-NOCONV
               END-IF
           END-IF
           .

      * Ergebnisname des Blocks COMP-PART: "<name>-K<k>"; reicht der
      * Platz nicht, wird der Datensatzname gekuerzt, nie der
      * Anhang - sonst fielen zwei Bloecke auf denselben Namen
       SET-COMPONENT-NAME.
           MOVE SPACES TO DATASET-NAME
           IF COMP-BASE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE COMP-PART TO SPL-PART-DISP
           MOVE SPACES TO SPL-SUFFIX
           STRING "-K" FUNCTION TRIM(SPL-PART-DISP)
               DELIMITED BY SIZE INTO SPL-SUFFIX
           MOVE 0 TO SPL-SUF-LEN
           INSPECT SPL-SUFFIX TALLYING SPL-SUF-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO SPL-BASE-LEN
           INSPECT COMP-BASE-NAME TALLYING SPL-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF SPL-BASE-LEN + SPL-SUF-LEN > 30
               COMPUTE SPL-BASE-LEN = 30 - SPL-SUF-LEN
           END-IF
           STRING COMP-BASE-NAME(1:SPL-BASE-LEN)
               SPL-SUFFIX(1:SPL-SUF-LEN)
               DELIMITED BY SIZE INTO DATASET-NAME
           .

      * Deflation nach Hotelling: aus dem bereits gefundenen dominanten
      * Eigenwert RET-EW und dem zugehoerigen (normierten) Eigenvektor
      * in XI wird lambda * v * v-transponiert direkt von MATRIX

           MOVE 1 TO EW-COUNT
           MOVE RET-EW TO EW-VALUE(1)
           MOVE 0.0 TO EW-IMAG(1)
      *    jeder Eigenwert der Kette behaelt seinen Eigenvektor in
      *    EIGENLIST - XI wird von jeder Runde ueberschrieben
           MOVE DIM-M TO EW-VEC-DIM
           PERFORM VARYING DEFL-I FROM 1 BY 1 UNTIL DEFL-I > DIM-M
               MOVE XI(DEFL-I) TO EW-VEC(1, DEFL-I)
           END-PERFORM
      *    Vectoriteration ueberschreibt RET-EW-GAP/RET-ITER/RET-RESID
      *    bei jedem der folgenden CALLs mit dem Wert des jeweils
      *    deflatierten Durchlaufs - die Werte des dominanten
               END-PERFORM

               CALL "CompressedRowStorage" USING CRS-VALS, CRS-COLS,
                     CRS-ROW-PTR, CRS-STAMP, MATRIX, ABBRUCH,
                     CRS-VALS-F

               IF ERRORMSG = "FINE" THEN
                   CALL "Vectoriteration" USING CRS-VALS, CRS-COLS,
                         CRS-ROW-PTR, CRS-STAMP, CRS-BAND,
                         INPUT-VEKTOR, ABBRUCH, FILE-NAMES, CRS-VALS-F
               END-IF

               IF ERRORMSG = "FINE" THEN
                   ADD 1 TO EW-COUNT
                   MOVE RET-EW TO EW-VALUE(EW-COUNT)
                   MOVE 0.0 TO EW-IMAG(EW-COUNT)
                   PERFORM VARYING DEFL-I FROM 1 BY 1
                           UNTIL DEFL-I > DIM-M
                       MOVE XI(DEFL-I) TO EW-VEC(EW-COUNT, DEFL-I)
                   END-PERFORM
               END-IF
           END-PERFORM

               END-PERFORM
           END-PERFORM
           MOVE EW-VALUE(1) TO RET-EW
      *    XI traegt nach der Kette den Vektor der letzten Runde -
      *    zum dominanten RET-EW gehoert der erste
           PERFORM VARYING DEFL-I FROM 1 BY 1 UNTIL DEFL-I > DIM-M
               MOVE EW-VEC(1, DEFL-I) TO XI(DEFL-I)
           END-PERFORM
           MOVE DOMINANT-EW-GAP TO RET-EW-GAP
           MOVE DOMINANT-ITER TO RET-ITER
           MOVE DOMINANT-RESID TO RET-RESID
                   END-PERFORM
                   CALL "CompressedRowStorage" USING CRS-VALS,
                         CRS-COLS, CRS-ROW-PTR, CRS-STAMP, MATRIX,
                         ABBRUCH, CRS-VALS-F
                   IF ERRORMSG = "FINE"
                       CALL "Vectoriteration" USING CRS-VALS,
                             CRS-COLS, CRS-ROW-PTR, CRS-STAMP,
                             CRS-BAND, INPUT-VEKTOR, ABBRUCH,
                             FILE-NAMES, CRS-VALS-F
                   END-IF
                   PERFORM VARYING SHIFT-I FROM 1 BY 1 UNTIL
                         SHIFT-I > DIM-M
           MOVE TIME-ELAPSED TO PT-OUT-CS
           COMPUTE PT-PAIR-CS = PT-PAIR-CS + PT-INPUT-CS
               + PT-VALID-CS + PT-CRS-CS + PT-ITER-CS + PT-OUT-CS
           PERFORM NOTE-DATASET-SIZE
           MOVE "DATASET" TO RUNLOG-OP
           CALL "RunLog" USING FILE-NAMES, ABBRUCH, PHASE-TIMES,
                RUNLOG-OP
           .

      * Groesse des Datensatzes fuer die Laufzeitprotokoll-Zeile -
      * die Kapazitaetsauswertung verfolgt darueber das Wachstum von
      * Dimension und Eintragszahl. DIM-VAL steht bei den dichten
      * Loesungswegen auf 0 (kein CRS-Aufbau), dort zaehlt die volle
      * Matrix
       NOTE-DATASET-SIZE.
           MOVE DIM-M TO PT-DIM
           IF DIM-VAL > 0
               MOVE DIM-VAL TO PT-NNZ
           ELSE
               COMPUTE PT-NNZ = DIM-M * DIM-M
           END-IF
           .

      * Randbedingungs-Reduktion (Option "fix="): eliminiert die
      * fixierten Zeilen/Spalten aus MATRIX (und MATRIXB beim
      * verallgemeinerten Problem) sowie aus allen mitlaufenden
               EXIT PARAGRAPH
           END-IF

      *    Antwort-Freiheitsgrade des Frequenzgangs bzw. die
      *    Verlaufskomponenten des Zeitverlaufs in die reduzierte
      *    Nummerierung umsetzen - ein fixierter hat keine Antwort
           IF MODE-FRF OR MODE-TRANSIENT
               PERFORM VARYING FIX-K FROM 1 BY 1
                       UNTIL FIX-K > FRF-DOF-COUNT
                   IF FIX-IS-FIXED(FRF-DOF-ORIG(FIX-K)) = 1
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE "FIX-003" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[Main.REDUCE-FIXED-DOFS] Satz "
                           RECORD-NUM-DISP DELIMITED BY SIZE
                           ": Error: resp= nennt einen per fix="
                           " eingespannten Freiheitsgrad!"
                           DELIMITED BY SIZE INTO ERRORMSG
                       DISPLAY ERRORMSG
                   ELSE
                       PERFORM VARYING FIX-R FROM 1 BY 1
                               UNTIL FIX-R > FIX-RED-DIM
                           IF FIX-ORIG-OF(FIX-R) =
                              FRF-DOF-ORIG(FIX-K)
                               MOVE FIX-R TO FRF-DOF(FIX-K)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF ERRORMSG NOT = "FINE"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING FIX-R FROM 1 BY 1
                   UNTIL FIX-R > FIX-RED-DIM
               MOVE FIX-ORIG-OF(FIX-R) TO FIX-O1
                           MOVE ELEMB(FIX-O1, FIX-O2) TO
                               ELEMB(FIX-R, FIX-C)
                       END-IF
                       IF DAMPING-ENABLED
                           MOVE ELEMC(FIX-O1, FIX-O2) TO
                               ELEMC(FIX-R, FIX-C)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE XI(FIX-O1) TO XI(FIX-R)
           IF GENERALIZED-ENABLED
               MOVE FIX-RED-DIM TO DIM-B
           END-IF
           IF DAMPING-ENABLED
               MOVE FIX-RED-DIM TO DIM-C
           END-IF
           IF DIM-RHS > 0
               MOVE FIX-RED-DIM TO DIM-RHS
           END-IF
               FIX-RED-DIM " Freiheitsgrade"
           .

      * Master-Freiheitsgrade (master=, Originalnummerierung) in die
      * Nummerierung nach der Randbedingungs-Reduktion umsetzen - ohne
      * fix= gelten sie unveraendert. Ein eingespannter Master ist ein
      * Datensatzfehler; ein Index ausserhalb von dim= geht als 9999
      * weiter und wird von GuyanReduction gemeldet
       MAP-MASTER-DOFS.
           PERFORM VARYING GUY-K FROM 1 BY 1
                   UNTIL GUY-K > MASTER-COUNT
               MOVE MASTER-IDX(GUY-K) TO MASTER-POS(GUY-K)
               IF FIX-APPLIED = 1
                   IF MASTER-IDX(GUY-K) < 1
                      OR MASTER-IDX(GUY-K) > FIX-ORIG-DIM
                       MOVE 9999 TO MASTER-POS(GUY-K)
                   ELSE
                       IF FIX-IS-FIXED(MASTER-IDX(GUY-K)) = 1
                           MOVE RECORD-NUM TO RECORD-NUM-DISP
                           MOVE "GUY-006" TO MESSAGE-CODE
                           MOVE SPACES TO ERRORMSG
                           STRING "[Main.MAP-MASTER-DOFS] Satz "
                               RECORD-NUM-DISP DELIMITED BY SIZE
                               ": Error: master= nennt einen per fix="
                               " eingespannten Freiheitsgrad!"
                               DELIMITED BY SIZE INTO ERRORMSG
                           DISPLAY ERRORMSG
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM VARYING FIX-R FROM 1 BY 1
                               UNTIL FIX-R > FIX-RED-DIM
                           IF FIX-ORIG-OF(FIX-R) = MASTER-IDX(GUY-K)
                               MOVE FIX-R TO MASTER-POS(GUY-K)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      * Rueckexpansion des Eigenvektors in die Originalnummerierung:
      * fixierte Positionen bekommen 0, die freien ihre Werte aus dem
      * reduzierten Vektor - ueber eine Zwischentabelle, da die
                   UNTIL FIX-O1 > FIX-ORIG-DIM
               MOVE FIX-EXP-VAL(FIX-O1) TO XI-ORIG(FIX-O1)
           END-PERFORM
      *    ebenso die Vektoren in EIGENLIST, sofern sie in der
      *    reduzierten Nummerierung stehen
           IF EW-VEC-DIM > 0 AND EW-VEC-DIM = FIX-RED-DIM
               PERFORM VARYING LV-K FROM 1 BY 1 UNTIL LV-K > EW-COUNT
                   MOVE 0 TO FIX-R
                   PERFORM VARYING FIX-O1 FROM 1 BY 1
                           UNTIL FIX-O1 > FIX-ORIG-DIM
                       IF FIX-IS-FIXED(FIX-O1) = 1
                           MOVE 0.0 TO FIX-EXP-VAL(FIX-O1)
                       ELSE
                           ADD 1 TO FIX-R
                           MOVE EW-VEC(LV-K, FIX-R)
                               TO FIX-EXP-VAL(FIX-O1)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING FIX-O1 FROM 1 BY 1
                           UNTIL FIX-O1 > FIX-ORIG-DIM
                       MOVE FIX-EXP-VAL(FIX-O1) TO EW-VEC(LV-K, FIX-O1)
                   END-PERFORM
               END-PERFORM
               MOVE FIX-ORIG-DIM TO EW-VEC-DIM
           END-IF
           .

      * Umordnung und Skalierung fuer die Vektoren in EIGENLIST
      * zuruecknehmen - dieselbe Rechnung, die BandwidthReorder und
      * EquilibrateMatrix mit "UNDO" auf XI ausfuehren: erst die
      * Zeilen in die Originalordnung, dann mit den Faktoren der
      * Originalzeilen multiplizieren und neu normieren
       UNDO-LIST-VECTORS.
           PERFORM VARYING LV-K FROM 1 BY 1 UNTIL LV-K > EW-COUNT
               IF REORD-APPLIED = 1
                   PERFORM VARYING LV-I FROM 1 BY 1
                           UNTIL LV-I > EW-VEC-DIM
                       MOVE EW-VEC(LV-K, LV-I) TO LV-WORK(LV-I)
                   END-PERFORM
                   PERFORM VARYING LV-I FROM 1 BY 1
                           UNTIL LV-I > EW-VEC-DIM
                       MOVE LV-WORK(LV-I) TO EW-VEC(LV-K, PERM(LV-I))
                   END-PERFORM
               END-IF
               IF SCALE-APPLIED = 1
                   MOVE 0.0 TO LV-NORM
                   PERFORM VARYING LV-I FROM 1 BY 1
                           UNTIL LV-I > EW-VEC-DIM
                       COMPUTE EW-VEC(LV-K, LV-I) =
                           EW-VEC(LV-K, LV-I) * DFAC(LV-I)
                       COMPUTE LV-NORM = LV-NORM
                           + EW-VEC(LV-K, LV-I) * EW-VEC(LV-K, LV-I)
                   END-PERFORM
                   COMPUTE LV-NORM = LV-NORM ** 0.5
                   IF LV-NORM NOT = 0
                       PERFORM VARYING LV-I FROM 1 BY 1
                               UNTIL LV-I > EW-VEC-DIM
                           COMPUTE EW-VEC(LV-K, LV-I) =
                               EW-VEC(LV-K, LV-I) / LV-NORM
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      * Modale Beteiligungsrechnung (Option "edir="): aus dem
                   END-PERFORM
               END-PERFORM
               CALL "CompressedRowStorage" USING CRS-VALS, CRS-COLS,
                     CRS-ROW-PTR, CRS-STAMP, MATRIX, ABBRUCH,
                     CRS-VALS-F
               IF ERRORMSG = "FINE"
                   CALL "Vectoriteration" USING CRS-VALS, CRS-COLS,
                         CRS-ROW-PTR, CRS-STAMP, CRS-BAND,
                         INPUT-VEKTOR, ABBRUCH, FILE-NAMES, CRS-VALS-F
               END-IF
               IF ERRORMSG = "FINE" AND ITER-CONVERGED
                   IF TOL-PASS = 1
               + CLK-SS * 100 + CLK-CC
           .

      * Laufstatus zu Beginn eines Datensatzes: Paar, Planplatz,
      * Zaehler des Laufs und die Restlaufzeit-Prognose des Paars.
      * Der Index ist wie SKIP 0-basiert, der Planplatz zaehlt ab 1
      * innerhalb der Partition; ohne gueltigen Plan bleiben Rest
      * und Prognose unbekannt
       UPDATE-RUN-STATUS.
           MOVE INPUT-FILENAME TO RS-INPUT
           MOVE OUTPUT-FILENAME TO RS-OUTPUT
           COMPUTE RS-DONE = GRAND-TOTAL-DATASETS + TOTAL-DATASETS
           COMPUTE RS-FAILED = GRAND-TOTAL-ERRORS + TOTAL-ERRORS
           MOVE 0 TO RS-ITER
           MOVE 0 TO RS-REMAIN-KNOWN
           MOVE -1 TO RS-PROJ-END-CS
           IF PP-ACTIVE = 1
               MOVE PP-ORD(PP-POS) TO RS-DS-INDEX
               MOVE PP-POS TO PROJ-POS
           ELSE
               COMPUTE RS-DS-INDEX = PAIR-START-SKIP + TOTAL-DATASETS
               COMPUTE PROJ-POS = RS-DS-INDEX - PARTITION-START + 1
           END-IF
           IF PP-OVERFLOW = 0 AND PROJ-POS <= PP-COUNT
               MOVE "REMAIN" TO PROJ-OP
               CALL "RunProjection" USING FILE-NAMES, PRIO-PLAN,
                    PROJ-REQUEST
               MOVE PROJ-LEFT TO RS-REMAINING
               MOVE 1 TO RS-REMAIN-KNOWN
               IF PROJ-REMAIN-CS >= 0
                   PERFORM TAKE-TIME
                   COMPUTE RS-PROJ-END-CS = TIME-NOW + PROJ-REMAIN-CS
                   DIVIDE RS-PROJ-END-CS BY 8640000
                       GIVING PROJ-DAYS REMAINDER RS-PROJ-END-CS
               END-IF
           END-IF
           MOVE "DATASET" TO RS-EVENT
           CALL "RunStatus" USING ABBRUCH
           .

      * Differenz zum vorigen Messpunkt bilden und den Messpunkt
      * weiterschieben - laeuft die Uhr ueber Mitternacht, wird ein
      * voller Tag aufgeschlagen
               PERFORM MULTISTART-RANDOM-XI
               CALL "Vectoriteration" USING CRS-VALS, CRS-COLS,
                     CRS-ROW-PTR, CRS-STAMP, CRS-BAND, INPUT-VEKTOR,
                     ABBRUCH, FILE-NAMES, CRS-VALS-F
               MOVE RET-EW TO MS-EW(MS-K)
           END-PERFORM

               MOVE SPACES TO ERRORMSG
               STRING "[Main.GERSHGORIN-CHECK] Satz " RECORD-NUM-DISP
                   DELIMITED BY SIZE
                   ": Error: Eigenwert " FUNCTION TRIM(GERSH-EW-DISP)
                   DELIMITED BY SIZE
                   " liegt ausserhalb des Gershgorin-Intervalls ["
                   DELIMITED BY SIZE
      *    die Hz-Grenze waere ein Einheitenfehler, der eine
      *    instabile Struktur still passieren liesse. Das Urteil ist
      *    daher ein sofortiges FAIL
      *    Ebenso ein komplexer Eigenwert mit Imaginaerteil (nicht
      *    hermitesche komplexe Matrix)
           IF UNIT-HZ AND COMPLEX-DATA AND RET-CPX-IM NOT = 0
               MOVE 2 TO RET-GATE
               DISPLAY "Grenzwertpruefung: FAIL (keine reelle"
                   " Frequenz, Eigenwert komplex)"
               EXIT PARAGRAPH
           END-IF
           IF UNIT-HZ AND RET-EW < 0 AND NOT MODE-STABILITY
               MOVE 2 TO RET-GATE
               DISPLAY "Grenzwertpruefung: FAIL (keine reelle"
                   " Frequenz, Eigenwert negativ)"
               EXIT PARAGRAPH
           END-IF
      *    im Stabilitaetsmodus ist RET-EW die spektrale Abszisse
      *    (Abklingrate in 1/s), keine Eigenfrequenz - die Grenze
      *    gilt ihr unabhaengig von unit=, ebenso der Residuennorm
      *    der Ausgleichsrechnung
           IF UNIT-HZ AND NOT MODE-STABILITY AND NOT MODE-LSQ
               COMPUTE GATE-VALUE = (RET-EW ** 0.5) / 6.2831853072
           ELSE
               MOVE RET-EW TO GATE-VALUE
                   MOVE 2 TO RET-GATE
               END-IF
           END-IF
      *    Stabilitaetsurteil: nur ein nachweislich stabiles System
      *    besteht - auch MARGINAL (ungedaempfte Schwingung bzw.
      *    Integrator auf der Achse) ist keine Abnahme, gleich was
      *    eine deklarierte Grenze fuer die Abszisse zuliesse
           IF MODE-STABILITY AND NOT STB-STABLE
               MOVE 2 TO RET-GATE
           END-IF
           IF GATE-FAIL
               DISPLAY "Grenzwertpruefung: FAIL"
           ELSE
      * Schranke ueber BOUND-LIMIT, wird das Ergebnis markiert, auch
      * wenn der EPSILON-Test laengst zufrieden war
       TRUE-RESIDUAL-CHECK.
           IF ARITH-FLOAT
               PERFORM TRUE-RESIDUAL-FLOAT
               EXIT PARAGRAPH
           END-IF
           IF BAND-WIDTH > 0
               CALL "BandedMatrixVectorMultiply" USING CRS-BAND,
                     INPUT-VEKTOR, OUT-VEKTOR, ABBRUCH
           PERFORM PUBLISH-BOUND
           .

      * Fehlerschranken-Nachrechnung bei "arithmetic=float": derselbe
      * Multiplikationsdurchlauf, aber ueber CRS-VALS-F - A*x kommt
      * als XK-F zurueck und bleibt bis zur Norm in COMP-2, da es den
      * gepackten Zahlbereich von XK verlassen darf
       TRUE-RESIDUAL-FLOAT.
           PERFORM VARYING TR-I FROM 1 BY 1 UNTIL TR-I > DIM-I
               MOVE XI(TR-I) TO XI-F(TR-I)
           END-PERFORM
           CALL "CRSMatrixVectorMultiply" USING CRS-VALS,
                 CRS-COLS, CRS-ROW-PTR, CRS-STAMP, INPUT-VEKTOR,
                 OUT-VEKTOR, ABBRUCH, CRS-VALS-F, FLOAT-VEKTOR
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TR-NORM-F
           PERFORM VARYING TR-I FROM 1 BY 1 UNTIL TR-I > DIM-I
               COMPUTE TR-RI-F = XK-F(TR-I) - RET-EW * XI-F(TR-I)
               COMPUTE TR-NORM-F = TR-NORM-F + TR-RI-F * TR-RI-F
           END-PERFORM
           COMPUTE TR-NORM-F = TR-NORM-F ** 0.5
           MOVE TR-NORM-F TO TR-NORM
           PERFORM PUBLISH-BOUND
           .

      * Fehlerschranken-Nachrechnung fuer komplexe Matrizen: ein
      * Durchlauf CRSComplexMultiply liefert A*x, das Residuum
      * r = A*x - lambda*x mit komplexem lambda = RET-EW + i*RET-CPX-IM
      * und dessen euklidische Norm ueber Real- und Imaginaerteile -
      * fuer hermitesche Matrizen zugleich die Schranke wie im
      * reellen symmetrischen Fall
       TRUE-RESIDUAL-COMPLEX.
           CALL "CRSComplexMultiply" USING CRS-VALS, CRS-COLS,
                 CRS-ROW-PTR, CRS-VALS-IM, INPUT-VEKTOR, OUT-VEKTOR,
                 OUT-VEKTOR-IM, ABBRUCH
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TR-NORM
           PERFORM VARYING TR-I FROM 1 BY 1 UNTIL TR-I > DIM-I
               COMPUTE TR-PROD-1 = RET-EW * XI(TR-I)
               COMPUTE TR-PROD-2 = RET-CPX-IM * XI-IM(TR-I)
               COMPUTE TR-RI = XK(TR-I) - TR-PROD-1
               COMPUTE TR-RI = TR-RI + TR-PROD-2
               COMPUTE TR-PROD-1 = RET-EW * XI-IM(TR-I)
               COMPUTE TR-PROD-2 = RET-CPX-IM * XI(TR-I)
               COMPUTE TR-RI-IM = XK-IM(TR-I) - TR-PROD-1
               COMPUTE TR-RI-IM = TR-RI-IM - TR-PROD-2
               COMPUTE TR-NORM = TR-NORM + TR-RI * TR-RI
               COMPUTE TR-NORM = TR-NORM + TR-RI-IM * TR-RI-IM
           END-PERFORM
           COMPUTE TR-NORM = TR-NORM ** 0.5
           PERFORM PUBLISH-BOUND
           .

      * Fehlerschranken-Nachrechnung fuer die dichten Eigenwert-Wege
      * (INVERSE/RAYLEIGH): A*x direkt ueber die dichte MATRIX
       TRUE-RESIDUAL-DENSE.
           PERFORM PUBLISH-BOUND
           .

      * Dominanzpruefung per Sturm-Zaehlung (DominanceCheck.cbl).
      * WRONG-MODE heisst: der Startvektor hatte (numerisch) keinen
      * Anteil am dominanten Eigenvektor, die Iteration ist sauber
      * auf einem anderen Mode konvergiert. Einmaliger Neustart mit
      * Zufallsvektor wie im Mehrfachstart (XI-ORIG bleibt der
      * dokumentierte Startvektor), danach Fehlerschranke und
      * Pruefung neu. Der erste Befund geht schon vor dem Neustart
      * als Warneintrag CHK-002 nach errors.txt (OutputHandling,
      * "WRONGMODE"). Bleibt es beim falschen Mode, wird der Datensatz
      * mit getaggter ERRORMSG nach errors.txt geschrieben
       DOMINANCE-CHECK.
           CALL "DominanceCheck" USING MATRIX, ABBRUCH, WORK-MATRIX
           IF NOT DOM-WRONG-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE "WRONGMODE" TO ERRORMSG
           CALL "OutputHandling" USING INPUT-VEKTOR, ABBRUCH, MATRIX,
                FILE-NAMES, EIGENLIST, CRS-VALS, CRS-COLS, CRS-ROW-PTR,
                RHS-MULTI
           MOVE "FINE" TO ERRORMSG
           DISPLAY "Dominanzpruefung: Neustart mit Zufallsvektor"
           PERFORM MULTISTART-RANDOM-XI
           MOVE 0 TO RET-BOUND-SET
           MOVE 0 TO RET-TRUE-RESID
           MOVE 0 TO RET-EW-BOUND
           MOVE 0 TO RET-BOUND-EXCEEDED
           CALL "Vectoriteration" USING CRS-VALS, CRS-COLS,
                 CRS-ROW-PTR, CRS-STAMP, CRS-BAND, INPUT-VEKTOR,
                 ABBRUCH, FILE-NAMES, CRS-VALS-F
           MOVE 1 TO RET-DOM-RESEEDED
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           IF ITER-CONVERGED
               PERFORM TRUE-RESIDUAL-CHECK
           END-IF
           IF ERRORMSG NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
           IF ITER-CONVERGED
               CALL "DominanceCheck" USING MATRIX, ABBRUCH,
                     WORK-MATRIX
           END-IF
           IF DOM-WRONG-MODE
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE RET-EW TO DOM-EW-DISP
               MOVE "CHK-002" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[Main.DOMINANCE-CHECK] Satz " RECORD-NUM-DISP
                   DELIMITED BY SIZE
                   ": Error: WRONG-MODE - Eigenwert "
                   FUNCTION TRIM(DOM-EW-DISP) DELIMITED BY SIZE
                   " nicht dominant!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
           END-IF
           .

      * Symmetrisierung nahezu symmetrischer Lieferungen: erster
      * Durchgang sucht die groesste Differenz |a_ij - a_ji| samt
      * Position und zaehlt die abweichenden Paare; liegt sie ueber
      * SYMFIX-TOL, wird der Datensatz abgewiesen (die Asymmetrie
      * ist dann echt und kein Rundungsrest). Sonst ersetzt der
      * zweite Durchgang jedes abweichende Paar durch den Mittelwert
      * - das ist (A + A')/2, die Diagonale bleibt unberuehrt
       SYMMETRIZE-MATRIX.
           MOVE 1 TO RET-SYM-DONE
           MOVE 0 TO RET-SYM-MAX
           MOVE 0 TO RET-SYM-ROW
           MOVE 0 TO RET-SYM-COL
           MOVE 0 TO RET-SYM-ADJ
           PERFORM VARYING SYM-I FROM 1 BY 1 UNTIL SYM-I > DIM-M
               PERFORM VARYING SYM-J FROM SYM-I BY 1
                       UNTIL SYM-J > DIM-M
                   COMPUTE SYM-DIF = ELEM(SYM-I, SYM-J)
                       - ELEM(SYM-J, SYM-I)
                   IF SYM-DIF < 0
                       COMPUTE SYM-DIF = SYM-DIF * (-1)
                   END-IF
                   IF SYM-DIF > 0
                       ADD 1 TO RET-SYM-ADJ
                       IF SYM-DIF > RET-SYM-MAX
                           MOVE SYM-DIF TO RET-SYM-MAX
                           MOVE SYM-I TO RET-SYM-ROW
                           MOVE SYM-J TO RET-SYM-COL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF RET-SYM-MAX > SYMFIX-TOL
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE RET-SYM-MAX TO SYM-MAX-DISP
               MOVE RET-SYM-ROW TO SYM-ROW-DISP
               MOVE RET-SYM-COL TO SYM-COL-DISP
               MOVE "VAL-015" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[Main.SYMMETRIZE-MATRIX] Satz " RECORD-NUM-DISP
                   DELIMITED BY SIZE
                   ": Error: Asymmetrie " SYM-MAX-DISP
                   DELIMITED BY SIZE
                   " bei (" SYM-ROW-DISP "," SYM-COL-DISP
                   ") > symfix!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
      *        abgewiesen heisst: nichts angeglichen
               MOVE 0 TO RET-SYM-ADJ
               EXIT PARAGRAPH
           END-IF
           IF RET-SYM-ADJ = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SYM-I FROM 1 BY 1 UNTIL SYM-I > DIM-M
               PERFORM VARYING SYM-J FROM SYM-I BY 1
                       UNTIL SYM-J > DIM-M
                   IF ELEM(SYM-I, SYM-J) NOT = ELEM(SYM-J, SYM-I)
                       COMPUTE ELEM(SYM-I, SYM-J) =
                           (ELEM(SYM-I, SYM-J) + ELEM(SYM-J, SYM-I))
                           / 2
                       MOVE ELEM(SYM-I, SYM-J) TO ELEM(SYM-J, SYM-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Modal Assurance Criterion gegen den zuletzt gesicherten
      * Eigenvektor des Namens: faellt er unter MAC-MIN, gehoert der
      * (womoeglich voellig "stabile") Eigenwert zu einer anderen
      * Modenform - zwei eng benachbarte Moden haben die Reihenfolge
      * getauscht. Der Datensatz geht dann als MODE-SWAP nach
      * errors.txt (und damit als Alarmsatz an den Poller); der
      * heutige Vektor wird nicht gesichert, der naechste Lauf
      * vergleicht weiter gegen die letzte gute Form
       MAC-CHECK.
           MOVE "MAC" TO WARM-OP
           CALL "WarmStart" USING INPUT-VEKTOR, ABBRUCH, WARM-OP,
                FILE-NAMES
           IF MAC-NOT-AVAILABLE OR MAC-MIN = 0
               EXIT PARAGRAPH
           END-IF
           IF RET-MAC < MAC-MIN
               MOVE 1 TO RET-MAC-SWAP
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE RET-MAC TO MAC-DISP
               MOVE MAC-MIN TO MAC-MIN-DISP
               MOVE "MAC-001" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[Main.MAC-CHECK] Satz " RECORD-NUM-DISP
                   DELIMITED BY SIZE
                   ": Error: MODE-SWAP - MAC " MAC-DISP
                   DELIMITED BY SIZE
                   " unter " MAC-MIN-DISP DELIMITED BY SIZE
                   " (Vektor " RET-MAC-DATE(1:8)
                   DELIMITED BY SIZE
                   ")!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
           END-IF
           .

      * stellt die nachgerechnete Schranke in die Rueckgabefelder und
      * prueft sie gegen die Markierungsschwelle
       PUBLISH-BOUND.
