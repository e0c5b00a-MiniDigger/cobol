      *        Fehlermeldungen werden getrennt von den Ergebnissen
      *        gefuehrt, damit ein Batch-Lauf allein an der Dateigroesse
      *        von errors.txt als sauber oder fehlerhaft erkennbar ist
      *        Dynamisch zugewiesen: im Sandkasten-Lauf liegt sie
      *        im Sandkasten-Verzeichnis, siehe SET-STAGED-FILENAMES
               SELECT ERRORF ASSIGN TO DYNAMIC ERR-FILENAME
               FILE STATUS IS ERR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *        (Iterationen mal Nichtnull-Eintraege) fuer die
      *        Kostenverteilung - bisher wurde die Rechenzeit mangels
      *        Zuordnung nach Kopfzahl umgelegt
               SELECT USAGEF ASSIGN TO DYNAMIC USAGE-FILENAME
               FILE STATUS IS USAGE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
               SELECT PRTF ASSIGN TO DYNAMIC PRT-FILENAME
               FILE STATUS IS PRT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RESULTF ASSIGN TO DYNAMIC RESULT-FILENAME
               FILE STATUS IS RESULT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           01 CSV-FILE PIC X(2000).
           FD AUDITF
           DATA RECORD IS AUDIT-FILE.
           01 AUDIT-FILE PIC X(400).
           FD EXTRACTF
           DATA RECORD IS EXTRACT-FILE.
           01 EXTRACT-FILE PIC X(100).
           01 USAGE-FILE PIC X(100).
           FD MIRRORF
           DATA RECORD IS MIRROR-LINE.
           01 MIRROR-LINE PIC X(400).
           FD PRTF
           DATA RECORD IS PRT-LINE.
           01 PRT-LINE PIC X(200).
               05 RES-KEY.
                   10 RES-NAME PIC X(30).
                   10 RES-RUN PIC X(17).
      *        EW mit dreizehn Vorkommastellen wie RET-EW; der Satz
      *        ist damit 2 Bytes laenger als mit den frueheren neun -
      *        auch ein solcher Bestand wird einmalig mit
      *        ResultsRebuild CONVERT umgesetzt
               05 RES-EW PIC S9(13)V9(16) COMP-3.
               05 RES-MODE PIC X(09).
               05 RES-ITER PIC 9(06) COMP-3.
               05 RES-CONV PIC 9.
               05 RES-STATUS PIC X(04).
      *        Modenform-Abgleich (MAC) im frueheren Reservebereich
      *        von RES-STATUS - Saetze von vor dem MAC-Abgleich
      *        tragen dort Leerzeichen und damit kein "M"
               05 RES-MAC-KZ PIC X(01).
                   88 RES-MAC-PRESENT VALUE "M".
               05 RES-MAC PIC 9V9(06).
      *        Katalogherkunft des Ergebnisses: Name und Version des
      *        per catalog=/base= gezogenen Blocks (catalog_hist.dat);
      *        leer bzw. 0 bei einem Block ohne Katalog. Die beiden
      *        Felder verlaengern den Satz um 34 Bytes - ein Bestand
      *        in der alten Satzlaenge wird einmalig mit
      *        ResultsRebuild CONVERT umgesetzt
               05 RES-CAT-NAME PIC X(30).
               05 RES-CAT-VER PIC 9(04).
       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ERR-FILE-STATUS PIC XX.
           01 CSV-LINE PIC X(2000).
           01 CSV-NUM PIC -(8)9.9999.
           01 PRETTY-NUM PIC -Z(8)9.9999.
      *    Erwartungswert mit bis zu dreizehn Vorkommastellen (RET-EW
      *    aus der Gleitkomma-Kette): EDIT-EW bereitet EDIT-EW-IN fuer
      *    Report und output.csv auf - solange der Wert in PRETTY-NUM
      *    bzw. CSV-NUM passt, Zeichen fuer Zeichen wie bisher, sonst
      *    ueber die breiten Bilder. PRETTY-EW-LEN/CSV-EW-LEN geben
      *    die belegte Laenge fuer ungekuerzt eingefuegte Werte
           01 EDIT-EW-IN PIC S9(13)V9(16) COMP-3.
           01 PRETTY-EW PIC -Z(12)9.9999.
           01 PRETTY-EW-TEXT PIC X(19).
           01 PRETTY-EW-LEN PIC 9(02).
           01 CSV-EW PIC -(13)9.9999.
           01 CSV-EW-TEXT PIC X(19).
           01 CSV-EW-LEN PIC 9(02).
           01 PRETTY-ITER PIC ZZZZZ9.
           01 PRETTY-COUNT PIC ZZZZZ9.
           01 I PIC 9(4).
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
           01 AUDIT-FILE-STATUS PIC XX.
           01 AUDIT-LINE PIC X(400).
      *    Aufbau der Mitschrift-Zeile (WRITE-AUDIT): Tokens ab EW= in
      *    AUDIT-TAIL, Schreibzeiger beider Teile, und die Laenge, bis
      *    zu der die Zeile vor RUN=/SEQ=/CHK= (zusammen hoechstens 50
      *    Zeichen) gefuellt werden darf
           01 AUDIT-TAIL PIC X(300).
           01 AUDIT-PTR PIC 9(04).
           01 TAIL-PTR PIC 9(04).
           01 AUDIT-BODY-MAX PIC 9(04) COMP-3 VALUE 350.
           01 AUDIT-ROOM PIC S9(04) COMP-3.
           01 AUDIT-MSG-LEN PIC 9(04) COMP-3.
      *    Manipulationsnachweis der Mitschrift: je Zeile eine
      *    laufende Satznummer (SEQ=) und ein verketteter Pruefwert
      *    (CHK=), der den Pruefwert der VORIGEN Zeile und den
           01 CHAIN-WORK PIC 9(15) COMP-3.
           01 CHAIN-I PIC 9(04) COMP-3.
           01 CHAIN-LEN PIC 9(04) COMP-3.
           01 CHAIN-TEXT PIC X(400).
           01 SEQ-POS PIC 9(04).
           01 SEQ-TOK PIC X(12).
           01 CHK-TOK PIC X(12).
           01 PRETTY-CRS-PTR PIC ZZZZZ9.
      *    Anzeigefaehige Kopie von RET-SPARSITY-PCT fuer den Report
           01 PRETTY-PCT PIC ZZ9.99.
           01 PRETTY-MAC PIC 9.9(06).
      *    Symmetrisierung: Rundungsreste des Exports sind klein, daher
      *    zehn Nachkommastellen
           01 PRETTY-SYM-MAX PIC Z(5)9.9(10).
           01 PRETTY-SYM-POS PIC ZZZ9.
           01 PRETTY-SYM-ADJ PIC Z(6)9.
      *    relativer Fehler der statischen Kondensation in Prozent
           01 PRETTY-GUY-ERR PIC Z(6)9.9999.
      *    DMIG-Zuordnung: Gitterpunkt, Komponente und eine Zelle
      *    "Index = Gitterpunkt-Komponente" der Zuordnungstabelle
           01 DMIG-GRID-DISP PIC Z(7)9.
           01 DMIG-COMP-DISP PIC 9.
           01 DMIG-CELL PIC X(22).
      *    Umrechnung in die Eigenfrequenz (Option "unit=hz"):
      *    Eingabe-Eigenwert, Ergebnis in Hz und dessen Anzeigefeld
           01 FREQ-EW-IN PIC S9(13)V9(16) COMP-3.
           01 FREQ-VAL PIC S9(09)V9(09) COMP-3.
           01 FREQ-DISP PIC -Z(6)9.9999.
      *    Modus "QUADRATIC": Betrag |lambda| (ungedaempfte
      *    Kreisfrequenz omega_n), Daempfungsgrad zeta = -RE/|lambda|
      *    und gedaempfte Frequenz f_d = IM/(2*pi) je Schwingungsform
           01 QEP-ABS PIC S9(09)V9(16) COMP-3.
           01 QEP-ZETA PIC S9(09)V9(16) COMP-3.
      *    Modus "FRF": Spaltenindex der Antwort-Freiheitsgrade und
      *    Nummer der Resonanzspitze
           01 FRF-K PIC 9(02).
           01 FRF-PK PIC 9(02).
      *    Modus "PARAM": Anzeigefeld der MAC und die Schwelle, unter
      *    der ein Kurvenpunkt als Formaenderung markiert wird
           01 PAR-MAC-DISP PIC 9.9999.
           01 PAR-MAC-MARK PIC S9(01)V9(08) COMP-3 VALUE 0.9.
      *    Schwelle des Stabilitaetsurteils, mit genug Stellen fuer
      *    ein kleines EPSILON
           01 STB-TOL-DISP PIC Z(5)9.9(10).
      *    Konnektivitaetsreport: Teil A/B der gerade gedruckten
      *    Knotenliste und Zahl der Nummern auf der aktuellen Zeile
           01 FDL-PART PIC X(01).
           01 FDL-ON-LINE PIC 9(02) COMP-3.
      *    Spaltenzahl der gedruckten Matrix: DIM-M bei quadratischer,
      *    RECT-COLS bei rechteckiger Eingabe (rows=/cols=)
           01 PRINT-COLS PIC 9(04) COMP-3.
      *    Anzeigefelder der Determinante aus der LU-Zerlegung:
      *    normalisierte Mantisse und Zehnerexponent
           01 DET-MANT-DISP PIC -9.9(09).
           01 DRIFT-FOUND PIC 9 VALUE 0.
      *    Erwartungswert des letzten FINE-Laufs desselben benannten
      *    Datensatzes, aus audit.txt gelesen
           01 DRIFT-LAST-EW PIC S9(13)V9(16) COMP-3 VALUE 0.
           01 DRIFT-LAST-EW-ABS PIC S9(13)V9(16) COMP-3 VALUE 0.
           01 DRIFT-DIFF PIC S9(13)V9(16) COMP-3 VALUE 0.
           01 DRIFT-PCT PIC S9(06)V9(04) COMP-3 VALUE 0.
      *    Zerlegung einer audit.txt Zeile in ihre space-getrennten
      *    Felder: Zeitstempel, Dateiname, Datensatzname, Status,
               05 DRIFT-TOK-STATUS PIC X(20).
               05 DRIFT-TOK-EW PIC X(40).
           01 DRIFT-EW-VAL PIC X(37).
      *    Euklidische Norm des unveraenderten, von InputHandling in
      *    XI-ORIG gesicherten Start-Vektors, vor der Normalisierung
      *    durch Vectoriteration - siehe XSTART-NORM-CHECK
      *    gelieferten EW-Werte - der Ladelauf des Warehouse prueft
      *    dagegen, ob die Uebertragung vollstaendig ankam
           01 EXTRACT-COUNT PIC 9(06) VALUE 0.
           01 EXTRACT-EW-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
           01 EXTRACT-EW-NUM PIC S9(13)V9(04) COMP-3 VALUE 0.
           01 EXTRACT-CNT-DISP PIC ZZZZZ9.
           01 EXTRACT-SUM-DISP PIC -(16)9.9999.
           01 USAGE-FILE-STATUS PIC XX.
           01 RESULT-STATUS PIC XX.
      *    Ergebnisbestand in diesem Lauf schon als nicht
      *    beschreibbar alarmiert - je Satz ein errors.txt-Eintrag,
      *    aber nur ein Alarmsatz
           01 RESULT-ALERTED PIC 9 VALUE 0.
           01 RESULT-FAIL-STATUS PIC XX.
      *    Warneintrag in errors.txt (WRITE-WARN-ENTRY): Name, Code
      *    und Detailtext des Eintrags
           01 WARN-NAME PIC X(30).
           01 WARN-CODE PIC X(07).
           01 WARN-TEXT PIC X(200).
      *    Spiegelung der Beweisdateien: Zieldateiname, Status, der
      *    zu spiegelnde Satz, der Basisname der jeweiligen Datei
      *    und das Sticky-Kennzeichen, dass der Spiegel in diesem
      *    aber auch kein weiteres Laerm)
           01 MIRROR-FILENAME PIC X(150).
           01 MIRROR-STATUS PIC XX.
           01 MIRROR-TEXT PIC X(400).
           01 MIRROR-BASE PIC X(90).
           01 MIRROR-FAILED PIC 9 VALUE 0.
      *    druckfertige Zweitausgabe: Dateiname/Status, Seitenzustand
           01 PRT-PREV-SEP PIC 9 VALUE 0.
           01 PRT-OUT PIC X(200).
           01 PRT-EOF PIC 9 VALUE 0.
      *    Gruppe je Datensatzname der Bloecke dieses Paars - die
      *    Druckausgabe fuehrt sie unter der "Name:"-Zeile als
      *    "Gruppe:"-Zeile (Verteilung nach Abteilung, PrintBurst.cbl);
      *    output.txt selbst bleibt unveraendert
           01 PRT-GRP-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 PRT-GRP-TABLE.
               05 PRT-GRP-ENTRY OCCURS 2000 TIMES.
                   10 PRT-GRP-NAME PIC X(30).
                   10 PRT-GRP-TAG PIC X(10).
           01 PRT-GRP-I PIC 9(04) COMP-3.
           01 PRT-GRP-HIT PIC 9(04) COMP-3.
      *    Dateinamen der Lauf-Dateien: kanonisch oder, bei
      *    partitionierten Laeufen, die private Staging-Fassung des
      *    Prozesses - siehe SET-STAGED-FILENAMES
           01 CSV-FILENAME PIC X(90) VALUE "output.csv".
           01 EXTRACT-FILENAME PIC X(90) VALUE "extract.txt".
           01 PART-DISP PIC Z(05)9.
      *    Lauf-Dateien, die nur im Sandkasten-Lauf woanders liegen -
      *    SANDBOX-NAME ist der Arbeitspuffer beim Voranstellen des
      *    Sandkasten-Verzeichnisses
           01 ERR-FILENAME PIC X(90) VALUE "errors.txt".
           01 USAGE-FILENAME PIC X(90) VALUE "usage.txt".
           01 RESULT-FILENAME PIC X(90) VALUE "results.dat".
           01 SANDBOX-NAME PIC X(90).
           01 SANDBOX-BASE PIC X(90).
      *    Kennzeichnung jedes Sandkasten-Ergebnisses in Report,
      *    Einzeldateien und errors.txt
           01 SANDBOX-STAMP PIC X(60) VALUE
               "SANDBOX - Sandkasten, kein veroeffentlichtes Ergebnis".
      *    Sicherung des Staging-Namens, waehrend DRIFT-CHECK die
      *    kanonische audit.txt (die Historie aller Laeufe) liest
           01 AUDIT-FILENAME-SAVE PIC X(90).
           01 ALERT-COND PIC X(16) VALUE SPACES.
           01 ALERT-DETAIL PIC X(40) VALUE SPACES.
      *    Feste Satzstruktur des Warehouse-Extrakts: Kennung, Dimension,
      *    Erwartungswert, Iterationszahl, Status, Laufkennung und
      *    Spaltenzahl je Datensatz, immer an der gleichen
      *    Spaltenposition, ohne Trennzeichen
           01 EXTRACT-LINE.
               05 EXTRACT-NAME PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 EXTRACT-DIM PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
      *        EW-Feld: bis 10**8 mit vier Nachkommastellen, darueber
      *        ganzzahlig in derselben Breite (bis dreizehn Stellen,
      *        siehe SET-EXTRACT-EW) - die Spaltenpositionen bleiben
               05 EXTRACT-EW PIC -(8)9.9999.
               05 EXTRACT-EW-GANZ REDEFINES EXTRACT-EW PIC -(13)9.
               05 FILLER PIC X VALUE SPACE.
               05 EXTRACT-ITER PIC ZZZZZ9.
               05 FILLER PIC X VALUE SPACE.
      *        Laufkennung der Ausfuehrung, die den Satz geliefert hat
               05 FILLER PIC X VALUE SPACE.
               05 EXTRACT-RUN-ID PIC X(17).
      *        Spaltenzahl der Matrix - gleich der Dimension bei
      *        quadratischer, cols= bei rechteckiger Eingabe
      *        (rows= steht dann im Dimensionsfeld)
               05 FILLER PIC X VALUE SPACE.
               05 EXTRACT-COLS PIC ZZZZ9.
      *    Fuer die Rangliste am Anfang von output.txt: Name/Satznummer
      *    und Erwartungswert jedes im aktuellen Dateipaar erfolgreich
      *    verarbeiteten Datensatzes, in PRINT-RANKING absteigend nach
               05 RANK-ENTRY OCCURS 2000 TIMES.
                   10 RANK-NAME PIC X(30).
                   10 RANK-RECORD-NUM PIC 9(06) COMP-3.
                   10 RANK-EW PIC S9(13)V9(16) COMP-3.
      *            Bei SPLIT-ENABLED der Name der eigenen Ausgabedatei
      *            dieses Datensatzes, sonst SPACES - PRINT-RANKING
      *            haengt ihn an den Ranglisteneintrag an, damit die
           01 RANK-SWAP.
               05 RANK-SWAP-NAME PIC X(30).
               05 RANK-SWAP-RECORD-NUM PIC 9(06) COMP-3.
               05 RANK-SWAP-EW PIC S9(13)V9(16) COMP-3.
               05 RANK-SWAP-SPLIT-FILE PIC X(90).
           01 RANK-I PIC 9(04) COMP-3.
           01 RANK-J PIC 9(04) COMP-3.
           01 RANK-HIT PIC 9(04) COMP-3.
           01 RANK-POS-DISP PIC ZZZ9.
           01 RANK-ABS-A PIC S9(13)V9(16) COMP-3.
           01 RANK-ABS-B PIC S9(13)V9(16) COMP-3.
      *    Name des Zwischenspeichers fuer die per-Datensatz-
      *    Ergebnisbloecke eines Dateipaars: OUTPUT-FILENAME mit Endung
      *    ".body", gleiches Namensschema wie CheckpointControl.
           01 BODY-EOF PIC 9 VALUE 0.
      *    Steuerung fuer WarmStart ("SAVE" nach einem FINE-Lauf)
           01 WARM-OP PIC X(08) VALUE SPACES.
      *    Steuerfeld fuer das JSON-Ergebnisdokument (ResultsJson.cbl)
           01 JSON-OP PIC X(08) VALUE SPACES.
      *    Name der eigenen Ausgabedatei eines Datensatzes bei
      *    SPLIT-ENABLED: OUTPUT-FILENAME ohne die Endung ".txt", plus
      *    "_" und Datensatzname bzw. "satz<N>", plus ".txt" - siehe
           01 SENS-BEST PIC 9(04) COMP-3.
           01 SENS-BEST-ABS PIC S9(06)V9(16) COMP-3.
           01 SENS-CUR-ABS PIC S9(06)V9(16) COMP-3.
      *    Freigabeablage (ReleaseHold.cbl): ein Produktionsergebnis
      *    mit Drift, Gate-FAIL, Schrankenueberschreitung oder
      *    Modentausch geht nicht in Extrakt und Ergebnisbestand,
      *    sondern wartet auf die Entscheidung eines Ingenieurs.
      *    REL-REQUEST traegt dabei auch das Ergebnisbild, aus dem
      *    WRITE-RESULTS-MASTER den Bestandssatz schreibt
           COPY "Release.cpy".
      *    1 = das Ergebnis des aktuellen Datensatzes ist
      *    zurueckgehalten (REL-NR = Eintrag der Ablage)
           01 HOLD-NEEDED PIC 9 VALUE 0.
           01 HOLD-ERRORMSG-SAVE PIC X(100).
           01 HOLD-PTR PIC 9(03) COMP-3.
           01 HOLD-TALLY PIC 9(03) COMP-3.
           01 HOLD-NR-DISP PIC 9(06).
      *    Versionsnummer der Katalogherkunft fuer Mitschrift/Report
           01 CAT-VER-DISP PIC 9(04).
           01 PUB-LAST-NR PIC 9(06).
           01 PUB-FAILED PIC 9 VALUE 0.
           01 PUB-EW-TEXT PIC X(14).
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "Abbruch.cpy".
            MOVE 0 TO RANK-COUNT
            MOVE 0 TO SPLIT-SEEN-COUNT
            MOVE 0 TO GROUP-COUNT
            MOVE 0 TO PRT-GRP-COUNT
            EXIT PROGRAM
           END-IF

      *    gesamten Lauf und wird daher nur einmal geleert
           IF ERRORMSG = "CLEARCSV" THEN
            OPEN OUTPUT CSVF
      *     im Sandkasten traegt die Datei als erste Zeile die
      *     Kennzeichnung samt Laufkennung
            IF SANDBOX-DIR NOT = SPACES AND CSV-FILE-STATUS = '00'
                MOVE SPACES TO CSV-LINE
                STRING "SANDBOX," RUN-ID DELIMITED BY SIZE
                    INTO CSV-LINE
                WRITE CSV-FILE FROM CSV-LINE
            END-IF
            CLOSE CSVF
            EXIT PROGRAM
           END-IF
      *    hinaus, damit der Ladelauf des Warehouse die Lieferung
      *    einer konkreten Ausfuehrung zuordnen kann
           IF ERRORMSG = "CLEAREXTRACT" THEN
      *     ein Sandkasten-Lauf liefert nichts an das Warehouse
            IF SANDBOX-DIR NOT = SPACES
                EXIT PROGRAM
            END-IF
            OPEN OUTPUT EXTRACTF
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
            MOVE SPACES TO EXTRACT-LINE
            PERFORM MIRROR-WRITE
            MOVE 0 TO EXTRACT-COUNT
            MOVE 0 TO EXTRACT-EW-SUM
      *     seit dem letzten Lauf entschiedene Eintraege der
      *     Freigabeablage verbuchen - bei partitionierter
      *     Verarbeitung nur der Prozess der ersten Partition, der
      *     Zusammenfuehrer uebernimmt seine Saetze wie alle anderen
            IF PARTITION-START = 0
                PERFORM PUBLISH-RELEASED
            END-IF
            EXIT PROGRAM
           END-IF

      *    abgeschnittene Uebertragung faellt damit beim Laden auf,
      *    statt still unvollstaendig geladen zu werden
           IF ERRORMSG = "FINALEXTRACT" THEN
            IF SANDBOX-DIR NOT = SPACES
                EXIT PROGRAM
            END-IF
            OPEN EXTEND EXTRACTF
            IF EXTRACT-FILE-STATUS = '00'
                MOVE EXTRACT-COUNT TO EXTRACT-CNT-DISP
            EXIT PROGRAM
           END-IF

      *    Dominanzpruefung (Main.DOMINANCE-CHECK) hat im ersten
      *    Durchgang WRONG-MODE festgestellt: Warneintrag CHK-002 mit
      *    Satznummer und dem falschen Eigenwert, bevor MAIN mit
      *    Zufallsvektor neu startet - auch wenn der Neustart das
      *    Ergebnis rettet, soll der Poller den Befund sehen. Der
      *    Datensatz selbst laeuft danach normal weiter
           IF ERRORMSG = "WRONGMODE" THEN
            MOVE DATASET-NAME TO WARN-NAME
            MOVE "CHK-002" TO WARN-CODE
            MOVE RECORD-NUM TO RECORD-NUM-DISP
            MOVE RET-EW TO EDIT-EW-IN
            PERFORM EDIT-EW
            MOVE SPACES TO WARN-TEXT
            STRING "[Main.DOMINANCE-CHECK] Satz " RECORD-NUM-DISP
                ": Warnung: WRONG-MODE - Eigenwert "
                FUNCTION TRIM(PRETTY-EW-TEXT)
                " nicht dominant, Neustart mit Zufallsvektor"
                DELIMITED BY SIZE INTO WARN-TEXT
            PERFORM WRITE-WARN-ENTRY
            EXIT PROGRAM
           END-IF

      *    Ein vom Schutzschalter angehaltener Datensatz (siehe die
      *    Schutzschalter-Logik in Main.cbl): bekommt einen knappen
      *    ANGEHALTEN-Block im Report und seine Mitschrift-Zeile mit
               THEN PERFORM HANDLE-ERROR-OUT
            END-IF
            WRITE OUTPUT-FILE FROM "=========="
            IF SANDBOX-DIR NOT = SPACES
                WRITE OUTPUT-FILE FROM SANDBOX-STAMP
            END-IF
            IF DATASET-NAME NOT = SPACES
                MOVE SPACES TO PRINT
                STRING "Name: " DATASET-NAME DELIMITED BY SIZE
                "nicht verarbeitet (Verdacht: kaputte Lieferung)."
            WRITE OUTPUT-FILE FROM "=========="
            CLOSE OUTPUTF
            PERFORM NOTE-PRT-GROUP
            MOVE REAL-OUTPUT-FILENAME TO OUTPUT-FILENAME
            PERFORM WRITE-AUDIT
            MOVE "HALT" TO JSON-OP
            CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH, FILE-NAMES,
                 EIGENLIST, JSON-OP
            EXIT PROGRAM
           END-IF

            MOVE SPACES TO PRINT
            STRING "Lauf: " RUN-ID DELIMITED BY SIZE INTO PRINT
            WRITE OUTPUT-FILE FROM PRINT
      *     ein Sandkasten-Report ist schon am Kopf als solcher
      *     erkennbar
            IF SANDBOX-DIR NOT = SPACES
                WRITE OUTPUT-FILE FROM SANDBOX-STAMP
            END-IF
      *     wirksame Konfiguration des Laufs in den Berichtskopf
            WRITE OUTPUT-FILE FROM RUN-CONFIG-ECHO
            PERFORM PRINT-RANKING
                   THEN PERFORM HANDLE-ERROR-OUT
                END-IF
                WRITE OUTPUT-FILE FROM "=========="
      *         jeder Block traegt die Kennzeichnung selbst - mit
      *         split=1 steht er als eigene Datei fuer sich
                IF SANDBOX-DIR NOT = SPACES
                    WRITE OUTPUT-FILE FROM SANDBOX-STAMP
                END-IF
                PERFORM PRINT-OUTPUT
                WRITE OUTPUT-FILE FROM "=========="
                IF FILE-STATUS NOT = '00'
                   THEN PERFORM HANDLE-ERROR-OUT
                END-IF
                CLOSE OUTPUTF
                PERFORM NOTE-PRT-GROUP
                MOVE REAL-OUTPUT-FILENAME TO OUTPUT-FILENAME
                IF CSV-ENABLED THEN
                    OPEN EXTEND CSVF
      *     Ueberwachungs-Poller ablegen - die Signale standen bisher
      *     nur in den Reports, die erst am Morgen jemand liest
            PERFORM RAISE-ALERTS
      *     auffaellige Ergebnisse zur Freigabe zurueckhalten - die
      *     Mitschrift verzeichnet den Halt, Extrakt und Ergebnis-
      *     bestand bekommen den Satz erst nach der Freigabe
            PERFORM CHECK-RELEASE-HOLD
            PERFORM WRITE-AUDIT
            IF HOLD-NEEDED = 0
                PERFORM WRITE-RESULTS-MASTER
                PERFORM WRITE-EXTRACT
      *         ein unauffaelliger Wiederholungsversuch erledigt die
      *         noch offenen Halte seiner Vorgaenger
                IF RETRY-ATTEMPT > 0 AND SANDBOX-DIR = SPACES
                    MOVE "WITHDRAW" TO REL-OP
                    MOVE RUN-ID TO REL-RUN
                    MOVE RETRY-ATTEMPT TO REL-ATTEMPT
                    MOVE BLOCK-ORD TO REL-ORD
                    MOVE INPUT-FILENAME TO REL-INPUT
                    MOVE OUTPUT-FILENAME TO REL-OUTPUT
                    CALL "ReleaseHold" USING REL-REQUEST
                END-IF
            END-IF
            MOVE 0 TO HOLD-NEEDED
      *     Datensatzobjekt des JSON-Ergebnisdokuments fuer das
      *     Ingenieurportal - Erfolg wie Fehler, siehe ResultsJson.cbl
            MOVE "DATASET" TO JSON-OP
            CALL "ResultsJson" USING INPUT-VEKTOR, ABBRUCH, FILE-NAMES,
                 EIGENLIST, JSON-OP

      *     Konvergiertes XI eines benannten, erfolgreich per
      *     Eigenwert-Iteration verarbeiteten Datensatzes in den
            IF ERRORMSG = "FINE" AND DATASET-NAME NOT = SPACES
               AND ITER-MODE NOT = "VALIDATE"
               AND ITER-MODE NOT = "SOLVE"
               AND NOT MODE-TRANSIENT AND NOT MODE-PARAM
               AND ITER-CONVERGED AND COMP-PART = 0 THEN
                MOVE "SAVE" TO WARM-OP
                CALL "WarmStart" USING INPUT-VEKTOR, ABBRUCH, WARM-OP,
                     FILE-NAMES
            END-IF

      *     Eigenpaare mit Vektor fuer den Versuchsabgleich
      *     (Correlation.cbl) in modes.txt sichern - nur die Wege,
      *     deren RET-EW ein Eigenwert von K (bzw. K,M) ist, und nur
      *     reelle Vektoren
            IF ERRORMSG = "FINE" AND DATASET-NAME NOT = SPACES
               AND (ITER-MODE = "POWER" OR ITER-MODE = "CONDITION"
                    OR MODE-EIGEN-DENSE OR MODE-LANCZOS)
               AND ITER-CONVERGED AND COMP-PART = 0
               AND REAL-DATA THEN
                CALL "ModeStore" USING INPUT-VEKTOR, ABBRUCH,
                     FILE-NAMES, EIGENLIST
            END-IF

      *     jedes berechnete Eigenpaar mit allen Komponenten in den
      *     indizierten Vektorbestand vectors.dat - welche Modi ein
      *     Eigenpaar liefern, entscheidet VectorStore selbst. Nicht
      *     fuer die Teilbloecke zerlegter Matrizen, deren Vektoren
      *     nur einen Ausschnitt der Freiheitsgrade tragen
            IF ERRORMSG = "FINE" AND DATASET-NAME NOT = SPACES
               AND COMP-PART = 0 THEN
                CALL "VectorStore" USING INPUT-VEKTOR, ABBRUCH,
                     FILE-NAMES, EIGENLIST
            END-IF
            EXIT PROGRAM
            .

      * Kopfzeile eines Blocks der getrennten Komponentenrechnung
      * ("Komponente k von n (m Zeilen)") nach PRINT, fuer Report und
      * errors.txt
       BUILD-COMP-PART-LINE.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE COMP-PART TO PRETTY-COUNT
           STRING "Komponente " FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           MOVE COMP-PARTS TO PRETTY-COUNT
           STRING " von " FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           MOVE DIM-M TO PRETTY-COUNT
           STRING " (" FUNCTION TRIM(PRETTY-COUNT) " Zeilen)"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           .

      * Zusammenhangskomponenten aus der Validation-Vermessung: Anzahl,
      * bei mehr als einer die Blockgroessen (die ersten 30) und -
      * solange nicht ohnehin getrennt gerechnet wird - der Hinweis
      * auf split=components
       PRINT-COMPONENTS.
           MOVE SPACES TO PRINT
           MOVE RET-COMP-COUNT TO PRETTY-COUNT
           STRING "Zusammenhangskomponenten: "
               FUNCTION TRIM(PRETTY-COUNT) DELIMITED BY SIZE
               INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           IF RET-COMP-COUNT > 1 THEN
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               STRING "Blockgroessen:" DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE 1 TO I
               PERFORM UNTIL I > RET-COMP-COUNT OR I > 30
                   MOVE RET-COMP-SIZE(I) TO PRETTY-COUNT
                   STRING " " FUNCTION TRIM(PRETTY-COUNT)
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
                   ADD 1 TO I
               END-PERFORM
               IF RET-COMP-COUNT > 30 THEN
                   STRING " ..." DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               END-IF
               WRITE OUTPUT-FILE FROM PRINT
               IF COMP-SPLIT-DISABLED THEN
                   WRITE OUTPUT-FILE FROM
                       "Hinweis: ungekoppelte Bloecke - das Ergebnis"
                   WRITE OUTPUT-FILE FROM
                       "gilt nur fuer den dominanten Block,"
                   WRITE OUTPUT-FILE FROM
                       "split=components rechnet jeden Block einzeln"
               END-IF
           END-IF
           .

      * Schreibt die per CompressedRowStorage gebaute CRS-VALS/CRS-COLS/
      * CRS-ROW-PTR Struktur unveraendert nach output.txt, damit die
      * duennbesetzte Kodierung ohne temporaere DISPLAY-Anweisungen und
           WRITE ERROR-FILE FROM PRINT
           MOVE PRINT TO MIRROR-TEXT
           PERFORM MIRROR-WRITE
           IF SANDBOX-DIR NOT = SPACES
               WRITE ERROR-FILE FROM SANDBOX-STAMP
           END-IF
           IF DATASET-NAME NOT = SPACES THEN
               MOVE SPACES TO PRINT
               STRING "Name: " DATASET-NAME DELIMITED BY SIZE
               MOVE PRINT TO MIRROR-TEXT
               PERFORM MIRROR-WRITE
           END-IF
           IF COMP-PART > 0 THEN
               PERFORM BUILD-COMP-PART-LINE
               WRITE ERROR-FILE FROM PRINT
               MOVE PRINT TO MIRROR-TEXT
               PERFORM MIRROR-WRITE
           END-IF
      *    stabiler Meldungscode samt Katalogtext in der
      *    Berichtssprache des Laufs vor dem frei formulierten
      *    Detailtext - die Ueberwachung greift auf den Code, nicht
                   INTO PRINT
               WRITE OUTPUT-FILE FROM PRINT
           END-IF
      *     getrennte Komponentenrechnung (split=components): jeder
      *     Block bekommt einen eigenen Report-Block unter seinem
      *     Namen "<name>-K<k>", diese Zeile nennt Blocknummer und
      *     -groesse
           IF COMP-PART > 0 THEN
               PERFORM BUILD-COMP-PART-LINE
               WRITE OUTPUT-FILE FROM PRINT
           END-IF
      *     Der Matrix-Dump ist bei grossen Datensaetzen der mit
      *     Abstand groesste Teil des Reports - VERBOSITY-NORMAL und
      *     VERBOSITY-QUIET lassen ihn daher weg, nur VERBOSITY-VERBOSE
      *     (Standard) druckt ihn wie bisher
           IF VERBOSITY-VERBOSE THEN
      *     bei komplexer Matrix steht hier nur der Realteil - der
      *     Imaginaerteil liegt in MATRIX-IM und wird nicht gedruckt
            IF COMPLEX-DATA THEN
                WRITE OUTPUT-FILE FROM "Matrix (Realteil):"
            ELSE
                WRITE OUTPUT-FILE FROM "Matrix:"
            END-IF
            PERFORM SET-PRINT-COLS
            MOVE 1 TO I
            PERFORM UNTIL I > DIM-M
               MOVE 1 TO J
               MOVE 1 TO P
               MOVE SPACE TO PRINT
               PERFORM UNTIL J > PRINT-COLS
                   MOVE ELEM(I,J) TO PRETTY-NUM
                   STRING PRETTY-NUM " " INTO PRINT WITH POINTER P
                  ADD 1 TO J
            MOVE XSTART-NORM TO PRETTY-NUM
            MOVE PRETTY-NUM TO PRINT
            WRITE OUTPUT-FILE FROM PRINT
      *     der Anfangszustand des Zeitverlaufs wird nicht normiert,
      *     die Ausgleichsrechnung startet ohnehin bei x = 0
            IF XSTART-NORM-DIFF > 0.0001 AND NOT MODE-TRANSIENT
               AND NOT MODE-LSQ THEN
                WRITE OUTPUT-FILE FROM
                    "Hinweis: Start-Vektor war nicht normiert, System"
                WRITE OUTPUT-FILE FROM

      *     Strukturprofil aus der Validation-Vermessung samt
      *     konkreter Empfehlung - bisher musste der Ingenieur band=
      *     und den Modus aus dem Bauch deklarieren. Fuer eine
      *     rechteckige Ausgleichsmatrix gibt es weder Band noch
      *     Dominanz noch Gershgorin-Kreise - Validation vermisst
      *     sie dort gar nicht erst
            IF NOT MODE-LSQ THEN
            WRITE OUTPUT-FILE FROM
                "Profil (Bandbreite / Symmetrie% / Dominanzreserve%):"
            MOVE SPACES TO PRINT
                WRITE OUTPUT-FILE FROM
                    "mode=inverse/rayleigh erwaegen"
            END-IF
      *     Symmetrisierung (symfix=): groesste gefundene Asymmetrie,
      *     ihre Position und die Zahl der angeglichenen Paare
            IF SYMFIX-APPLIED THEN
                WRITE OUTPUT-FILE FROM
                    "Symmetrisierung (A + A')/2 (symfix=):"
                MOVE SPACES TO PRINT
                MOVE 1 TO P
                MOVE RET-SYM-MAX TO PRETTY-SYM-MAX
                STRING "max. Asymmetrie " FUNCTION TRIM(PRETTY-SYM-MAX)
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-SYM-ROW TO PRETTY-SYM-POS
                STRING " bei (" FUNCTION TRIM(PRETTY-SYM-POS) ","
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-SYM-COL TO PRETTY-SYM-POS
                STRING FUNCTION TRIM(PRETTY-SYM-POS) "), "
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-SYM-ADJ TO PRETTY-SYM-ADJ
                STRING FUNCTION TRIM(PRETTY-SYM-ADJ)
                    " Paare angeglichen"
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                WRITE OUTPUT-FILE FROM PRINT
            END-IF
      *     Zusammenhangskomponenten des Besetzungsmusters: zerfaellt
      *     die Matrix in ungekoppelte Bloecke, liefert die
      *     Vectoriteration nur den Eigenwert des dominanten Blocks
            IF RET-COMP-COUNT > 0 THEN
                PERFORM PRINT-COMPONENTS
            END-IF

            WRITE OUTPUT-FILE FROM "Gershgorin-Intervall:"
            MOVE SPACES TO PRINT
            STRING " ; " PRETTY-NUM "]" DELIMITED BY SIZE
                INTO PRINT WITH POINTER P
            WRITE OUTPUT-FILE FROM PRINT
            END-IF
           END-IF

      *     Im Validate-Modus laufen CRS und Vectoriteration gar nicht
      *         von A-transponiert) auch so nennen
                WHEN ITER-MODE = "LEFT"
                    WRITE OUTPUT-FILE FROM "Linker Eigenvektor:"
      *         Im Zeitverlauf traegt XI den Zustand nach dem letzten
      *         Schritt
                WHEN MODE-TRANSIENT
                    WRITE OUTPUT-FILE FROM "Endzustand:"
      *         Im Konnektivitaetsmodus der Fiedler-Vektor, dessen
      *         Vorzeichen die Zweiteilung bestimmen
                WHEN MODE-FIEDLER
                    WRITE OUTPUT-FILE FROM "Fiedler-Vektor:"
      *         In der Ausgleichsrechnung die Loesung im Sinne der
      *         kleinsten Fehlerquadrate (cols= Unbekannte)
                WHEN MODE-LSQ
                    WRITE OUTPUT-FILE FROM
                        "Loesungsvektor (kleinste Quadrate):"
                WHEN OTHER
                    WRITE OUTPUT-FILE FROM "Eigenvektor:"
            END-EVALUATE
                ADD 1 TO I
            END-PERFORM
            WRITE OUTPUT-FILE FROM PRINT
      *     Komplexe Matrix: der Eigenvektor ist komplex, XI traegt
      *     nur den Realteil - die Komponenten daher als Paare
      *     (Realteil, Imaginaerteil) je Zeile nachreichen
            IF COMPLEX-DATA AND ITER-MODE NOT = "VALIDATE" THEN
                PERFORM PRINT-COMPLEX-VECTOR
            END-IF

      *     Die betragsgroessten Komponenten mit ihren Zeilenindizes -
      *     die Zeilen, die die Mode dominieren, auf einen Blick statt
                WRITE OUTPUT-FILE FROM PRINT
            END-IF

      *     Statische Kondensation (master=): niedrigste Eigenwerte
      *     des vollen und des kondensierten Modells nebeneinander,
      *     dazu der Kondensationsfehler - reicht die Master-Auswahl?
            IF MASTER-COUNT > 0 AND RET-GUY-MODES > 0 THEN
                PERFORM PRINT-GUYAN-TABLE
            END-IF

      *     Delta-Lieferung (base=): Basisname, Katalogstand und die
      *     Anzahl der ueberschriebenen Eintraege - die unangetastete
      *     Basis bleibt damit nachweislich unangetastet
                WRITE OUTPUT-FILE FROM PRINT
            END-IF

      *     Katalogherkunft: gezogener Eintrag und seine Version
      *     (0 = Eintrag ohne Versionsgeschichte)
            IF RET-CAT-NAME NOT = SPACES THEN
                MOVE SPACES TO PRINT
                MOVE RET-CAT-VER TO CAT-VER-DISP
                STRING "Katalogeintrag: " FUNCTION TRIM(RET-CAT-NAME)
                    " Version " CAT-VER-DISP
                    DELIMITED BY SIZE INTO PRINT
                WRITE OUTPUT-FILE FROM PRINT
            END-IF

      *     Element-Assemblierung ("elem="-Zeilen): Beitragszahl und
      *     die Zeilen ohne jeden Beitrag - letztere sind das Indiz
      *     fuer eine verlorene Elementzeile der Lieferung
                END-IF
            END-IF

      *     NASTRAN-DMIG-Eingabe (format=dmig): gelesene Matrizen und
      *     die Zuordnung Index -> Gitterpunkt-Komponente, damit jede
      *     Komponente des Vektors oben auf ihren Knoten im
      *     Strukturmodell zurueckgeht
            IF RET-DMIG-COUNT > 0 THEN
                PERFORM PRINT-DMIG-MAP
            END-IF

      *     Nullzeilen werden von CompressedRowStorage intern kodiert,
      *     sollen aber nicht mehr stillschweigend verschwinden
            IF ZERO-ROW-COUNT > 0 THEN
      *     Der eigentliche Zweck von VERBOSITY-QUIET: Erwartungswert
      *     (bzw. im Modus "SOLVE" das Residuum der Loesung) bleibt in
      *     jedem Detailgrad erhalten
      *     (im Zeitverlauf der Einschwingzeitpunkt)
            IF ITER-MODE = "SOLVE" THEN
                WRITE OUTPUT-FILE FROM "Residuum:"
                MOVE RET-RESID TO PRETTY-NUM
                MOVE PRETTY-NUM TO PRINT
            ELSE
                IF MODE-TRANSIENT THEN
                    WRITE OUTPUT-FILE FROM "Einschwingzeitpunkt:"
                ELSE
                    IF MODE-PARAM THEN
                        WRITE OUTPUT-FILE FROM
                            "Eigenwert Mode 1 am Bereichsende:"
                    ELSE
                    IF MODE-STABILITY THEN
                        WRITE OUTPUT-FILE FROM
                            "Spektrale Abszisse (groesster Realteil):"
                    ELSE
                    IF MODE-FIEDLER THEN
                        WRITE OUTPUT-FILE FROM
                        "Fiedler-Wert (algebraische Konnektivitaet):"
                    ELSE
                    IF MODE-LSQ THEN
                        WRITE OUTPUT-FILE FROM
                            "Residuennorm (kleinste Quadrate):"
                    ELSE
                        WRITE OUTPUT-FILE FROM "Erwartungswert:"
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                END-IF
                MOVE RET-EW TO EDIT-EW-IN
                PERFORM EDIT-EW
                MOVE PRETTY-EW-TEXT TO PRINT
            END-IF
            WRITE OUTPUT-FILE FROM PRINT
      *     das Loesungsverfahren gehoert zur Aussage ueber Residuum
      *     und Iterationszahl - der CG-Weg konvergiert anders
            IF ITER-MODE = "SOLVE" AND SOLVER-CG THEN
                WRITE OUTPUT-FILE FROM
                    "Loesungsverfahren: konjugierte Gradienten (CG)"
            END-IF
      *     ebenso die Arithmetik: ein mit COMP-2 gerechneter Wert
      *     ist nur auf rund 15 gueltige Stellen genau, dafuer ohne
      *     Unterlauf der gepackten Nachkommastellen
            IF ARITH-FLOAT THEN
                WRITE OUTPUT-FILE FROM
                    "Arithmetik: Gleitkomma (COMP-2)"
            ELSE
                WRITE OUTPUT-FILE FROM
                    "Arithmetik: Festkomma"
            END-IF

      *     Modale Beteiligungsrechnung (Option "edir=" beim
      *     verallgemeinerten Eigenwertproblem): Beteiligungsfaktor,
                PERFORM PRINT-MULTI-RHS
            END-IF

      *     Komplexe (hermitesche) Matrix: Eigenwert als Real- und
      *     Imaginaerteil - bei hermitescher Matrix ist der
      *     Imaginaerteil Null und der Erwartungswert oben der
      *     vollstaendige Eigenwert
            IF COMPLEX-DATA AND ITER-MODE NOT = "VALIDATE" THEN
                PERFORM PRINT-COMPLEX-EW
            END-IF

      *     Ingenieurwert neben dem rohen Eigenwert (Option
      *     "unit=hz"): die Eigenfrequenz in Hz - die Zahl, die das
      *     Engineering tatsaechlich braucht, statt montags per
      *     Taschenrechner umzurechnen. Im quadratischen Modus und
      *     im Frequenzgang ist RET-EW kein lambda = w**2 - deren
      *     Reports weisen die Frequenzen selbst aus, ebenso wenig
      *     die spektrale Abszisse des Stabilitaetsurteils, der
      *     Fiedler-Wert einer Netz-Laplace-Matrix und die
      *     Residuennorm der Ausgleichsrechnung
            IF UNIT-HZ AND ITER-MODE NOT = "SOLVE"
               AND NOT MODE-QUADRATIC AND NOT MODE-FRF
               AND NOT MODE-TRANSIENT AND NOT MODE-STABILITY
               AND NOT MODE-FIEDLER AND NOT MODE-LSQ
               AND (REAL-DATA OR RET-CPX-IM = 0) THEN
                MOVE RET-EW TO FREQ-EW-IN
                PERFORM PRINT-FREQ-LINE
            END-IF
                    "Abnahmegrenze verletzt!"
            END-IF

      *     Stabilitaetsurteil mit Reserve: wie das Urteil der
      *     Grenzwertpruefung in jedem Detailgrad - es ist die
      *     Antwort, fuer die der Datensatz gerechnet wurde
            IF MODE-STABILITY AND NOT STB-NONE THEN
                PERFORM PRINT-STABILITY-VERDICT
            END-IF

      *     Fehlerschranke aus dem nachgerechneten echten Residuum
      *     ||A*x - lambda*x|| - die Genauigkeitsaussage zum Wert
      *     oben, die die gedruckten Stellen sonst nur vorgaukeln
            IF BOUND-AVAILABLE THEN
                MOVE SPACES TO PRINT
                MOVE 1 TO P
                MOVE RET-EW TO EDIT-EW-IN
                PERFORM EDIT-EW
                STRING "Eigenwert mit Schranke: "
                    FUNCTION TRIM(PRETTY-EW-TEXT) DELIMITED BY SIZE
                    INTO PRINT WITH POINTER P
                MOVE RET-EW-BOUND TO PRETTY-NUM
                STRING " +/- " FUNCTION TRIM(PRETTY-NUM)
                END-IF
            END-IF

      *     Dominanzpruefung per Sturm-Zaehlung: ist der Wert oben
      *     wirklich der betragsgroesste Eigenwert? Im Modus POWER
      *     immer ausgewiesen, auch als NOT-CHECKED - ein fehlendes
      *     Urteil soll nicht wie ein bestandenes aussehen
            IF ITER-MODE = "POWER" THEN
                EVALUATE TRUE
                    WHEN DOM-VERIFIED
                        WRITE OUTPUT-FILE FROM
                            "Dominanzpruefung: VERIFIED"
                    WHEN DOM-WRONG-MODE
                        WRITE OUTPUT-FILE FROM
                            "Dominanzpruefung: WRONG-MODE"
                    WHEN OTHER
                        WRITE OUTPUT-FILE FROM
                            "Dominanzpruefung: NOT-CHECKED"
                END-EVALUATE
                IF RET-DOM-RESEEDED = 1 THEN
                    WRITE OUTPUT-FILE FROM
                        "Hinweis: erster Lauf auf falschem Mode,"
                    WRITE OUTPUT-FILE FROM
                        "Ergebnis vom Neustart mit Zufallsvektor."
                END-IF
            END-IF

      *     Modenform-Abgleich gegen den zuletzt gesicherten Vektor
      *     desselben Namens: MAC nahe 1 = dieselbe Mode wie beim
      *     letzten Lauf
            IF MAC-AVAILABLE THEN
                MOVE SPACES TO PRINT
                MOVE RET-MAC TO PRETTY-MAC
                STRING "MAC gegen Vektor vom "
                    FUNCTION TRIM(RET-MAC-DATE) ": " PRETTY-MAC
                    DELIMITED BY SIZE INTO PRINT
                WRITE OUTPUT-FILE FROM PRINT
            END-IF

      *     Eigenwertband der Toleranzband-Laeufe (Option "tol="):
      *     direkt neben dem Erwartungswert, in jedem Detailgrad -
      *     das Band beantwortet die Frage, wie belastbar der Wert
                WRITE OUTPUT-FILE FROM PRINT
                MOVE SPACES TO PRINT
                MOVE 1 TO P
                MOVE RET-TOL-LO TO EDIT-EW-IN
                PERFORM EDIT-EW
                STRING "von " PRETTY-EW-TEXT(1:PRETTY-EW-LEN)
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-TOL-HI TO EDIT-EW-IN
                PERFORM EDIT-EW
                STRING " bis " PRETTY-EW-TEXT(1:PRETTY-EW-LEN)
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-TOL-SPREAD TO EDIT-EW-IN
                PERFORM EDIT-EW
                STRING ", Spannweite " PRETTY-EW-TEXT(1:PRETTY-EW-LEN)
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                WRITE OUTPUT-FILE FROM PRINT
            END-IF

      *     Erwartungswert in jedem Detailgrad enthalten
            IF ITER-MODE = "CONDITION" THEN
                WRITE OUTPUT-FILE FROM "Betragskleinster Eigenwert:"
                MOVE RET-EW-MIN TO EDIT-EW-IN
                PERFORM EDIT-EW
                MOVE PRETTY-EW-TEXT TO PRINT
                WRITE OUTPUT-FILE FROM PRINT
                WRITE OUTPUT-FILE FROM "Konditionszahl:"
                IF RET-EW-MIN = 0 THEN
      *     nach Betrag sortierte Liste das eigentliche Ergebnis -
      *     alle Eintraege von EIGENLIST ausweisen, nicht nur die
      *     "weiteren" ab Position 2
      *     Bei unsymmetrischen Datensaetzen (Hessenberg-QR) stehen
      *     komplex konjugierte Paare als RE + i*IM bzw. RE - i*IM
      *     in der Liste, die Frequenzzeile gibt es nur fuer reelle
      *     Eintraege
            IF MODE-SPECTRUM AND EW-COUNT > 0 THEN
                MOVE EW-COUNT TO PRETTY-COUNT
                MOVE SPACES TO PRINT
                IF SPECTRUM-HQR
                    STRING "Spektrum (vollstaendig, "
                        FUNCTION TRIM(PRETTY-COUNT) " Eigenwerte,"
                        " unsymmetrisch, Hessenberg-QR):"
                        DELIMITED BY SIZE INTO PRINT
                ELSE
                    STRING "Spektrum (vollstaendig, "
                        FUNCTION TRIM(PRETTY-COUNT) " Eigenwerte):"
                        DELIMITED BY SIZE INTO PRINT
                END-IF
                WRITE OUTPUT-FILE FROM PRINT
                MOVE 1 TO I
                PERFORM UNTIL I > EW-COUNT
                    MOVE EW-VALUE(I) TO PRETTY-NUM
                    MOVE PRETTY-NUM TO PRINT
                    IF EW-IMAG(I) NOT = 0
                        MOVE SPACES TO PRINT
                        MOVE 1 TO P
                        STRING PRETTY-NUM DELIMITED BY SIZE
                            INTO PRINT WITH POINTER P
                        MOVE EW-IMAG(I) TO WS-NUM
                        IF WS-NUM < 0
                            COMPUTE WS-NUM = WS-NUM * (-1)
                            STRING " - i*" DELIMITED BY SIZE
                                INTO PRINT WITH POINTER P
                        ELSE
                            STRING " + i*" DELIMITED BY SIZE
                                INTO PRINT WITH POINTER P
                        END-IF
                        MOVE WS-NUM TO PRETTY-NUM
                        STRING FUNCTION TRIM(PRETTY-NUM)
                            DELIMITED BY SIZE
                            INTO PRINT WITH POINTER P
                    END-IF
                    WRITE OUTPUT-FILE FROM PRINT
                    IF UNIT-HZ AND EW-IMAG(I) = 0
                        MOVE EW-VALUE(I) TO FREQ-EW-IN
                        PERFORM PRINT-FREQ-LINE
                    END-IF
                    ADD 1 TO I
                END-PERFORM
            END-IF
      *     Im Modus "LANCZOS" sind die Eigenpaare selbst das
      *     Ergebnis: je Eintrag Eigenwert, nachgerechnetes Residuum
      *     und Eigenvektor, dazu Basisgroesse und Neustarts
            IF MODE-LANCZOS AND EW-COUNT > 0 THEN
                MOVE SPACES TO PRINT
                MOVE 1 TO P
                MOVE EW-COUNT TO PRETTY-COUNT
                STRING "Lanczos-Eigenpaare ("
                    FUNCTION TRIM(PRETTY-COUNT) ", Basis "
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-LAN-BASIS TO PRETTY-COUNT
                STRING FUNCTION TRIM(PRETTY-COUNT) ", "
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                MOVE RET-LAN-RESTARTS TO PRETTY-COUNT
                STRING FUNCTION TRIM(PRETTY-COUNT) " Neustarts):"
                    DELIMITED BY SIZE INTO PRINT WITH POINTER P
                WRITE OUTPUT-FILE FROM PRINT
                MOVE 1 TO I
                PERFORM UNTIL I > EW-COUNT
                    MOVE SPACES TO PRINT
                    MOVE 1 TO P
                    MOVE I TO PRETTY-COUNT
                    STRING "Eigenpaar " FUNCTION TRIM(PRETTY-COUNT)
                        ": " DELIMITED BY SIZE
                        INTO PRINT WITH POINTER P
                    MOVE EW-VALUE(I) TO PRETTY-NUM
                    STRING FUNCTION TRIM(PRETTY-NUM) " Residuum "
                        DELIMITED BY SIZE INTO PRINT WITH POINTER P
                    MOVE EW-RESID(I) TO PRETTY-NUM
                    STRING FUNCTION TRIM(PRETTY-NUM)
                        DELIMITED BY SIZE INTO PRINT WITH POINTER P
                    WRITE OUTPUT-FILE FROM PRINT
                    IF UNIT-HZ
                        MOVE EW-VALUE(I) TO FREQ-EW-IN
                        PERFORM PRINT-FREQ-LINE
                    END-IF
                    MOVE SPACE TO PRINT
                    MOVE 1 TO P
                    MOVE 1 TO J
                    PERFORM UNTIL J > DIM-I
                        MOVE EW-VEC(I, J) TO WS-NUM
                        MOVE WS-NUM TO PRETTY-NUM
                        STRING PRETTY-NUM " " INTO PRINT
                            WITH POINTER P
                        ADD 1 TO J
                    END-PERFORM
                    WRITE OUTPUT-FILE FROM PRINT
                    ADD 1 TO I
                END-PERFORM
            END-IF
      *     Im Modus "QUADRATIC" je Schwingungsform der komplexe
      *     Eigenwert lambda = -zeta*omega_n + i*omega_d, dazu
      *     gedaempfte Kreisfrequenz, Eigenkreisfrequenz,
      *     Daempfungsgrad und gedaempfte Frequenz in Hz - aufsteigend
      *     nach |lambda|, die Grundschwingung zuerst. Reelle
      *     Eintraege sind ueberkritisch gedaempfte Freiheitsgrade
      *     ohne Schwingung
            IF MODE-QUADRATIC AND EW-COUNT > 0 THEN
                MOVE EW-COUNT TO PRETTY-COUNT
                MOVE SPACES TO PRINT
                STRING "Gedaempfte Eigenwerte (K + lambda*C + "
                    "lambda^2*M), " FUNCTION TRIM(PRETTY-COUNT)
                    " Schwingungsformen:" DELIMITED BY SIZE
                    INTO PRINT
                WRITE OUTPUT-FILE FROM PRINT
                MOVE 1 TO I
                PERFORM UNTIL I > EW-COUNT
                    COMPUTE QEP-ABS = (EW-VALUE(I) * EW-VALUE(I)
                        + EW-IMAG(I) * EW-IMAG(I)) ** 0.5
                    MOVE 0 TO QEP-ZETA
                    IF QEP-ABS > 0
                        COMPUTE QEP-ZETA = (EW-VALUE(I) * (-1))
                            / QEP-ABS
                    END-IF
                    MOVE SPACES TO PRINT
                    MOVE 1 TO P
                    MOVE I TO PRETTY-COUNT
                    STRING "Form " FUNCTION TRIM(PRETTY-COUNT)
                        ": lambda = " DELIMITED BY SIZE
                        INTO PRINT WITH POINTER P
                    MOVE EW-VALUE(I) TO PRETTY-NUM
                    STRING FUNCTION TRIM(PRETTY-NUM) " + i*"
                        DELIMITED BY SIZE INTO PRINT WITH POINTER P
                    MOVE EW-IMAG(I) TO PRETTY-NUM
                    STRING FUNCTION TRIM(PRETTY-NUM)
                        DELIMITED BY SIZE INTO PRINT WITH POINTER P
                    WRITE OUTPUT-FILE FROM PRINT
                    IF EW-IMAG(I) = 0
                        WRITE OUTPUT-FILE FROM
                            "  => ueberkritisch gedaempft"
                    ELSE
                        MOVE SPACES TO PRINT
                        MOVE 1 TO P
                        MOVE EW-IMAG(I) TO PRETTY-NUM
                        STRING "  omega_d = " FUNCTION TRIM(PRETTY-NUM)
                            DELIMITED BY SIZE INTO PRINT WITH POINTER P
                        MOVE QEP-ABS TO PRETTY-NUM
                        STRING "  omega_n = " FUNCTION TRIM(PRETTY-NUM)
                            DELIMITED BY SIZE INTO PRINT WITH POINTER P
                        MOVE QEP-ZETA TO PRETTY-NUM
                        STRING "  zeta = " FUNCTION TRIM(PRETTY-NUM)
                            DELIMITED BY SIZE INTO PRINT WITH POINTER P
                        WRITE OUTPUT-FILE FROM PRINT
                        COMPUTE FREQ-VAL = EW-IMAG(I) / 6.2831853072
                        MOVE FREQ-VAL TO FREQ-DISP
                        MOVE SPACES TO PRINT
                        STRING "  => f_d = " FUNCTION TRIM(FREQ-DISP)
                            " Hz" DELIMITED BY SIZE INTO PRINT
                        WRITE OUTPUT-FILE FROM PRINT
                    END-IF
                    ADD 1 TO I
                END-PERFORM
            END-IF
      *     Im Modus "FRF" die Frequenzgang-Tabelle (je Schritt
      *     Kreisfrequenz, Frequenz in Hz und die Amplituden der
      *     resp=-Freiheitsgrade, Spitzen mit "*" markiert), die
      *     Eigenkreisfrequenzen des Paares (A,B) und je
      *     Resonanzspitze der Abgleich gegen die naechstgelegene
      *     Eigenkreisfrequenz
            IF MODE-FRF AND FRF-COUNT > 0 THEN
                PERFORM PRINT-FRF-REPORT
            END-IF
      *     Im Modus "TRANSIENT" Schrittverfahren, Schrittzahl,
      *     Einschwingzeitpunkt bzw. letzte Zustandsaenderung,
      *     groesster Zustandsbetrag und die Verlaufsdatei
            IF MODE-TRANSIENT AND RET-TRN-FILE NOT = SPACES THEN
                PERFORM PRINT-TRANSIENT-REPORT
            END-IF
      *     Im Modus "PARAM" die Kurventabelle (je Parameterwert die
      *     Eigenwerte der verfolgten Moden, Formaenderungen mit "~"
      *     markiert) und die Kreuzungen und Ausweichstellen
            IF MODE-PARAM AND PAR-COUNT > 0 THEN
                PERFORM PRINT-PARAM-REPORT
            END-IF
      *     Im Modus "STABILITY" die Eintraege mit den groessten
      *     Realteilen (nach Realteil geordnet) und die Zaehlung
      *     rechts der bzw. auf der imaginaeren Achse
            IF MODE-STABILITY AND NOT STB-NONE THEN
                PERFORM PRINT-STABILITY-REPORT
            END-IF
      *     Im Modus "FIEDLER" Zusammenhang, Zweiteilung der Knoten
      *     nach dem Vorzeichen des Fiedler-Vektors und die
      *     geschnittenen Kanten
            IF MODE-FIEDLER AND NOT FDL-NONE THEN
                PERFORM PRINT-FIEDLER-REPORT
            END-IF
      *     Im Modus "LSQ" Gleichungs-/Unbekanntenzahl, Streuung,
      *     Ausreisserschwelle und die Residuen je Messzeile
            IF MODE-LSQ AND RET-LSQ-MAXROW > 0 THEN
                PERFORM PRINT-LSQ-REPORT
            END-IF
      *     Weitere per Deflation ermittelte Eigenwerte (siehe "topk="
      *     in Main.cbl), absteigend nach Betrag ab EW-ENTRY(2) - nur
      *     vorhanden, wenn mehr als der dominante Eigenwert angefordert
      *     wurde
            IF EW-COUNT > 1 AND NOT MODE-SPECTRUM
               AND NOT MODE-SLICE AND NOT MODE-LANCZOS
               AND NOT MODE-QUADRATIC AND NOT MODE-FRF
               AND NOT MODE-PARAM AND NOT MODE-STABILITY THEN
                WRITE OUTPUT-FILE FROM "Weitere Eigenwerte:"
                MOVE 2 TO I
                PERFORM UNTIL I > EW-COUNT
                    MOVE EW-VALUE(I) TO EDIT-EW-IN
                    PERFORM EDIT-EW
                    MOVE PRETTY-EW-TEXT TO PRINT
                    WRITE OUTPUT-FILE FROM PRINT
                    IF UNIT-HZ
                        MOVE EW-VALUE(I) TO FREQ-EW-IN
            IF AITKEN-USED THEN
                MOVE SPACES TO PRINT
                MOVE 1 TO P
                MOVE RET-AITKEN-EW TO EDIT-EW-IN
                PERFORM EDIT-EW
                STRING "Aitken-Beschleunigung: Schaetzung "
                    FUNCTION TRIM(PRETTY-EW-TEXT) DELIMITED BY SIZE
                    INTO PRINT WITH POINTER P
                MOVE RET-AITKEN-SAVED TO PRETTY-ITER
                STRING ", ca. " FUNCTION TRIM(PRETTY-ITER)
                STRING FUNCTION TRIM(PRETTY-COUNT) " einig,"
                    " Spannweite: " DELIMITED BY SIZE
                    INTO PRINT WITH POINTER P
                MOVE RET-STARTS-SPREAD TO EDIT-EW-IN
                PERFORM EDIT-EW
                STRING PRETTY-EW-TEXT(1:PRETTY-EW-LEN) DELIMITED BY SIZE
                    INTO PRINT WITH POINTER P
                WRITE OUTPUT-FILE FROM PRINT
                IF RET-STARTS-AGREE < STARTS-COUNT THEN
      *     haben koennten oder die Iteration diesmal woanders
      *     gelandet ist
            IF EW-DRIFTED THEN
                MOVE DRIFT-LAST-EW TO EDIT-EW-IN
                PERFORM EDIT-EW
                MOVE SPACES TO PRINT
                STRING "Warnung: Eigenwert driftet gegenueber letztem"
                    " Lauf (vorher: " DELIMITED BY SIZE
                    PRETTY-EW-TEXT(1:PRETTY-EW-LEN) DELIMITED BY SIZE
                    ")!" DELIMITED BY SIZE
                    INTO PRINT
                WRITE OUTPUT-FILE FROM PRINT
           END-IF
           .

      * Frequenzgang-Report des Modus "FRF" (siehe FRF-ENTRY und
      * FRF-PEAK in Abbruch.cpy)
      * Zusammenfassung des Zeitverlaufs (mode=transient); der
      * Verlauf selbst steht in der Verlaufsdatei
       PRINT-TRANSIENT-REPORT.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-TRN-STEPS TO PRETTY-COUNT
           STRING "Zeitverlauf: " FUNCTION TRIM(PRETTY-COUNT)
               " Schritte, " DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           IF TRN-DT > 0
               MOVE TRN-DT TO PRETTY-NUM
               STRING "implizit (I - dt*A) x(k+1) = x(k), dt = "
                   FUNCTION TRIM(PRETTY-NUM) DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
           ELSE
               STRING "explizit x(k+1) = A*x(k)" DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
           END-IF
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           IF RET-TRN-SETTLE > 0
               MOVE RET-TRN-SETTLE TO PRETTY-COUNT
               MOVE RET-EW TO PRETTY-NUM
               STRING "Eingeschwungen nach Schritt "
                   FUNCTION TRIM(PRETTY-COUNT) " (t = "
                   FUNCTION TRIM(PRETTY-NUM) ")"
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
           ELSE
               MOVE RET-TRN-DIFF TO PRETTY-NUM
               STRING "NICHT eingeschwungen, letzte Aenderung "
                   FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
           END-IF
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE RET-TRN-PEAK TO PRETTY-NUM
           STRING "Groesster Zustandsbetrag: "
               FUNCTION TRIM(PRETTY-NUM) DELIMITED BY SIZE
               INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-TRN-LINES TO PRETTY-COUNT
           STRING "Verlaufsdatei: " FUNCTION TRIM(RET-TRN-FILE)
               " (" FUNCTION TRIM(PRETTY-COUNT) " Zeilen,"
               " Komponenten" DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           PERFORM VARYING FRF-K FROM 1 BY 1
                   UNTIL FRF-K > FRF-DOF-COUNT
               MOVE FRF-DOF-ORIG(FRF-K) TO PRETTY-COUNT
               STRING " " FUNCTION TRIM(PRETTY-COUNT)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
           END-PERFORM
           STRING ")" DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           .

      * Stabilitaetsurteil: Urteil, rechtester Eigenwert (bei einem
      * Paar RE +/- i*IM) und die Reserve -alpha mit ihrer Lesart
       PRINT-STABILITY-VERDICT.
           MOVE SPACES TO PRINT
           STRING "Stabilitaetsurteil: " RET-STB-VERDICT
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-EW-RE TO PRETTY-NUM
           STRING "Rechtester Eigenwert: " FUNCTION TRIM(PRETTY-NUM)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           IF COMPLEX-PAIR
               MOVE RET-EW-IM TO PRETTY-NUM
               STRING " +/- i*" FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
           END-IF
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-STB-MARGIN TO PRETTY-NUM
           STRING "Stabilitaetsreserve (-alpha): "
               FUNCTION TRIM(PRETTY-NUM) DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           EVALUATE TRUE
               WHEN STB-STABLE
                   STRING " (Abklingrate)" DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               WHEN STB-UNSTABLE
                   STRING " (Aufklingrate!)" DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               WHEN OTHER
                   STRING " (auf der imaginaeren Achse)"
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
           END-EVALUATE
           WRITE OUTPUT-FILE FROM PRINT
           .

      * Einzelheiten des Stabilitaetsurteils: Daempfungsgrad des
      * rechtesten Paars, Zaehlung rechts der und auf der Achse
      * gegen die Schwelle und die (hoechstens 5) Eintraege mit den
      * groessten Realteilen - der Abstand zum naechsten Eintrag
      * zeigt, ob das Urteil an einer einzelnen Mode haengt
       PRINT-STABILITY-REPORT.
           IF COMPLEX-PAIR
               MOVE RET-STB-DAMP TO PRETTY-NUM
               MOVE SPACES TO PRINT
               STRING "Daempfungsgrad des rechtesten Paars: "
                   FUNCTION TRIM(PRETTY-NUM) DELIMITED BY SIZE
                   INTO PRINT
               WRITE OUTPUT-FILE FROM PRINT
           END-IF
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-STB-UNSTABLE TO PRETTY-COUNT
           STRING "Eigenwerte rechts der Achse: "
               FUNCTION TRIM(PRETTY-COUNT) DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           MOVE RET-STB-AXIS TO PRETTY-COUNT
           STRING ", auf der Achse: " FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE RET-STB-TOL TO STB-TOL-DISP
           STRING "(Schwelle +/- " FUNCTION TRIM(STB-TOL-DISP)
               " = EPSILON * (1 + Spektralradius))"
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           WRITE OUTPUT-FILE FROM
               "Eigenwerte mit den groessten Realteilen:"
           MOVE 1 TO I
           PERFORM UNTIL I > EW-COUNT OR I > 5
               MOVE EW-VALUE(I) TO PRETTY-NUM
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               STRING PRETTY-NUM DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               IF EW-IMAG(I) NOT = 0
                   MOVE EW-IMAG(I) TO WS-NUM
                   IF WS-NUM < 0
                       COMPUTE WS-NUM = WS-NUM * (-1)
                       STRING " - i*" DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                   ELSE
                       STRING " + i*" DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                   END-IF
                   MOVE WS-NUM TO PRETTY-NUM
                   STRING FUNCTION TRIM(PRETTY-NUM) DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               END-IF
               WRITE OUTPUT-FILE FROM PRINT
               ADD 1 TO I
           END-PERFORM
           .

      * Konnektivitaet: Zusammenhang gegen die Schwelle, Teilgroessen,
      * die Knotennummern je Teil (umbrochen nach 15 Nummern) und die
      * Schnittkanten mit ihrem Gewicht
       PRINT-FIEDLER-REPORT.
           MOVE SPACES TO PRINT
           IF FDL-CONNECTED
               STRING "Netz zusammenhaengend (Fiedler-Wert ueber der"
                   " Schwelle)" DELIMITED BY SIZE INTO PRINT
           ELSE
               STRING "Netz NICHT zusammenhaengend (Fiedler-Wert 0)"
                   " - die Teilung trennt unverbundene Teile"
                   DELIMITED BY SIZE INTO PRINT
           END-IF
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE RET-FDL-TOL TO STB-TOL-DISP
           MOVE RET-FDL-SHIFT TO PRETTY-NUM
           STRING "(Schwelle " FUNCTION TRIM(STB-TOL-DISP)
               " = EPSILON * (1 + c), c = "
               FUNCTION TRIM(PRETTY-NUM) ")"
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-FDL-SIZE-A TO PRETTY-COUNT
           STRING "Vorgeschlagene Zweiteilung: Teil A "
               FUNCTION TRIM(PRETTY-COUNT) " Knoten, Teil B "
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           MOVE RET-FDL-SIZE-B TO PRETTY-COUNT
           STRING FUNCTION TRIM(PRETTY-COUNT) " Knoten"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           MOVE "A" TO FDL-PART
           PERFORM PRINT-FIEDLER-PART
           MOVE "B" TO FDL-PART
           PERFORM PRINT-FIEDLER-PART
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-FDL-CUT TO PRETTY-COUNT
           MOVE RET-FDL-CUT-W TO PRETTY-NUM
           STRING "Schnittkanten: " FUNCTION TRIM(PRETTY-COUNT)
               " (Gewicht " FUNCTION TRIM(PRETTY-NUM) ")"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           .

      * Knotennummern eines Teils (FDL-PART "A": XI >= 0, "B": XI < 0)
      * zu je 15 Nummern pro Zeile
       PRINT-FIEDLER-PART.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           STRING "Teil " FDL-PART ":" DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           MOVE 0 TO FDL-ON-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               IF (FDL-PART = "A" AND XI(I) >= 0)
                  OR (FDL-PART = "B" AND XI(I) < 0)
                   IF FDL-ON-LINE = 15
                       WRITE OUTPUT-FILE FROM PRINT
                       MOVE SPACES TO PRINT
                       MOVE 8 TO P
                       MOVE 0 TO FDL-ON-LINE
                   END-IF
                   MOVE I TO PRETTY-COUNT
                   STRING " " FUNCTION TRIM(PRETTY-COUNT)
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
                   ADD 1 TO FDL-ON-LINE
               END-IF
           END-PERFORM
           WRITE OUTPUT-FILE FROM PRINT
           .

      * Ausgleichsrechnung: Gleichungs- und Unbekanntenzahl, Streuung
      * sigma, Ausreisserschwelle und Zahl der Ausreisser, danach die
      * Residuen je Messzeile - im VERBOSE-Report alle Zeilen, sonst
      * nur die als Ausreisser markierten
       PRINT-LSQ-REPORT.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RECT-ROWS TO PRETTY-COUNT
           STRING "Ausgleichsrechnung: " FUNCTION TRIM(PRETTY-COUNT)
               " Gleichungen, " DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           MOVE RECT-COLS TO PRETTY-COUNT
           STRING FUNCTION TRIM(PRETTY-COUNT) " Unbekannte"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           IF RECT-ROWS > RECT-COLS
               MOVE RET-LSQ-SIGMA TO PRETTY-NUM
               STRING "Streuung sigma = Residuennorm / sqrt(m - n): "
                   FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO PRINT
           ELSE
               STRING "Streuung: nicht bestimmbar (m = n, keine"
                   " Ueberbestimmung)" DELIMITED BY SIZE INTO PRINT
           END-IF
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-LSQ-THRESH TO PRETTY-NUM
           STRING "Ausreisserschwelle (3 * 1.4826 * Median |r|): "
               FUNCTION TRIM(PRETTY-NUM)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-LSQ-OUTL TO PRETTY-COUNT
           STRING "Ausreisser: " FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           MOVE RET-LSQ-MAXROW TO PRETTY-COUNT
           STRING " (groesstes Residuum in Zeile "
               FUNCTION TRIM(PRETTY-COUNT) ")"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           IF VERBOSITY-VERBOSE OR RET-LSQ-OUTL > 0
               WRITE OUTPUT-FILE FROM
                   "Zeile          b(i)      Residuum r(i)"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
                   IF VERBOSITY-VERBOSE OR LSQ-ROW-OUTLIER(I)
                       MOVE SPACES TO PRINT
                       MOVE 1 TO P
                       MOVE I TO PRETTY-COUNT
                       MOVE BVEC-M(1, I) TO PRETTY-NUM
                       STRING PRETTY-COUNT PRETTY-NUM
                           DELIMITED BY SIZE INTO PRINT WITH POINTER P
                       MOVE RET-LSQ-RES(I) TO PRETTY-NUM
                       STRING " " PRETTY-NUM DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                       IF LSQ-ROW-OUTLIER(I)
                           STRING "  AUSREISSER" DELIMITED BY SIZE
                               INTO PRINT WITH POINTER P
                       END-IF
                       WRITE OUTPUT-FILE FROM PRINT
                   END-IF
               END-PERFORM
           END-IF
           .

      * Kurventabelle der Parameterstudie: je Schritt p und die
      * Eigenwerte der verfolgten Moden in der Zuordnung ueber die
      * Form, danach die Ereignisse je Modenpaar
       PRINT-PARAM-REPORT.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE PAR-COUNT TO PRETTY-COUNT
           STRING "Parameterstudie A(p) = A0 + p*A1, "
               FUNCTION TRIM(PRETTY-COUNT) " Schritte, "
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           MOVE PAR-MODES TO PRETTY-COUNT
           STRING FUNCTION TRIM(PRETTY-COUNT) " verfolgte Moden:"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           STRING "  p             " DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           PERFORM VARYING FRF-K FROM 1 BY 1 UNTIL FRF-K > PAR-MODES
               MOVE FRF-K TO PRETTY-COUNT
               STRING "  Mode " FUNCTION TRIM(PRETTY-COUNT)
                   "        " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
           END-PERFORM
           WRITE OUTPUT-FILE FROM PRINT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PAR-COUNT
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               MOVE PA-P(I) TO PRETTY-NUM
               STRING PRETTY-NUM " " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               PERFORM VARYING FRF-K FROM 1 BY 1
                       UNTIL FRF-K > PAR-MODES
                   MOVE PA-EW(I, FRF-K) TO PRETTY-NUM
                   STRING " " PRETTY-NUM DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
                   IF PA-MAC(I, FRF-K) < PAR-MAC-MARK
                       STRING "~" DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                   ELSE
                       STRING " " DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                   END-IF
               END-PERFORM
               IF PA-CONV(I) = 0
                   STRING "  nicht konvergiert" DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               END-IF
               WRITE OUTPUT-FILE FROM PRINT
           END-PERFORM
           WRITE OUTPUT-FILE FROM
               "  (~ = MAC zur Form des Vorschritts unter 0.9)"

           MOVE SPACES TO PRINT
           MOVE PAR-EVENT-COUNT TO PRETTY-COUNT
           STRING "Kreuzungen/Ausweichstellen: "
               FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           PERFORM VARYING FRF-PK FROM 1 BY 1
                   UNTIL FRF-PK > PAR-EVENT-COUNT
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               IF PV-CROSSING(FRF-PK)
                   STRING "  Kreuzung   Mode " DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               ELSE
                   STRING "  Ausweichen Mode " DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               END-IF
               STRING PV-MODE1(FRF-PK) "/" PV-MODE2(FRF-PK)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
               IF PV-CROSSING(FRF-PK)
                   MOVE PA-P(PV-STEP(FRF-PK) - 1) TO PRETTY-NUM
                   STRING " zwischen p = " FUNCTION TRIM(PRETTY-NUM)
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
                   MOVE PA-P(PV-STEP(FRF-PK)) TO PRETTY-NUM
                   STRING " und p = " FUNCTION TRIM(PRETTY-NUM)
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
               ELSE
                   MOVE PA-P(PV-STEP(FRF-PK)) TO PRETTY-NUM
                   STRING " bei p = " FUNCTION TRIM(PRETTY-NUM)
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
                   MOVE PV-GAP(FRF-PK) TO PRETTY-NUM
                   STRING ", kleinster Abstand "
                       FUNCTION TRIM(PRETTY-NUM)
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
                   MOVE PV-MAC(FRF-PK) TO PAR-MAC-DISP
                   STRING ", MAC " PAR-MAC-DISP
                       " (Formen getauscht)"
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
               END-IF
               WRITE OUTPUT-FILE FROM PRINT
           END-PERFORM
           IF PAR-SWAP-COUNT > 0
               MOVE SPACES TO PRINT
               MOVE PAR-SWAP-COUNT TO PRETTY-COUNT
               STRING "Hinweis: " FUNCTION TRIM(PRETTY-COUNT)
                   " Zuordnung(en) ueber die Modenform korrigiert -"
                   " die Fortsetzung ueber den Eigenwert haette die"
                   " Kurven vertauscht" DELIMITED BY SIZE INTO PRINT
               WRITE OUTPUT-FILE FROM PRINT
           END-IF
           .

       PRINT-FRF-REPORT.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE FRF-COUNT TO PRETTY-COUNT
           STRING "Frequenzgang (A - w^2*B) x = b, "
               FUNCTION TRIM(PRETTY-COUNT) " Schritte, Amplituden"
               " an den Freiheitsgraden:" DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           PERFORM VARYING FRF-K FROM 1 BY 1
                   UNTIL FRF-K > FRF-DOF-COUNT
               MOVE FRF-DOF-ORIG(FRF-K) TO PRETTY-COUNT
               STRING " " FUNCTION TRIM(PRETTY-COUNT)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
           END-PERFORM
           WRITE OUTPUT-FILE FROM PRINT
           WRITE OUTPUT-FILE FROM
               "  w [rad/s]      f [Hz]         |x(i)| ..."
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FRF-COUNT
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               MOVE FR-OMEGA(I) TO PRETTY-NUM
               STRING PRETTY-NUM " " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               COMPUTE FREQ-VAL = FR-OMEGA(I) / 6.2831853072
               MOVE FREQ-VAL TO PRETTY-NUM
               STRING PRETTY-NUM DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               IF FR-SING(I) = 1
                   STRING "  singulaer (Eigenkreisfrequenz"
                       " getroffen) *" DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               ELSE
                   PERFORM VARYING FRF-K FROM 1 BY 1
                           UNTIL FRF-K > FRF-DOF-COUNT
                       MOVE FR-AMP(I, FRF-K) TO PRETTY-NUM
                       STRING " " PRETTY-NUM DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                   END-PERFORM
                   IF FR-PEAK(I) = 1
                       STRING " *" DELIMITED BY SIZE
                           INTO PRINT WITH POINTER P
                   END-IF
               END-IF
               WRITE OUTPUT-FILE FROM PRINT
           END-PERFORM

           WRITE OUTPUT-FILE FROM
               "Eigenkreisfrequenzen des Paares (A,B):"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EW-COUNT
               IF EW-IMAG(I) = 0 AND EW-VALUE(I) >= 0
                   MOVE SPACES TO PRINT
                   COMPUTE QEP-ABS = EW-VALUE(I) ** 0.5
                   MOVE QEP-ABS TO PRETTY-NUM
                   COMPUTE FREQ-VAL = QEP-ABS / 6.2831853072
                   MOVE FREQ-VAL TO FREQ-DISP
                   STRING "  w = " FUNCTION TRIM(PRETTY-NUM)
                       "  f = " FUNCTION TRIM(FREQ-DISP) " Hz"
                       DELIMITED BY SIZE INTO PRINT
                   WRITE OUTPUT-FILE FROM PRINT
               END-IF
           END-PERFORM

           MOVE SPACES TO PRINT
           MOVE FRF-PEAK-COUNT TO PRETTY-COUNT
           STRING "Resonanzspitzen: " FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           PERFORM VARYING FRF-PK FROM 1 BY 1
                   UNTIL FRF-PK > FRF-PEAK-COUNT
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               MOVE FR-OMEGA(PK-STEP(FRF-PK)) TO PRETTY-NUM
               STRING "  w = " FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
               MOVE PK-EIG-OMEGA(FRF-PK) TO PRETTY-NUM
               STRING "  naechste Eigenkreisfrequenz "
                   FUNCTION TRIM(PRETTY-NUM) DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE PK-DEV(FRF-PK) TO PRETTY-NUM
               STRING "  Abstand " FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
               IF PEAK-CONFIRMED(FRF-PK)
                   STRING "  bestaetigt" DELIMITED BY SIZE
                       INTO PRINT WITH POINTER P
               ELSE
                   STRING "  KEINE EIGENFREQUENZ IN DER NAEHE"
                       DELIMITED BY SIZE INTO PRINT WITH POINTER P
               END-IF
               WRITE OUTPUT-FILE FROM PRINT
           END-PERFORM
           IF FRF-EIG-UNSEEN > 0
               MOVE SPACES TO PRINT
               MOVE FRF-EIG-UNSEEN TO PRETTY-COUNT
               STRING "Hinweis: " FUNCTION TRIM(PRETTY-COUNT)
                   " Eigenkreisfrequenz(en) im Bereich ohne Spitze"
                   " - Last regt die Form nicht an oder resp= sieht"
                   " sie nicht" DELIMITED BY SIZE INTO PRINT
               WRITE OUTPUT-FILE FROM PRINT
           END-IF
           .

      * Loesung und Residuum jedes Lastfalls eines SOLVE-Datensatzes
      * mit mehreren b=-Zeilen - die Vektoren kommen aus SOL-SET,
      * das Hauptergebnis (Lastfall 1) steht bereits weiter oben
       PRINT-MULTI-RHS.
           MOVE RHS-SET-COUNT TO PRETTY-COUNT
           MOVE SPACES TO PRINT
           STRING "Lastfaelle: " FUNCTION TRIM(PRETTY-COUNT)
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-SET-COUNT
               MOVE J TO PRETTY-COUNT
               MOVE SPACES TO PRINT
               STRING "Loesung Lastfall " FUNCTION TRIM(PRETTY-COUNT)
                   ":" DELIMITED BY SIZE INTO PRINT
               WRITE OUTPUT-FILE FROM PRINT
               IF NOT VERBOSITY-QUIET THEN
                   MOVE 1 TO I
                   MOVE SPACE TO PRINT
                   MOVE 1 TO P
                   PERFORM UNTIL I > DIM-I
                       MOVE XSOL-M(J, I) TO WS-NUM
                       MOVE WS-NUM TO PRETTY-NUM
                       STRING PRETTY-NUM " " INTO PRINT
                           WITH POINTER P
                       ADD 1 TO I
                   END-PERFORM
                   WRITE OUTPUT-FILE FROM PRINT
               END-IF
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               MOVE RET-RESID-M(J) TO PRETTY-NUM
               STRING "Residuum: " PRETTY-NUM DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE RET-ITER-M(J) TO PRETTY-ITER
               STRING ", Iterationen: " PRETTY-ITER
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
               WRITE OUTPUT-FILE FROM PRINT
               IF RET-CONV-M(J) = 0 THEN
                   MOVE SPACES TO PRINT
               MOVE 0 TO DRIFT-EOF
      *        der Drift-Abgleich laeuft immer gegen die kanonische
      *        audit.txt - sie traegt die Historie der frueheren
      *        Laeufe, die eigene Staging-Datei nur den heutigen. Auch
      *        ein Sandkasten-Lauf vergleicht (nur lesend) mit der
      *        Produktion
               MOVE AUDIT-FILENAME TO AUDIT-FILENAME-SAVE
               MOVE "audit.txt" TO AUDIT-FILENAME
               OPEN INPUT AUDITF
           UNSTRING AUDIT-FILE DELIMITED BY ALL SPACE INTO
               DRIFT-TOK-DT DRIFT-TOK-FILE DRIFT-TOK-NAME
               DRIFT-TOK-STATUS DRIFT-TOK-EW
      *    ein zurueckgehaltenes Ergebnis (HOLD=) ist nicht
      *    veroeffentlicht und taugt nicht als Vergleichswert - erst
      *    seine FREIGABE-Zeile zaehlt
           MOVE 0 TO HOLD-TALLY
           INSPECT AUDIT-FILE TALLYING HOLD-TALLY FOR ALL " HOLD="
           IF FUNCTION TRIM(DRIFT-TOK-NAME) =
              FUNCTION TRIM(DATASET-NAME)
              AND (DRIFT-TOK-STATUS = "FINE"
                   OR DRIFT-TOK-STATUS = "FREIGABE")
              AND DRIFT-TOK-EW(1:3) = "EW="
              AND HOLD-TALLY = 0
               MOVE SPACES TO DRIFT-EW-VAL
               MOVE DRIFT-TOK-EW(4:37) TO DRIFT-EW-VAL
               MOVE FUNCTION NUMVAL(DRIFT-EW-VAL) TO DRIFT-LAST-EW
           END-IF
           .

      * Vergleich der statischen Kondensation: Dimension vorher und
      * nachher, je Mode (aufsteigend) voller und reduzierter
      * Eigenwert mit relativem Fehler, zuletzt der groesste Fehler.
      * Der Eigenvektor oben ist bereits ueber die
      * Kondensationsmatrix auf alle Freiheitsgrade zurueckgerechnet
       PRINT-GUYAN-TABLE.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE RET-GUY-ORIG-DIM TO PRETTY-COUNT
           STRING "Statische Kondensation (Guyan): "
               FUNCTION TRIM(PRETTY-COUNT) " -> "
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           MOVE RET-GUY-RED-DIM TO PRETTY-COUNT
           STRING FUNCTION TRIM(PRETTY-COUNT)
               " Master-Freiheitsgrade" DELIMITED BY SIZE
               INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           WRITE OUTPUT-FILE FROM
               "Mode   Eigenwert voll    Eigenwert kond.   Fehler %"
           MOVE 1 TO I
           PERFORM UNTIL I > RET-GUY-MODES
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               MOVE I TO PRETTY-COUNT
               STRING PRETTY-COUNT(3:4) " " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE RET-GUY-FULL(I) TO PRETTY-NUM
               STRING PRETTY-NUM " " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE RET-GUY-RED(I) TO PRETTY-NUM
               STRING PRETTY-NUM " " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE RET-GUY-ERR(I) TO PRETTY-GUY-ERR
               STRING PRETTY-GUY-ERR DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               WRITE OUTPUT-FILE FROM PRINT
               ADD 1 TO I
           END-PERFORM
           MOVE SPACES TO PRINT
           MOVE RET-GUY-MAXERR TO PRETTY-GUY-ERR
           STRING "Kondensationsfehler (max. relativ): "
               FUNCTION TRIM(PRETTY-GUY-ERR) " %"
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           .

      * DMIG-Zuordnung: Kopfzeile mit den Matrixnamen, dann vier
      * Freiheitsgrade je Zeile als "Index = Gitterpunkt-Komponente"
      * (Komponente 0 = Skalarpunkt)
       PRINT-DMIG-MAP.
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           STRING "DMIG-Eingabe: A = " FUNCTION TRIM(DMIG-A-NAME)
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           IF DMIG-B-NAME NOT = SPACES
               STRING ", B = " FUNCTION TRIM(DMIG-B-NAME)
                   DELIMITED BY SIZE INTO PRINT WITH POINTER P
           END-IF
           MOVE RET-DMIG-COUNT TO PRETTY-COUNT
           STRING ", " FUNCTION TRIM(PRETTY-COUNT)
               " Freiheitsgrade (Index = Gitterpunkt-Komponente)"
               DELIMITED BY SIZE INTO PRINT WITH POINTER P
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE 1 TO P
           MOVE 1 TO I
           PERFORM UNTIL I > RET-DMIG-COUNT
               MOVE I TO PRETTY-COUNT
               MOVE DM-GRID(I) TO DMIG-GRID-DISP
               MOVE DM-COMP(I) TO DMIG-COMP-DISP
               MOVE SPACES TO DMIG-CELL
               STRING PRETTY-COUNT(3:4) " = "
                   FUNCTION TRIM(DMIG-GRID-DISP) "-" DMIG-COMP-DISP
                   DELIMITED BY SIZE INTO DMIG-CELL
               STRING DMIG-CELL DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               IF P > 80 OR I = RET-DMIG-COUNT
                   WRITE OUTPUT-FILE FROM PRINT
                   MOVE SPACES TO PRINT
                   MOVE 1 TO P
               END-IF
               ADD 1 TO I
           END-PERFORM
           .

      * komplexer Eigenvektor einer komplexen Matrix: eine Zeile je
      * Komponente mit Realteil (XI) und Imaginaerteil (XI-IM)
       PRINT-COMPLEX-VECTOR.
           WRITE OUTPUT-FILE FROM "Eigenvektor (komplex, RE / IM):"
           MOVE 1 TO I
           PERFORM UNTIL I > DIM-I
               MOVE SPACES TO PRINT
               MOVE 1 TO P
               MOVE XI(I) TO WS-NUM
               MOVE WS-NUM TO PRETTY-NUM
               STRING PRETTY-NUM " " DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               MOVE XI-IM(I) TO WS-NUM
               MOVE WS-NUM TO PRETTY-NUM
               STRING PRETTY-NUM DELIMITED BY SIZE
                   INTO PRINT WITH POINTER P
               WRITE OUTPUT-FILE FROM PRINT
               ADD 1 TO I
           END-PERFORM
           .

      * komplexer Eigenwert einer komplexen Matrix samt Aussage zur
      * Hermitezitaet: deklariert (herm=1, von Validation geprueft)
      * oder die gemessene groesste Abweichung von A = A^H
       PRINT-COMPLEX-EW.
           WRITE OUTPUT-FILE FROM "Komplexer Eigenwert (RE + i*IM):"
           MOVE SPACES TO PRINT
           MOVE RET-EW TO PRETTY-NUM
           STRING "Realteil:      " PRETTY-NUM
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           MOVE SPACES TO PRINT
           MOVE RET-CPX-IM TO PRETTY-NUM
           STRING "Imaginaerteil: " PRETTY-NUM
               DELIMITED BY SIZE INTO PRINT
           WRITE OUTPUT-FILE FROM PRINT
           IF HERMITIAN-DECLARED THEN
               WRITE OUTPUT-FILE FROM
                   "Matrix hermitesch (A = A^H) - Eigenwert reell"
           ELSE
               MOVE SPACES TO PRINT
               MOVE RET-HERM-DEV TO PRETTY-NUM
               STRING "Abweichung von A = A^H: " PRETTY-NUM
                   DELIMITED BY SIZE INTO PRINT
               WRITE OUTPUT-FILE FROM PRINT
           END-IF
           .

      * kommagetrennte Zeile fuer diesen Datensatz: Name, Matrix
      * (zeilenweise), Start Vektor, Erwartungswert - eine eigene
      * Zeile je Matrixzeile, damit die Zeilenlaenge auch bei grossen
      * Matrizen im Rahmen bleibt, statt alles in einer Riesenzeile
      * zusammenzufassen
       PRINT-CSV.
           PERFORM SET-PRINT-COLS
           MOVE 1 TO I
           PERFORM UNTIL I > DIM-M
               MOVE SPACES TO CSV-LINE
                   I DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE 1 TO J
               PERFORM UNTIL J > PRINT-COLS
                   MOVE ELEM(I,J) TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   CSV-NUM "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE
           ELSE
               MOVE RET-EW TO EDIT-EW-IN
               PERFORM EDIT-EW
               STRING "EW," FUNCTION TRIM(DATASET-NAME) ","
                   CSV-EW-TEXT(1:CSV-EW-LEN) "," RUN-ID
                   DELIMITED BY SIZE
                   INTO CSV-LINE
           END-IF
           WRITE CSV-FILE FROM CSV-LINE
           IF BOUND-AVAILABLE
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-EW TO EDIT-EW-IN
               PERFORM EDIT-EW
               STRING "BOUND," FUNCTION TRIM(DATASET-NAME) ","
                   CSV-EW-TEXT(1:CSV-EW-LEN) DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-EW-BOUND TO CSV-NUM
               STRING "," CSV-NUM "," RUN-ID DELIMITED BY SIZE
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Modenform-Abgleich als eigene, benannte Zeile
           IF MAC-AVAILABLE
               MOVE SPACES TO CSV-LINE
               MOVE RET-MAC TO PRETTY-MAC
               STRING "MAC," FUNCTION TRIM(DATASET-NAME) ","
                   PRETTY-MAC "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Urteil der Dominanzpruefung als eigene, benannte Zeile
           IF ITER-MODE = "POWER"
               MOVE SPACES TO CSV-LINE
               EVALUATE TRUE
                   WHEN DOM-VERIFIED
                       STRING "DOMINANCE," FUNCTION TRIM(DATASET-NAME)
                           ",VERIFIED," RUN-ID DELIMITED BY SIZE
                           INTO CSV-LINE
                   WHEN DOM-WRONG-MODE
                       STRING "DOMINANCE," FUNCTION TRIM(DATASET-NAME)
                           ",WRONG-MODE," RUN-ID DELIMITED BY SIZE
                           INTO CSV-LINE
                   WHEN OTHER
                       STRING "DOMINANCE," FUNCTION TRIM(DATASET-NAME)
                           ",NOT-CHECKED," RUN-ID DELIMITED BY SIZE
                           INTO CSV-LINE
               END-EVALUATE
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Ingenieurwert (Option "unit=hz"): die Eigenfrequenz als
      *    eigene, benannte Zeile - ein negatives lambda traegt den
      *    expliziten Vermerk statt eines Leerfelds
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Mehrfach-Lastfaelle des Modus "SOLVE": je Lastfall eine
      *    Loesungs- und eine Residuumszeile mit der Lastfallnummer
      *    als eigenem Feld
           IF ITER-MODE = "SOLVE" AND RHS-SET-COUNT > 1
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > RHS-SET-COUNT
                   MOVE J TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   STRING "SOLVEC," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT)
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE 1 TO I
                   PERFORM UNTIL I > DIM-I
                       MOVE XSOL-M(J, I) TO WS-NUM
                       MOVE WS-NUM TO CSV-NUM
                       STRING "," CSV-NUM DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-P
                       ADD 1 TO I
                   END-PERFORM
                   STRING "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
                   MOVE SPACES TO CSV-LINE
                   MOVE RET-RESID-M(J) TO CSV-NUM
                   STRING "RESID," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) ","
                       CSV-NUM "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF

      *    Ein komplex konjugiertes dominantes Paar bekommt Real- und
      *    Imaginaerteil als eigene, benannte Zeile - die EW-Zeile
      *    oben traegt in dem Fall nur den Realteil
           IF COMPLEX-PAIR
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-EW-RE TO CSV-NUM
               STRING "COMPLEX," FUNCTION TRIM(DATASET-NAME) ","
                   CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-EW-IM TO CSV-NUM
               STRING "," CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               STRING "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Zusammenhangskomponenten: Anzahl als COMPONENTS-Zeile
      *    (einmal je Datensatz, bei split=components mit dem ersten
      *    Block), bei getrennter Rechnung je Block eine COMPPART-
      *    Zeile mit Blocknummer und Zeilenzahl
      *    Die COMPONENTS-Zeile traegt den Namen des ganzen
      *    Datensatzes, die COMPPART-Zeilen den Namen des Blocks
           IF RET-COMP-COUNT > 0 AND COMP-PART <= 1
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-COMP-COUNT TO PRETTY-COUNT
               IF COMP-PART > 0
                   STRING "COMPONENTS," FUNCTION TRIM(COMP-BASE-NAME)
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
               ELSE
                   STRING "COMPONENTS," FUNCTION TRIM(DATASET-NAME)
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
               END-IF
               STRING "," FUNCTION TRIM(PRETTY-COUNT) "," RUN-ID
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-IF
           IF COMP-PART > 0
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE COMP-PART TO PRETTY-COUNT
               STRING "COMPPART," FUNCTION TRIM(DATASET-NAME) ","
                   FUNCTION TRIM(PRETTY-COUNT) ","
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               MOVE DIM-M TO PRETTY-COUNT
               STRING FUNCTION TRIM(PRETTY-COUNT) "," RUN-ID
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Statische Kondensation: Kennzahlen als GUYAN-Zeile, der
      *    Modenvergleich als eine GUYANEW-Zeile je Mode
           IF MASTER-COUNT > 0 AND RET-GUY-MODES > 0
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-GUY-MAXERR TO PRETTY-GUY-ERR
               MOVE RET-GUY-ORIG-DIM TO PRETTY-COUNT
               STRING "GUYAN," FUNCTION TRIM(DATASET-NAME) ","
                   FUNCTION TRIM(PRETTY-COUNT) ","
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-GUY-RED-DIM TO PRETTY-COUNT
               STRING FUNCTION TRIM(PRETTY-COUNT) ","
                   FUNCTION TRIM(PRETTY-GUY-ERR) "," RUN-ID
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
               MOVE 1 TO I
               PERFORM UNTIL I > RET-GUY-MODES
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   STRING "GUYANEW," FUNCTION TRIM(DATASET-NAME) ","
                       I DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE RET-GUY-FULL(I) TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE RET-GUY-RED(I) TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE RET-GUY-ERR(I) TO PRETTY-GUY-ERR
                   STRING "," FUNCTION TRIM(PRETTY-GUY-ERR) ","
                       RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
                   ADD 1 TO I
               END-PERFORM
           END-IF

      *    Komplexe Matrix: Eigenwert wie beim konjugierten Paar als
      *    COMPLEX-Zeile (plus Kennzeichen hermitesch ja/nein), der
      *    komplexe Eigenvektor als eine CVECTOR-Zeile je Komponente
           IF COMPLEX-DATA AND ITER-MODE NOT = "VALIDATE"
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-EW TO CSV-NUM
               STRING "COMPLEX," FUNCTION TRIM(DATASET-NAME) ","
                   CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-CPX-IM TO CSV-NUM
               STRING "," CSV-NUM "," HERM-DECLARED DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               STRING "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
               MOVE 1 TO I
               PERFORM UNTIL I > DIM-I
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   STRING "CVECTOR," FUNCTION TRIM(DATASET-NAME) ","
                       I DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE XI(I) TO WS-NUM
                   MOVE WS-NUM TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE XI-IM(I) TO WS-NUM
                   MOVE WS-NUM TO CSV-NUM
                   STRING "," CSV-NUM "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
                   ADD 1 TO I
               END-PERFORM
           END-IF

      *    Im Modus "CONDITION" zusaetzlich die Konditionszahl als
      *    eigene, benannte Zeile
           IF ITER-MODE = "CONDITION"
               MOVE SPACES TO CSV-LINE
               MOVE RET-COND TO CSV-NUM
               STRING "COND," FUNCTION TRIM(DATASET-NAME) ","
                   CSV-NUM "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Modus "SPECTRUM": je Eigenwert eine Zeile mit Nummer,
      *    Real- und Imaginaerteil (0 bei symmetrischen Datensaetzen
      *    und reellen Eigenwerten)
           IF MODE-SPECTRUM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EW-COUNT
                   MOVE J TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   MOVE EW-VALUE(J) TO CSV-NUM
                   STRING "SPECTRUM," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE EW-IMAG(J) TO CSV-NUM
                   STRING "," CSV-NUM "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF

      *    Modus "QUADRATIC": je Schwingungsform Nummer, Real- und
      *    Imaginaerteil von lambda (IM = gedaempfte Kreisfrequenz),
      *    Eigenkreisfrequenz omega_n = |lambda| und Daempfungsgrad
           IF MODE-QUADRATIC
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EW-COUNT
                   COMPUTE QEP-ABS = (EW-VALUE(J) * EW-VALUE(J)
                       + EW-IMAG(J) * EW-IMAG(J)) ** 0.5
                   MOVE 0 TO QEP-ZETA
                   IF QEP-ABS > 0
                       COMPUTE QEP-ZETA = (EW-VALUE(J) * (-1))
                           / QEP-ABS
                   END-IF
                   MOVE J TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   MOVE EW-VALUE(J) TO CSV-NUM
                   STRING "QEP," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE EW-IMAG(J) TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE QEP-ABS TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE QEP-ZETA TO CSV-NUM
                   STRING "," CSV-NUM "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF

      *    Modus "FRF": je Frequenzschritt eine Zeile mit Nummer,
      *    Kreisfrequenz, Singulaer-Merker und den Amplituden der
      *    resp=-Freiheitsgrade, je Resonanzspitze eine Zeile mit
      *    Kreisfrequenz, naechster Eigenkreisfrequenz, Abstand und
      *    Bestaetigungs-Merker
           IF MODE-FRF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FRF-COUNT
                   MOVE J TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   MOVE FR-OMEGA(J) TO CSV-NUM
                   STRING "FRF," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM ","
                       FR-SING(J) DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   PERFORM VARYING FRF-K FROM 1 BY 1
                           UNTIL FRF-K > FRF-DOF-COUNT
                       MOVE FR-AMP(J, FRF-K) TO CSV-NUM
                       STRING "," CSV-NUM DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-P
                   END-PERFORM
                   STRING "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
               PERFORM VARYING FRF-PK FROM 1 BY 1
                       UNTIL FRF-PK > FRF-PEAK-COUNT
                   MOVE FRF-PK TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   MOVE FR-OMEGA(PK-STEP(FRF-PK)) TO CSV-NUM
                   STRING "FRFPEAK," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE PK-EIG-OMEGA(FRF-PK) TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE PK-DEV(FRF-PK) TO CSV-NUM
                   STRING "," CSV-NUM "," PK-MATCH(FRF-PK) ","
                       RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF

      *    Modus "TRANSIENT": eine Zeile mit Schrittzahl,
      *    Einschwingschritt (0 = nicht eingeschwungen),
      *    Einschwingzeitpunkt, letzter Zustandsaenderung und
      *    groesstem Zustandsbetrag
           IF MODE-TRANSIENT
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-TRN-STEPS TO PRETTY-COUNT
               STRING "TRANSIENT," FUNCTION TRIM(DATASET-NAME) ","
                   FUNCTION TRIM(PRETTY-COUNT) ","
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-TRN-SETTLE TO PRETTY-COUNT
               MOVE RET-EW TO CSV-NUM
               STRING FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-TRN-DIFF TO CSV-NUM
               STRING "," CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-TRN-PEAK TO CSV-NUM
               STRING "," CSV-NUM "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Modus "STABILITY": eine Zeile mit Urteil, spektraler
      *    Abszisse, Imaginaerteil des rechtesten Eintrags (0 =
      *    reell), Reserve, Daempfungsgrad und der Zahl der
      *    Eigenwerte rechts der Achse
           IF MODE-STABILITY AND NOT STB-NONE
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               STRING "STABILITY," FUNCTION TRIM(DATASET-NAME) ","
                   FUNCTION TRIM(RET-STB-VERDICT) ","
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-EW TO CSV-NUM
               STRING CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-EW-IM TO CSV-NUM
               STRING "," CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-STB-MARGIN TO CSV-NUM
               STRING "," CSV-NUM DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-STB-DAMP TO CSV-NUM
               MOVE RET-STB-UNSTABLE TO PRETTY-COUNT
               STRING "," CSV-NUM "," FUNCTION TRIM(PRETTY-COUNT)
                   "," RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-IF

      *    Modus "FIEDLER": eine Zeile mit Fiedler-Wert,
      *    Zusammenhang (J/N), Teilgroessen, Zahl und Gewicht der
      *    Schnittkanten, dazu je Knoten eine Zeile mit der
      *    Vektorkomponente und dem Teil (A/B) - die Zweiteilung
      *    geht so direkt in die Netzplanung
           IF MODE-FIEDLER AND NOT FDL-NONE
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE RET-EW TO CSV-NUM
               STRING "FIEDLER," FUNCTION TRIM(DATASET-NAME) ","
                   CSV-NUM "," RET-FDL-CONN ","
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-FDL-SIZE-A TO PRETTY-COUNT
               STRING FUNCTION TRIM(PRETTY-COUNT) ","
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-FDL-SIZE-B TO PRETTY-COUNT
               STRING FUNCTION TRIM(PRETTY-COUNT) ","
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-FDL-CUT TO PRETTY-COUNT
               MOVE RET-FDL-CUT-W TO CSV-NUM
               STRING FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM ","
                   RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-I
                   MOVE J TO PRETTY-COUNT
                   MOVE XI(J) TO CSV-NUM
                   IF XI(J) < 0
                       MOVE "B" TO FDL-PART
                   ELSE
                       MOVE "A" TO FDL-PART
                   END-IF
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   STRING "FIEDLERNODE," FUNCTION TRIM(DATASET-NAME)
                       "," FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM
                       "," FDL-PART "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF

      *    Modus "LSQ": eine Zeile mit Residuennorm, Streuung sigma,
      *    Ausreisserschwelle, Zahl der Ausreisser, Zeile des
      *    groessten Residuums und Konvergenz-Merker, je Messzeile
      *    eine Zeile mit b(i), Residuum und Merker (A = Ausreisser),
      *    je Unbekannter eine Zeile mit dem Loesungswert
           IF MODE-LSQ AND RET-LSQ-MAXROW > 0
               PERFORM CSV-LSQ-ROWS
           END-IF

      *    Modus "PARAM": je Parameterschritt eine Zeile mit
      *    Nummer, p, Konvergenz-Merker und den Eigenwerten der
      *    verfolgten Moden, je Ereignis eine Zeile mit Nummer, Art
      *    (K = Kreuzung, V = Ausweichen), Modenpaar, p (bei der
      *    Kreuzung das Schrittende), kleinstem Abstand und MAC
           IF MODE-PARAM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > PAR-COUNT
                   MOVE J TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   MOVE PA-P(J) TO CSV-NUM
                   STRING "PARAM," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM ","
                       PA-CONV(J) DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   PERFORM VARYING FRF-K FROM 1 BY 1
                           UNTIL FRF-K > PAR-MODES
                       MOVE PA-EW(J, FRF-K) TO CSV-NUM
                       STRING "," CSV-NUM DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-P
                   END-PERFORM
                   STRING "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
               PERFORM VARYING FRF-PK FROM 1 BY 1
                       UNTIL FRF-PK > PAR-EVENT-COUNT
                   MOVE FRF-PK TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   STRING "PARAMEVT," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) ","
                       PV-TYPE(FRF-PK) "," PV-MODE1(FRF-PK) ","
                       PV-MODE2(FRF-PK) DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE PA-P(PV-STEP(FRF-PK)) TO CSV-NUM
                   STRING "," CSV-NUM DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE PV-GAP(FRF-PK) TO CSV-NUM
                   MOVE PV-MAC(FRF-PK) TO PAR-MAC-DISP
                   STRING "," CSV-NUM "," PAR-MAC-DISP ","
                       RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF

      *    Modus "LANCZOS": je Eigenpaar eine Wertezeile (Nummer,
      *    Eigenwert, Residuum) und eine Vektorzeile mit der Nummer
      *    als eigenem Feld, wie bei den Lastfaellen des SOLVE-Modus
           IF MODE-LANCZOS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EW-COUNT
                   MOVE J TO PRETTY-COUNT
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   MOVE EW-VALUE(J) TO CSV-NUM
                   STRING "LANCZOS," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE EW-RESID(J) TO CSV-NUM
                   STRING "," CSV-NUM "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
                   MOVE SPACES TO CSV-LINE
                   MOVE 1 TO CSV-P
                   STRING "LANVEC," FUNCTION TRIM(DATASET-NAME) ","
                       FUNCTION TRIM(PRETTY-COUNT)
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   MOVE 1 TO I
                   PERFORM UNTIL I > DIM-I
                       MOVE EW-VEC(J, I) TO WS-NUM
                       MOVE WS-NUM TO CSV-NUM
                       STRING "," CSV-NUM DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-P
                   STRING "," RUN-ID DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-P
                   WRITE CSV-FILE FROM CSV-LINE
               END-PERFORM
           END-IF
           .

      * CSV-Zeilen der Ausgleichsrechnung: Kopfzeile LSQ, je Messzeile
      * LSQROW (b(i), Residuum, Merker "A" = Ausreisser) und je
      * Unbekannter LSQX mit dem Loesungswert
       CSV-LSQ-ROWS.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-P
           MOVE RET-EW TO CSV-NUM
           STRING "LSQ," FUNCTION TRIM(DATASET-NAME) "," CSV-NUM ","
               DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
           MOVE RET-LSQ-SIGMA TO CSV-NUM
           STRING CSV-NUM "," DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-P
           MOVE RET-LSQ-THRESH TO CSV-NUM
           STRING CSV-NUM "," DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-P
           MOVE RET-LSQ-OUTL TO PRETTY-COUNT
           STRING FUNCTION TRIM(PRETTY-COUNT) "," DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-P
           MOVE RET-LSQ-MAXROW TO PRETTY-COUNT
           STRING FUNCTION TRIM(PRETTY-COUNT) "," RET-CONVERGED ","
               RUN-ID DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-P
           WRITE CSV-FILE FROM CSV-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE I TO PRETTY-COUNT
               MOVE BVEC-M(1, I) TO CSV-NUM
               STRING "LSQROW," FUNCTION TRIM(DATASET-NAME) ","
                   FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM ","
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               MOVE RET-LSQ-RES(I) TO CSV-NUM
               STRING CSV-NUM "," RET-LSQ-FLAG(I) "," RUN-ID
                   DELIMITED BY SIZE INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-I
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-P
               MOVE J TO PRETTY-COUNT
               MOVE XI(J) TO CSV-NUM
               STRING "LSQX," FUNCTION TRIM(DATASET-NAME) ","
                   FUNCTION TRIM(PRETTY-COUNT) "," CSV-NUM ","
                   RUN-ID DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-P
               WRITE CSV-FILE FROM CSV-LINE
           END-PERFORM
           .

      * Spaltenzahl der Matrix fuer Report, CSV und Extrakt: bei
      * rechteckiger Eingabe (rows=/cols=) RECT-COLS, sonst DIM-M
       SET-PRINT-COLS.
           IF RECT-COLS > 0
               MOVE RECT-COLS TO PRINT-COLS
           ELSE
               MOVE DIM-M TO PRINT-COLS
           END-IF
           .

               PERFORM VARYING RANK-I FROM 1 BY 1
                       UNTIL RANK-I > RANK-COUNT
                   MOVE RANK-I TO RANK-POS-DISP
                   MOVE RANK-EW(RANK-I) TO EDIT-EW-IN
                   PERFORM EDIT-EW
                   MOVE SPACE TO PRINT
                   IF RANK-NAME(RANK-I) = SPACES
                       MOVE RANK-RECORD-NUM(RANK-I) TO RECORD-NUM-DISP
                           ". Satz " DELIMITED BY SIZE
                           RECORD-NUM-DISP DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           PRETTY-EW-TEXT(1:PRETTY-EW-LEN)
                           DELIMITED BY SIZE INTO PRINT
                   ELSE
                       STRING RANK-POS-DISP DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           RANK-NAME(RANK-I) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           PRETTY-EW-TEXT(1:PRETTY-EW-LEN)
                           DELIMITED BY SIZE INTO PRINT
                   END-IF
      *            Bei split=1 steht das Ergebnis nicht in diesem
      *            output.txt selbst, sondern in einer eigenen Datei -
           END-IF
           MOVE BODY-LINE TO PRT-OUT
           PERFORM PRT-PUT-LINE
      *    Gruppe des Datensatzes direkt unter seinem Namen
           IF BODY-LINE(1:6) = "Name: "
               MOVE 0 TO PRT-GRP-HIT
               PERFORM VARYING PRT-GRP-I FROM 1 BY 1
                       UNTIL PRT-GRP-I > PRT-GRP-COUNT
                          OR PRT-GRP-HIT > 0
                   IF PRT-GRP-NAME(PRT-GRP-I) = PRT-DS-NAME
                       MOVE PRT-GRP-I TO PRT-GRP-HIT
                   END-IF
               END-PERFORM
               IF PRT-GRP-HIT > 0
                   MOVE SPACES TO PRT-OUT
                   STRING "Gruppe: " PRT-GRP-TAG(PRT-GRP-HIT)
                       DELIMITED BY SIZE INTO PRT-OUT
                   PERFORM PRT-PUT-LINE
               END-IF
           END-IF
           .

      * merkt sich die Gruppe des gerade in den Zwischenspeicher
      * geschriebenen Blocks fuer die Druckausgabe (ein Wieder-
      * holungsversuch desselben Namens aendert sie nicht)
       NOTE-PRT-GROUP.
           IF DATASET-NAME = SPACES OR GROUP-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PRT-GRP-HIT
           PERFORM VARYING PRT-GRP-I FROM 1 BY 1
                   UNTIL PRT-GRP-I > PRT-GRP-COUNT OR PRT-GRP-HIT > 0
               IF PRT-GRP-NAME(PRT-GRP-I) = DATASET-NAME
                   MOVE PRT-GRP-I TO PRT-GRP-HIT
               END-IF
           END-PERFORM
           IF PRT-GRP-HIT = 0 AND PRT-GRP-COUNT < 2000
               ADD 1 TO PRT-GRP-COUNT
               MOVE PRT-GRP-COUNT TO PRT-GRP-HIT
               MOVE DATASET-NAME TO PRT-GRP-NAME(PRT-GRP-HIT)
           END-IF
           IF PRT-GRP-HIT > 0
               MOVE GROUP-TAG TO PRT-GRP-TAG(PRT-GRP-HIT)
           END-IF
           .

      * schreibt eine Zeile in die Druckausgabe und wechselt bei
               MOVE "output.csv" TO CSV-FILENAME
               MOVE "extract.txt" TO EXTRACT-FILENAME
           END-IF
           MOVE "errors.txt" TO ERR-FILENAME
           MOVE "usage.txt" TO USAGE-FILENAME
           MOVE "results.dat" TO RESULT-FILENAME
      *    Sandkasten: alle Lauf-Dateien in das Sandkasten-
      *    Verzeichnis (der Extrakt entfaellt dort ohnehin)
           IF SANDBOX-DIR NOT = SPACES
               MOVE AUDIT-FILENAME TO SANDBOX-NAME
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO AUDIT-FILENAME
               MOVE CSV-FILENAME TO SANDBOX-NAME
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO CSV-FILENAME
               MOVE ERR-FILENAME TO SANDBOX-NAME
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO ERR-FILENAME
               MOVE USAGE-FILENAME TO SANDBOX-NAME
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO USAGE-FILENAME
               MOVE RESULT-FILENAME TO SANDBOX-NAME
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO RESULT-FILENAME
           END-IF
           .

      * stellt SANDBOX-NAME das Sandkasten-Verzeichnis voran
       PREFIX-SANDBOX.
           MOVE SANDBOX-NAME TO SANDBOX-BASE
           MOVE SPACES TO SANDBOX-NAME
           STRING FUNCTION TRIM(SANDBOX-DIR) "/"
               FUNCTION TRIM(SANDBOX-BASE)
               DELIMITED BY SIZE INTO SANDBOX-NAME
           .

      * haelt das Ergebnis eines Produktionsdatensatzes mit Drift,
      * Gate-FAIL, Fehlerschranke ueber boundlimit= oder Modentausch
      * in der Freigabeablage zurueck: Extraktsatz und Bestandsbild
      * werden so aufgebaut, wie sie ohne Halt geschrieben worden
      * waeren (ein Modentausch als FINE - freigegeben gilt der
      * Eigenwert), dazu die Befunde als Grund. Laesst sich der Halt
      * nicht ablegen, geht das Ergebnis wie bisher hinaus - ein
      * verlorenes Ergebnis waere schlimmer als ein ungeprueftes
       CHECK-RELEASE-HOLD.
           MOVE 0 TO HOLD-NEEDED
           IF SANDBOX-DIR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MODE-SWAPPED
              OR (ERRORMSG = "FINE" AND
                  (EW-DRIFTED OR GATE-FAIL OR BOUND-EXCEEDED))
               MOVE 1 TO HOLD-NEEDED
           END-IF
           IF HOLD-NEEDED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REL-REASON
           MOVE 1 TO HOLD-PTR
           IF MODE-SWAPPED
               MOVE RET-MAC TO PRETTY-MAC
               STRING "MODE-SWAP MAC " PRETTY-MAC " "
                   DELIMITED BY SIZE INTO REL-REASON
                   WITH POINTER HOLD-PTR
           ELSE
               IF EW-DRIFTED
                   MOVE DRIFT-PCT TO PRETTY-PCT
                   STRING "DRIFT " FUNCTION TRIM(PRETTY-PCT) "% "
                       DELIMITED BY SIZE INTO REL-REASON
                       WITH POINTER HOLD-PTR
               END-IF
               IF GATE-FAIL
                   STRING "GATE=FAIL " DELIMITED BY SIZE
                       INTO REL-REASON WITH POINTER HOLD-PTR
               END-IF
               IF BOUND-EXCEEDED
                   STRING "SCHRANKE>boundlimit " DELIMITED BY SIZE
                       INTO REL-REASON WITH POINTER HOLD-PTR
               END-IF
           END-IF

           MOVE ERRORMSG TO HOLD-ERRORMSG-SAVE
           IF MODE-SWAPPED
               MOVE "FINE" TO ERRORMSG
           END-IF
           PERFORM BUILD-EXTRACT-LINE
           PERFORM SET-RESULT-FIELDS
           MOVE HOLD-ERRORMSG-SAVE TO ERRORMSG
           MOVE EXTRACT-LINE TO REL-EXTRACT
      *    ohne Namen bzw. im partitionierten Prozess gaebe es auch
      *    ohne Halt keinen Bestandssatz (WRITE-RESULTS-MASTER)
           MOVE 1 TO REL-RES-WANTED
           IF DATASET-NAME = SPACES OR PARTITION-START > 0
              OR PARTITION-LIMIT > 0
               MOVE 0 TO REL-RES-WANTED
           END-IF
           MOVE SPACES TO REL-IDENT
           IF DATASET-NAME NOT = SPACES
               MOVE DATASET-NAME TO REL-IDENT
           ELSE
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               STRING "Satz " FUNCTION TRIM(RECORD-NUM-DISP)
                   DELIMITED BY SIZE INTO REL-IDENT
           END-IF
           MOVE RUN-ID TO REL-RUN
           MOVE RETRY-ATTEMPT TO REL-ATTEMPT
           MOVE BLOCK-ORD TO REL-ORD
           MOVE INPUT-FILENAME TO REL-INPUT
           MOVE OUTPUT-FILENAME TO REL-OUTPUT
           MOVE "HOLD" TO REL-OP
           CALL "ReleaseHold" USING REL-REQUEST
           IF REL-NR = 0
               DISPLAY "Warnung: Halt nicht ablegbar - Ergebnis von "
                   FUNCTION TRIM(REL-IDENT) " wird geliefert"
               MOVE 0 TO HOLD-NEEDED
           END-IF
           .

      * verbucht die seit dem letzten Lauf entschiedenen Eintraege
      * der Freigabeablage in Ablagereihenfolge: FREIGABE schreibt
      * den zurueckgehaltenen Extraktsatz (in die Kontrollzaehler
      * dieses Laufs) und den Bestandssatz unter der Laufkennung
      * des rechnenden Laufs, beide Entscheidungen bekommen eine
      * Mitschrift-Zeile mit Eintragsnummer und Entscheider. Ein
      * Eintrag, der sich nicht schliessen laesst, beendet die
      * Verbuchung - er kaeme sonst endlos wieder
       PUBLISH-RELEASED.
           MOVE 0 TO PUB-LAST-NR
           MOVE 0 TO PUB-FAILED
           PERFORM UNTIL 1 = 2
               MOVE "NEXTDUE" TO REL-OP
               CALL "ReleaseHold" USING REL-REQUEST
               IF REL-FOUND = 0 OR REL-NR = PUB-LAST-NR
                   EXIT PERFORM
               END-IF
               MOVE REL-NR TO PUB-LAST-NR
               PERFORM PUBLISH-ONE-RELEASE
               IF PUB-FAILED = 1
                   EXIT PERFORM
               END-IF
               MOVE "CLOSE" TO REL-OP
               MOVE RUN-ID TO REL-PUB-RUN
               CALL "ReleaseHold" USING REL-REQUEST
           END-PERFORM
           .

       PUBLISH-ONE-RELEASE.
           IF REL-STATUS = "FREIGABE"
               MOVE REL-EXTRACT TO EXTRACT-LINE
               MOVE REL-EXTRACT(38:14) TO PUB-EW-TEXT
               COMPUTE EXTRACT-EW-NUM = FUNCTION NUMVAL(PUB-EW-TEXT)
               PERFORM APPEND-EXTRACT-LINE
               IF REL-RES-WANTED = 1
                   PERFORM STORE-RESULT-RECORD
               END-IF
           END-IF
           PERFORM WRITE-RELEASE-AUDIT
           MOVE REL-NR TO HOLD-NR-DISP
           DISPLAY "Freigabeablage: Eintrag " HOLD-NR-DISP " ("
               FUNCTION TRIM(REL-IDENT) ", Lauf "
               FUNCTION TRIM(REL-RUN) ") als "
               FUNCTION TRIM(REL-STATUS) " verbucht"
           .

      * Mitschrift-Zeile der Entscheidung, aufgebaut wie die des
      * Datensatzes: Status FREIGABE (mit EW=/ITER= eines
      * Eigenwert-Ergebnisses - DRIFT-CHECK und ResultsRebuild lesen
      * sie wie eine FINE-Zeile) oder ABGELEHNT, dazu NR= und VON=,
      * MODE= und die Laufkennung des rechnenden Laufs
       WRITE-RELEASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           OPEN EXTEND AUDITF
           IF AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDITF
               CLOSE AUDITF
               OPEN EXTEND AUDITF
           END-IF
           IF AUDIT-FILE-STATUS NOT = '00'
               DISPLAY "Warnung: " FUNCTION TRIM(AUDIT-FILENAME)
                   " nicht beschreibbar (Status " AUDIT-FILE-STATUS
                   ") - Verbuchung abgebrochen"
               MOVE 1 TO PUB-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING AUDIT-DATE "-" AUDIT-TIME " " DELIMITED BY SIZE
               REL-INPUT DELIMITED BY SPACE
               " " FUNCTION TRIM(REL-IDENT)
               " " FUNCTION TRIM(REL-STATUS) DELIMITED BY SIZE
               INTO AUDIT-LINE
           IF REL-STATUS = "FREIGABE" AND REL-RES-STATUS = "FINE"
               MOVE REL-RES-EW TO EDIT-EW-IN
               PERFORM EDIT-EW
               MOVE REL-RES-ITER TO PRETTY-ITER
               STRING FUNCTION TRIM(AUDIT-LINE) " EW="
                   FUNCTION TRIM(PRETTY-EW-TEXT) " ITER="
                   FUNCTION TRIM(PRETTY-ITER)
                   DELIMITED BY SIZE INTO AUDIT-LINE
               IF REL-RES-CONV = 0
                   STRING FUNCTION TRIM(AUDIT-LINE) " NOTCONV"
                       DELIMITED BY SIZE INTO AUDIT-LINE
               END-IF
           END-IF
           IF REL-STATUS = "FREIGABE" AND REL-RES-CAT-NAME NOT = SPACES
               MOVE REL-RES-CAT-VER TO CAT-VER-DISP
               STRING FUNCTION TRIM(AUDIT-LINE) " KATALOG="
                   FUNCTION TRIM(REL-RES-CAT-NAME) "@" CAT-VER-DISP
                   DELIMITED BY SIZE INTO AUDIT-LINE
           END-IF
           MOVE REL-NR TO HOLD-NR-DISP
           STRING FUNCTION TRIM(AUDIT-LINE) " NR=" HOLD-NR-DISP
               " VON=" FUNCTION TRIM(REL-USER)
               " MODE=" FUNCTION TRIM(REL-RES-MODE)
               " RUN=" REL-RUN
               DELIMITED BY SIZE INTO AUDIT-LINE
           PERFORM CHAIN-AND-WRITE-AUDIT
           .

      * legt fuer jede Schwellwertverletzung dieses Datensatzes einen
       RAISE-ALERTS.
           MOVE "ALERT" TO ALERT-OP
           IF ERRORMSG NOT = "FINE"
      *        ein Modentausch bekommt ein eigenes Kennwort - der
      *        Poller soll ihn von einem gewoehnlichen Fehler
      *        unterscheiden
               IF MODE-SWAPPED
                   MOVE "MODE-SWAP" TO ALERT-COND
                   MOVE RET-MAC TO PRETTY-MAC
                   MOVE SPACES TO ALERT-DETAIL
                   STRING "MAC " PRETTY-MAC " unter macmin="
                       DELIMITED BY SIZE INTO ALERT-DETAIL
               ELSE
                   MOVE "FEHLER" TO ALERT-COND
                   MOVE MESSAGE-CODE TO ALERT-DETAIL
               END-IF
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH, ALERT-OP,
                    ALERT-COND, ALERT-DETAIL
           END-IF
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH, ALERT-OP,
                    ALERT-COND, ALERT-DETAIL
           END-IF
      *    ein nicht stabiles System alarmiert mit eigener
      *    Bedingung und der Reserve als Detail - der Poller soll
      *    INSTABIL von einer verfehlten Abnahmegrenze unterscheiden
           IF MODE-STABILITY AND ERRORMSG = "FINE"
              AND (STB-UNSTABLE OR STB-MARGINAL)
               IF STB-UNSTABLE
                   MOVE "INSTABIL" TO ALERT-COND
               ELSE
                   MOVE "GRENZSTABIL" TO ALERT-COND
               END-IF
               MOVE RET-STB-MARGIN TO PRETTY-NUM
               MOVE SPACES TO ALERT-DETAIL
               STRING "Reserve " FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO ALERT-DETAIL
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH, ALERT-OP,
                    ALERT-COND, ALERT-DETAIL
           END-IF
      *    ein FAIL der Grenzwertpruefung alarmiert auch dann, wenn
      *    die Numerik makellos war - das Urteil ist die Nachricht.
      *    Hat das Stabilitaetsurteil schon alarmiert, bleibt es bei
      *    dem einen Satz
           IF GATE-FAIL AND ERRORMSG = "FINE"
              AND (NOT MODE-STABILITY OR STB-STABLE)
               MOVE "GRENZWERT" TO ALERT-COND
               MOVE "Abnahmegrenze verletzt (FAIL)" TO ALERT-DETAIL
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH, ALERT-OP,
               STRING " WE=" FUNCTION TRIM(USAGE-UNITS-DISP)
                   DELIMITED BY SIZE INTO USAGE-LINE
                   WITH POINTER USAGE-P
               IF SANDBOX-DIR NOT = SPACES
                   STRING " SANDBOX" DELIMITED BY SIZE
                       INTO USAGE-LINE WITH POINTER USAGE-P
               END-IF
               OPEN EXTEND USAGEF
               IF USAGE-FILE-STATUS = '35'
                   OPEN OUTPUT USAGEF
           IF MIRROR-PATH = SPACES OR MIRROR-FAILED = 1
               EXIT PARAGRAPH
           END-IF
      *    Sandkasten-Ergebnisse werden nie gespiegelt
           IF SANDBOX-DIR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MIRROR-FILENAME
           STRING FUNCTION TRIM(MIRROR-PATH)
               FUNCTION TRIM(MIRROR-BASE)
           IF MIRROR-PATH = SPACES OR MIRROR-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           IF SANDBOX-DIR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MIRROR-FILENAME
           STRING FUNCTION TRIM(MIRROR-PATH)
               FUNCTION TRIM(MIRROR-BASE)
               THEN PERFORM HANDLE-ERROR-AUDIT
           END-IF

      *    Die Zeile entsteht in zwei Teilen: Kopf (Zeitstempel,
      *    Eingabedatei, Name bzw. "Satz N") in AUDIT-LINE und die
      *    Tokens ab EW= in AUDIT-TAIL. Die Meldung dazwischen bekommt
      *    nur den Platz, der vor den Kettengliedern RUN=/SEQ=/CHK=
      *    (AUDIT-BODY-MAX) frei bleibt - gekuerzt wird allenfalls der
      *    Meldungstext, nie ein Token, das die Leser brauchen
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE SPACES TO AUDIT-LINE
           MOVE 1 TO AUDIT-PTR
           IF DATASET-NAME NOT = SPACES
               STRING AUDIT-DATE "-" AUDIT-TIME " " DELIMITED BY SIZE
                   INPUT-FILENAME DELIMITED BY SPACE
                   " " FUNCTION TRIM(DATASET-NAME) DELIMITED BY SIZE
                   INTO AUDIT-LINE WITH POINTER AUDIT-PTR
           ELSE
               STRING AUDIT-DATE "-" AUDIT-TIME " " DELIMITED BY SIZE
                   INPUT-FILENAME DELIMITED BY SPACE
                   " Satz " RECORD-NUM-DISP DELIMITED BY SIZE
                   INTO AUDIT-LINE WITH POINTER AUDIT-PTR
           END-IF
           MOVE SPACES TO AUDIT-TAIL
           MOVE 1 TO TAIL-PTR

      *    Erwartungswert anhaengen - fuer einen benannten Datensatz
      *    findet ihn DRIFT-CHECK darueber beim naechsten Lauf desselben
      *    gelaufenen Datensatz aussagekraeftig
           IF ERRORMSG = "FINE" AND ITER-MODE NOT = "VALIDATE"
              AND ITER-MODE NOT = "SOLVE"
               MOVE RET-EW TO EDIT-EW-IN
               PERFORM EDIT-EW
               MOVE RET-ITER TO PRETTY-ITER
               STRING " EW=" DELIMITED BY SIZE
                   FUNCTION TRIM(PRETTY-EW-TEXT) DELIMITED BY SIZE
                   " ITER=" DELIMITED BY SIZE
                   FUNCTION TRIM(PRETTY-ITER) DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
      *        Konvergenz- und Driftlage als eigene Tokens anhaengen -
      *        die bestehenden Leser (DRIFT-SCAN-LINE, AuditTrend)
      *        nehmen nur die ersten fuenf Tokens und bleiben
      *        unberuehrt, der Wochenbericht (WeeklySummary) zaehlt
      *        darueber seine Kennzahlen
               IF ITER-NOT-CONVERGED
                   STRING " NOTCONV" DELIMITED BY SIZE
                       INTO AUDIT-TAIL WITH POINTER TAIL-PTR
               END-IF
               IF EW-DRIFTED
                   STRING " DRIFT" DELIMITED BY SIZE
                       INTO AUDIT-TAIL WITH POINTER TAIL-PTR
               END-IF
           END-IF
      *    Urteil der Grenzwertpruefung als eigenes Token - der
      *    unterschiedliche Ausgang ist abfragegenau nachlesbar
           IF GATE-PASS
               STRING " GATE=PASS" DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
           IF GATE-FAIL
               STRING " GATE=FAIL" DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    ebenso das Stabilitaetsurteil
           IF MODE-STABILITY AND NOT STB-NONE
               STRING " STAB=" RET-STB-VERDICT DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    wiederverwendetes Ergebnis kennzeichnen - die Herkunft
      *    gehoert in die revisionssichere Mitschrift
           IF MEMO-REUSED
               STRING " WIEDERVERWENDET=" RET-MEMO-RUN DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    Wiederholungsversuch kennzeichnen
           IF RETRY-ATTEMPT > 0
               STRING " RETRY=" RETRY-ATTEMPT DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    zurueckgehaltenes Ergebnis: Nummer des Eintrags der
      *    Freigabeablage - erst die FREIGABE-Zeile eines spaeteren
      *    Laufs macht es zum veroeffentlichten Ergebnis
           IF HOLD-NEEDED = 1
               MOVE REL-NR TO HOLD-NR-DISP
               STRING " HOLD=" HOLD-NR-DISP DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    Katalogherkunft (Name@Version) - auch sie stellt
      *    ResultsRebuild aus der Mitschrift wieder her
           IF RET-CAT-NAME NOT = SPACES
               MOVE RET-CAT-VER TO CAT-VER-DISP
               STRING " KATALOG="
                   FUNCTION TRIM(RET-CAT-NAME) "@" CAT-VER-DISP
                   DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    Meldungscode des Datensatzes und verspaetete Lieferung
      *    des Paars - die Lieferanten-Auswertung (SupplierScorecard)
      *    ordnet darueber Zurueckweisungen ihrer Ursache zu
           IF MESSAGE-CODE NOT = SPACES
               STRING " CODE=" MESSAGE-CODE DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
           IF PAIR-LATE = 1
               STRING " VERSPAETET" DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    Block einer getrennten Komponentenrechnung: Blocknummer -
      *    die Auswertungen fuehren "<name>-K<k>" darueber auf den
      *    Datensatz zurueck
           IF COMP-PART > 0
               MOVE COMP-PART TO PRETTY-COUNT
               STRING " KOMP="
                   FUNCTION TRIM(PRETTY-COUNT) DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF
      *    Analysemodus des Datensatzes - mit Name, Laufkennung, EW,
      *    Iterationszahl und Konvergenz laesst sich results.dat
      *    allein aus der Mitschrift wieder aufbauen (ResultsRebuild)
           STRING " MODE="
               FUNCTION TRIM(ITER-MODE) DELIMITED BY SIZE
               INTO AUDIT-TAIL WITH POINTER TAIL-PTR
      *    Sandkasten-Zeile kennzeichnen - sie steht ohnehin nur in
      *    der Mitschrift des Sandkasten-Verzeichnisses
           IF SANDBOX-DIR NOT = SPACES
               STRING " SANDBOX" DELIMITED BY SIZE
                   INTO AUDIT-TAIL WITH POINTER TAIL-PTR
           END-IF

      *    Meldung auf den freien Platz kuerzen, dann Kopf, Meldung
      *    und Tokens zusammensetzen
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ERRORMSG TRAILING))
               TO AUDIT-MSG-LEN
           COMPUTE AUDIT-ROOM = AUDIT-BODY-MAX + 1 - AUDIT-PTR
               - TAIL-PTR
           IF AUDIT-ROOM < 1
               MOVE 1 TO AUDIT-ROOM
           END-IF
           IF AUDIT-MSG-LEN > AUDIT-ROOM
               MOVE AUDIT-ROOM TO AUDIT-MSG-LEN
           END-IF
           STRING " " ERRORMSG(1:AUDIT-MSG-LEN) DELIMITED BY SIZE
               INTO AUDIT-LINE WITH POINTER AUDIT-PTR
           IF TAIL-PTR > 1
               STRING AUDIT-TAIL(1:TAIL-PTR - 1) DELIMITED BY SIZE
                   INTO AUDIT-LINE WITH POINTER AUDIT-PTR
           END-IF
      *    Laufkennung als letztes Token - die bestehenden Leser
      *    nehmen nur die vorderen Tokens und bleiben unberuehrt
           STRING " RUN=" RUN-ID DELIMITED BY SIZE
               INTO AUDIT-LINE WITH POINTER AUDIT-PTR
           PERFORM CHAIN-AND-WRITE-AUDIT
           .

      * Manipulationsnachweis und Ausgabe einer fertig aufgebauten
      * Mitschrift-Zeile bei geoeffneter AUDITF
       CHAIN-AND-WRITE-AUDIT.
      *    Manipulationsnachweis: Satznummer anhaengen, den
      *    verketteten Pruefwert ueber den Zeileninhalt (samt SEQ)
      *    und den Pruefwert der vorigen Zeile bilden und als
           MOVE 0 TO SEQ-POS
           INSPECT AUDIT-FILE TALLYING SEQ-POS
               FOR CHARACTERS BEFORE INITIAL " SEQ="
           IF SEQ-POS < 380 AND AUDIT-FILE(SEQ-POS + 1:5) = " SEQ="
               MOVE AUDIT-FILE(SEQ-POS + 6:9) TO SEQ-TOK
               COMPUTE AUDIT-SEQ = FUNCTION NUMVAL(SEQ-TOK)
               MOVE 0 TO SEQ-POS
               INSPECT AUDIT-FILE TALLYING SEQ-POS
                   FOR CHARACTERS BEFORE INITIAL " CHK="
               IF SEQ-POS < 390 AND
                  AUDIT-FILE(SEQ-POS + 1:5) = " CHK="
                   MOVE AUDIT-FILE(SEQ-POS + 6:9) TO CHK-TOK
                   COMPUTE AUDIT-CHAIN = FUNCTION NUMVAL(CHK-TOK)
           IF PARTITION-START > 0 OR PARTITION-LIMIT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE DATASET-NAME TO REL-IDENT
           MOVE RUN-ID TO REL-RUN
           PERFORM SET-RESULT-FIELDS
           PERFORM STORE-RESULT-RECORD
           .

      * Ergebnisbild des Bestandssatzes fuer den aktuellen Datensatz
      * in den REL-RES-Feldern aufbauen - von WRITE-RESULTS-MASTER
      * und fuer einen Eintrag der Freigabeablage gebraucht
       SET-RESULT-FIELDS.
           MOVE ITER-MODE TO REL-RES-MODE
           EVALUATE TRUE
               WHEN ERRORMSG NOT = "FINE"
                   MOVE 0 TO REL-RES-EW
                   MOVE 0 TO REL-RES-ITER
                   MOVE 0 TO REL-RES-CONV
                   MOVE "FAIL" TO REL-RES-STATUS
               WHEN ITER-MODE = "VALIDATE"
                   MOVE 0 TO REL-RES-EW
                   MOVE 0 TO REL-RES-ITER
                   MOVE 0 TO REL-RES-CONV
                   MOVE "VALD" TO REL-RES-STATUS
               WHEN ITER-MODE = "SOLVE"
                   MOVE 0 TO REL-RES-EW
                   MOVE RET-ITER TO REL-RES-ITER
                   MOVE RET-CONVERGED TO REL-RES-CONV
                   MOVE "SOLV" TO REL-RES-STATUS
               WHEN OTHER
                   MOVE RET-EW TO REL-RES-EW
                   MOVE RET-ITER TO REL-RES-ITER
                   MOVE RET-CONVERGED TO REL-RES-CONV
                   MOVE "FINE" TO REL-RES-STATUS
           END-EVALUATE
      *    MAC auch bei einem abgewiesenen MODE-SWAP - gerade dieser
      *    Wert gehoert in die Zeitreihe der Formstabilitaet
           IF MAC-AVAILABLE
               MOVE "M" TO REL-RES-MAC-KZ
               MOVE RET-MAC TO REL-RES-MAC
           ELSE
               MOVE SPACE TO REL-RES-MAC-KZ
               MOVE 0 TO REL-RES-MAC
           END-IF
      *    Katalogherkunft - welche Fassung des Eintrags gerechnet hat
           MOVE RET-CAT-NAME TO REL-RES-CAT-NAME
           MOVE RET-CAT-VER TO REL-RES-CAT-VER
           .

      * schreibt das Ergebnisbild (REL-IDENT, REL-RUN, REL-RES-
      * Felder) als Satz in results.dat
       STORE-RESULT-RECORD.
           OPEN I-O RESULTF
           IF RESULT-STATUS = '35'
               OPEN OUTPUT RESULTF
               OPEN I-O RESULTF
           END-IF
           IF RESULT-STATUS NOT = '00'
               DISPLAY "Warnung: " FUNCTION TRIM(RESULT-FILENAME)
                   " nicht beschreibbar"
                   " (Status " RESULT-STATUS ") - Eintrag entfaellt"
               MOVE RESULT-STATUS TO RESULT-FAIL-STATUS
               PERFORM RESULT-STORE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE REL-IDENT TO RES-NAME
           MOVE REL-RUN TO RES-RUN
           MOVE REL-RES-MODE TO RES-MODE
           MOVE REL-RES-EW TO RES-EW
           MOVE REL-RES-ITER TO RES-ITER
           MOVE REL-RES-CONV TO RES-CONV
           MOVE REL-RES-STATUS TO RES-STATUS
           MOVE REL-RES-MAC-KZ TO RES-MAC-KZ
           MOVE REL-RES-MAC TO RES-MAC
           MOVE REL-RES-CAT-NAME TO RES-CAT-NAME
           MOVE REL-RES-CAT-VER TO RES-CAT-VER
      *    ein Wiederholungsversuch desselben Laufs ueberschreibt
      *    seinen fruehren Satz (gleicher Schluessel)
           WRITE RES-REC
               INVALID KEY
                   REWRITE RES-REC
                       INVALID KEY
                           DISPLAY "Warnung: "
                               FUNCTION TRIM(RESULT-FILENAME)
                               " Eintrag"
                               " nicht schreibbar (Status "
                               RESULT-STATUS ")"
                           MOVE RESULT-STATUS TO RESULT-FAIL-STATUS
                           CLOSE RESULTF
                           PERFORM RESULT-STORE-FAILED
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           CLOSE RESULTF
           .

      * ein Satz, der results.dat nicht erreicht, ist ein Befund fuer
      * die Ueberwachung und kein stiller Verlust: Eintrag mit Code
      * RES-001 in errors.txt (Laufkennung des Laufs, Name und
      * Laufkennung des fehlenden Satzes - damit laesst er sich
      * gezielt nachtragen) und ein Alarmsatz ERGEBNISBESTAND. Status
      * 39 heisst fast immer, dass results.dat noch in der alten
      * Satzlaenge vorliegt (ResultsRebuild CONVERT)
       RESULT-STORE-FAILED.
           MOVE REL-IDENT TO WARN-NAME
           MOVE "RES-001" TO WARN-CODE
           MOVE SPACES TO WARN-TEXT
           STRING "[OutputHandling.STORE-RESULT-RECORD] "
               FUNCTION TRIM(RESULT-FILENAME)
               " Status " RESULT-FAIL-STATUS ": Satz "
               FUNCTION TRIM(REL-IDENT) " Lauf "
               FUNCTION TRIM(REL-RUN) " nicht gespeichert"
               DELIMITED BY SIZE INTO WARN-TEXT
           PERFORM WRITE-WARN-ENTRY
           IF RESULT-ALERTED = 0
               MOVE 1 TO RESULT-ALERTED
               MOVE "ALERT" TO ALERT-OP
               MOVE "ERGEBNISBESTAND" TO ALERT-COND
               MOVE SPACES TO ALERT-DETAIL
               STRING "RES-001 results.dat Status "
                   RESULT-FAIL-STATUS DELIMITED BY SIZE
                   INTO ALERT-DETAIL
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH, ALERT-OP,
                    ALERT-COND, ALERT-DETAIL
           END-IF
           .

      * Eintrag in errors.txt fuer einen Befund, der den Datensatz
      * nicht scheitern laesst - aufgebaut wie PRINT-ERROR ("Lauf:",
      * "Name:", "Code:" mit Katalogtext, Detailtext), damit der
      * Poller ihn ueber den Code findet. Ein nicht beschreibbares
      * errors.txt unterdrueckt nur diesen Eintrag
       WRITE-WARN-ENTRY.
           OPEN EXTEND ERRORF
           IF ERR-FILE-STATUS NOT = '00'
               DISPLAY "Warnung: errors.txt nicht beschreibbar (Status "
                   ERR-FILE-STATUS ") - Eintrag " WARN-CODE " entfaellt"
               EXIT PARAGRAPH
           END-IF
           MOVE "errors.txt" TO MIRROR-BASE
           WRITE ERROR-FILE FROM "=========="
           MOVE "==========" TO MIRROR-TEXT
           PERFORM MIRROR-WRITE
           MOVE SPACES TO PRINT
           STRING "Lauf: " RUN-ID DELIMITED BY SIZE INTO PRINT
           WRITE ERROR-FILE FROM PRINT
           MOVE PRINT TO MIRROR-TEXT
           PERFORM MIRROR-WRITE
           IF SANDBOX-DIR NOT = SPACES
               WRITE ERROR-FILE FROM SANDBOX-STAMP
           END-IF
           IF WARN-NAME NOT = SPACES
               MOVE SPACES TO PRINT
               STRING "Name: " WARN-NAME DELIMITED BY SIZE
                   INTO PRINT
               WRITE ERROR-FILE FROM PRINT
               MOVE PRINT TO MIRROR-TEXT
               PERFORM MIRROR-WRITE
           END-IF
           CALL "MessageCatalog" USING WARN-CODE, RUN-LANGUAGE,
                CATALOG-TEXT
           MOVE SPACES TO PRINT
           STRING "Code: " WARN-CODE " - "
               FUNCTION TRIM(CATALOG-TEXT) DELIMITED BY SIZE
               INTO PRINT
           WRITE ERROR-FILE FROM PRINT
           MOVE PRINT TO MIRROR-TEXT
           PERFORM MIRROR-WRITE
           WRITE ERROR-FILE FROM WARN-TEXT
           MOVE WARN-TEXT TO MIRROR-TEXT
           PERFORM MIRROR-WRITE
           WRITE ERROR-FILE FROM "=========="
           MOVE "==========" TO MIRROR-TEXT
           PERFORM MIRROR-WRITE
           CLOSE ERRORF
           .

      * gibt einige fehlermeldungen fuer haeufige file errors bei der
      * audit.txt aus
       HANDLE-ERROR-AUDIT.
      * auf 0 gesetzt, statt einen Altwert aus dem vorigen Datensatz
      * stehen zu lassen
       WRITE-EXTRACT.
           IF SANDBOX-DIR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-EXTRACT-LINE
           PERFORM APPEND-EXTRACT-LINE
           .

      * Extraktsatz des aktuellen Datensatzes in EXTRACT-LINE
      * aufbauen - fuer WRITE-EXTRACT und fuer einen Eintrag der
      * Freigabeablage
       BUILD-EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE
           MOVE RUN-ID TO EXTRACT-RUN-ID
           MOVE DATASET-NAME TO EXTRACT-NAME
           MOVE DIM-M TO EXTRACT-DIM
           PERFORM SET-PRINT-COLS
           MOVE PRINT-COLS TO EXTRACT-COLS
           IF ERRORMSG = "FINE" AND ITER-MODE = "VALIDATE" THEN
      *        Ein Validate-Datensatz durchlaeuft nie Vectoriteration/
      *        InverseIteration/GeneralizedIteration - RET-EW/RET-ITER
      *        benannte Kennzahl im EW-Feld des Extrakts, unter
      *        eigenem Status
           IF ERRORMSG = "FINE" AND ITER-MODE = "CONDITION" THEN
               MOVE RET-COND TO EDIT-EW-IN
               PERFORM SET-EXTRACT-EW
               MOVE RET-ITER TO EXTRACT-ITER
               MOVE "COND" TO EXTRACT-STATUS
           ELSE
               IF ERRORMSG = "FINE" THEN
                   MOVE RET-EW TO EDIT-EW-IN
                   PERFORM SET-EXTRACT-EW
                   MOVE RET-ITER TO EXTRACT-ITER
                   MOVE "FINE" TO EXTRACT-STATUS
               ELSE
           END-IF
           END-IF
           END-IF
           .

      * EW-Feld des Extrakts aus EDIT-EW-IN: unter 10**8 wie bisher
      * mit vier Nachkommastellen, darueber ganzzahlig ueber dieselben
      * vierzehn Stellen (EXTRACT-EW-GANZ) - die Leser nehmen das Feld
      * per NUMVAL, an den Spaltenpositionen aendert sich nichts
       SET-EXTRACT-EW.
           IF EDIT-EW-IN > -100000000 AND EDIT-EW-IN < 100000000
               MOVE EDIT-EW-IN TO EXTRACT-EW
               MOVE EDIT-EW-IN TO EXTRACT-EW-NUM
           ELSE
      *        die Trailersumme zaehlt den gelieferten, ganzzahligen
      *        Wert - sonst weicht sie beim Ladelauf um die
      *        abgeschnittenen Nachkommastellen ab
               MOVE EDIT-EW-IN TO EXTRACT-EW-GANZ
               MOVE EXTRACT-EW-GANZ TO EXTRACT-EW-NUM
           END-IF
           .

      * Erwartungswert EDIT-EW-IN fuer Report und output.csv: bis zu
      * neun (Report) bzw. acht (CSV) Vorkommastellen unveraendert
      * ueber PRETTY-NUM/CSV-NUM, darueber ueber die breiten Bilder
       EDIT-EW.
           IF EDIT-EW-IN > -1000000000 AND EDIT-EW-IN < 1000000000
               MOVE EDIT-EW-IN TO PRETTY-NUM
               MOVE PRETTY-NUM TO PRETTY-EW-TEXT
               MOVE 15 TO PRETTY-EW-LEN
           ELSE
               MOVE EDIT-EW-IN TO PRETTY-EW
               MOVE PRETTY-EW TO PRETTY-EW-TEXT
               MOVE 19 TO PRETTY-EW-LEN
           END-IF
           IF EDIT-EW-IN > -100000000 AND EDIT-EW-IN < 100000000
               MOVE EDIT-EW-IN TO CSV-NUM
               MOVE CSV-NUM TO CSV-EW-TEXT
               MOVE 14 TO CSV-EW-LEN
           ELSE
               MOVE EDIT-EW-IN TO CSV-EW
               MOVE CSV-EW TO CSV-EW-TEXT
               MOVE 19 TO CSV-EW-LEN
           END-IF
           .

      * haengt EXTRACT-LINE an extract.txt samt Spiegel an und fuehrt
      * die Kontrollzaehler des Trailersatzes mit
       APPEND-EXTRACT-LINE.
           OPEN EXTEND EXTRACTF
           IF EXTRACT-FILE-STATUS = '35'
      *        extract.txt existiert noch nicht - einmalig anlegen und
