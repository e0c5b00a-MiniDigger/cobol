      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nachtabgleich ueber alle veroeffentlichten Ergebnis-
      *          dateien eines Laufs - die einzelnen Werkzeuge pruefen
      *          jeweils nur ihre eigene Datei (AuditVerify die Kette,
      *          ExtractAckCheck die Lieferung), aber niemand prueft,
      *          ob audit.txt, output.csv, results.dat, extract.txt,
      *          das JSON-Dokument, die Verbrauchsabrechnung und die
      *          Berichte (output.txt, Einzeldateien bei split=1,
      *          Druckausgabe .prt) dasselbe sagen. Das Programm
      *          nimmt eine Laufkennung und gleicht je Datensatz
      *          Vorhandensein, Status und Eigenwert in der
      *          gedruckten Genauigkeit (4 Nachkommastellen) ab.
      *          Massgeblich ist die Mitschrift audit.txt (letzte
      *          Zeile je Name gewinnt, wie bei RunCompare).
      *          Gesteuert ueber runreconcile_cmd.txt, eine Zeile:
      *            <laufkennung>
      *          Erwartung je Quelle, bezogen auf den Status in der
      *          Mitschrift (FINE/VALD/SOLV/FAIL/HALT):
      *            JSON-Dokument run-<lauf>.json - jeder Datensatz
      *            extract.txt  - jeder ausser HALT; bei einem
      *                           Delta-/Refresh-Extrakt die volle
      *                           Fassung extract_full.txt, dazu darf
      *                           kein Loeschsatz einen Datensatz des
      *                           Laufs treffen
      *            results.dat  - jeder ausser HALT (fuehrt der Bestand
      *                           den Lauf gar nicht, etwa nach einem
      *                           partitionierten Lauf, nur Hinweis)
      *            output.csv   - nur bei csv=1, daher kein Fehlen,
      *                           aber kein FAIL/HALT und gleicher EW
      *            Berichte     - jeder ausser FAIL (der steht in
      *                           errors.txt)
      *            usage.txt    - FINE/SOLV im Erstversuch; die Datei
      *                           gilt nur fuer den juengsten Lauf
      *          Ein zur Freigabe zurueckgehaltenes Ergebnis (HOLD=,
      *          siehe ReleaseHold.cbl) wird in extract.txt und
      *          results.dat nicht abgeglichen; die spaeteren
      *          FREIGABE-/ABGELEHNT-Zeilen bleiben ausser Betracht.
      *          Bericht der Brueche nach reconcile.txt und auf die
      *          Konsole, Bilanzzeile auch an batchreport.txt.
      *          RETURN-CODE 0 = kein Bruch, 2 = Brueche (der
      *          Scheduler haelt dann die Extrakt-Uebertragung an),
      *          1 = Lauf nicht abgleichbar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunReconcile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "runreconcile_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RESULTF ASSIGN TO "results.dat"
               FILE STATUS IS RESULT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY.
               SELECT RPTF ASSIGN TO "reconcile.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BRPTF ASSIGN TO "batchreport.txt"
               FILE STATUS IS BRPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(200).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(400).
      *    Satzaufbau muss mit OutputHandling.cbl uebereinstimmen
           FD RESULTF
           DATA RECORD IS RES-REC.
           01 RES-REC.
               05 RES-KEY.
                   10 RES-NAME PIC X(30).
                   10 RES-RUN PIC X(17).
               05 RES-EW PIC S9(13)V9(16) COMP-3.
               05 RES-MODE PIC X(09).
               05 RES-ITER PIC 9(06) COMP-3.
               05 RES-CONV PIC 9.
               05 RES-STATUS PIC X(04).
               05 RES-MAC-KZ PIC X(01).
               05 RES-MAC PIC 9V9(06).
      *        Katalogherkunft des Ergebnisses: Name und Version des
      *        per catalog=/base= gezogenen Blocks (catalog_hist.dat);
      *        leer bzw. 0 bei einem Block ohne Katalog
               05 RES-CAT-NAME PIC X(30).
               05 RES-CAT-VER PIC 9(04).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(160).
           FD BRPTF
           DATA RECORD IS BRPT-LINE.
           01 BRPT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
           01 RESULT-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 BRPT-STATUS PIC XX.
           01 SRC-FILENAME PIC X(90).
           01 SRC-EOF PIC 9 VALUE 0.
           01 RES-EOF PIC 9 VALUE 0.
      *    abzugleichende Laufkennung und juengste Laufkennung der
      *    Mitschrift (fuer die nur laufweise gefuehrten Dateien)
           01 WANT-RUN PIC X(17).
           01 LATEST-RUN PIC X(17) VALUE SPACES.
      *    Quellen des Abgleichs: 1 ist die Mitschrift als Referenz,
      *    SRC-ACTIVE sagt, ob die Quelle zu diesem Lauf gelesen
      *    wurde und ihr Fehlen damit als Bruch zaehlt
           01 SRC-LABEL-VALUES.
               05 FILLER PIC X(14) VALUE "audit.txt".
               05 FILLER PIC X(14) VALUE "JSON-Dokument".
               05 FILLER PIC X(14) VALUE "extract.txt".
               05 FILLER PIC X(14) VALUE "results.dat".
               05 FILLER PIC X(14) VALUE "output.csv".
               05 FILLER PIC X(14) VALUE "Bericht".
               05 FILLER PIC X(14) VALUE "Druckausgabe".
               05 FILLER PIC X(14) VALUE "usage.txt".
           01 SRC-LABELS REDEFINES SRC-LABEL-VALUES.
               05 SRC-LABEL PIC X(14) OCCURS 8 TIMES.
           01 SRC-ACTIVE-TABLE.
               05 SRC-ACTIVE PIC 9 OCCURS 8 TIMES.
           01 S PIC 9(02).
           01 SRC-EXPECTED PIC 9.
      *    Abgleichtabelle: je Datensatzname und Quelle Vorhandensein,
      *    Status und Eigenwert auf 4 Nachkommastellen
           01 REC-TABLE.
               05 REC-COUNT PIC 9(04) COMP-3 VALUE 0.
               05 REC-ENTRY OCCURS 2000 TIMES.
                   10 REC-NAME PIC X(30).
                   10 REC-RETRY PIC 9.
      *            1 = Ergebnis zur Freigabe zurueckgehalten (HOLD=)
                   10 REC-HELD PIC 9.
                   10 REC-DELE PIC 9.
                   10 REC-BREAKS PIC 9(03) COMP-3.
                   10 REC-SRC OCCURS 8 TIMES.
                       15 SRC-HAVE PIC 9.
                       15 SRC-STAT PIC X(04).
                       15 SRC-EW PIC S9(13)V9(04) COMP-3.
                       15 SRC-EWSET PIC 9.
      *    Sammelpuffer des gerade gelesenen Satzes einer Quelle
           01 CUR-SRC PIC 9(02).
           01 CUR-NAME PIC X(30).
           01 CUR-STAT PIC X(04).
           01 CUR-EW PIC S9(13)V9(04) COMP-3.
           01 CUR-EW-GANZ PIC S9(13) COMP-3.
           01 CUR-EWSET PIC 9.
           01 CUR-HAVE PIC 9.
           01 CUR-MODE PIC X(09).
           01 HIT PIC 9(04) COMP-3.
           01 I PIC 9(04) COMP-3.
           01 J PIC 9(04) COMP-3.
           01 K PIC 9(04) COMP-3.
      *    Mitschrift: Tokenzerlegung wie RunCompare.LOAD-AUDIT-LINE
           01 AT-TOKENS.
               05 AT-DT PIC X(20).
               05 AT-FILE PIC X(80).
               05 AT-NAME PIC X(30).
               05 AT-STATUS PIC X(20).
               05 AT-REST PIC X(140).
           01 RUN-POS PIC 9(04).
           01 TOK-POS PIC 9(04).
           01 VAL-TOK PIC X(30).
           01 AUDIT-LINES PIC 9(06) VALUE 0.
           01 UNNAMED-LINES PIC 9(06) VALUE 0.
      *    JSON-Dokument: Zerlegung wie FeedExtract.SCAN-SOURCE-LINE,
      *    dazu die Ausgabedateien der Paarliste
           01 SRC-TEXT PIC X(400).
           01 KEY-TEXT PIC X(40).
           01 KEY-REST PIC X(160).
           01 VAL-TEXT PIC X(160).
           01 VAL-LEN PIC 9(03).
           01 UNESC-TEXT PIC X(160).
           01 UNESC-I PIC 9(03).
           01 UNESC-P PIC 9(03).
           01 IN-DATASETS PIC 9 VALUE 0.
           01 IN-OBJECT PIC 9 VALUE 0.
           01 DS-IMAG PIC 9.
           01 OUT-COUNT PIC 9(02) VALUE 0.
           01 OUT-TABLE.
               05 OUT-NAME PIC X(90) OCCURS 30 TIMES.
           01 O PIC 9(02).
           01 OUT-HIT PIC 9.
      *    Extrakt: Kopfsatz und Modus (voll/Delta/Refresh)
           01 EXT-TOKENS.
               05 EXT-TAG PIC X(04).
               05 EXT-STAMP PIC X(20).
               05 EXT-SOURCE PIC X(20).
               05 EXT-RUN PIC X(17).
               05 EXT-MODE PIC X(10).
           01 EXT-DELTA PIC 9 VALUE 0.
           01 EXT-DETAIL.
               05 EXT-D-NAME PIC X(30).
               05 FILLER PIC X(07).
               05 EXT-D-EW PIC X(14).
               05 FILLER PIC X(08).
               05 EXT-D-STATUS PIC X(04).
               05 FILLER PIC X(01).
               05 EXT-D-RUN PIC X(17).
               05 FILLER PIC X(119).
      *    results.dat: Zahl der Saetze dieses Laufs
           01 RES-HITS PIC 9(06) VALUE 0.
      *    output.csv: Kennung, Name, Wert, Laufkennung
           01 CSV-TAG PIC X(10).
           01 CSV-NAME PIC X(30).
           01 CSV-NUM PIC X(30).
           01 CSV-RUN PIC X(17).
      *    Berichte: Blockparser wie RunCompare.LOAD-OUTPUT-LINE, dazu
      *    die Laufzuordnung ueber die Kopfzeile "Lauf: "
           01 PENDING-FIELD PIC X(04) VALUE SPACES.
           01 RPT-LINE-NR PIC 9(06).
           01 RPT-RUN-OK PIC 9.
           01 RPT-RUN-SEEN PIC 9.
           01 RPT-RUN PIC X(17).
           01 LAUF-POS PIC 9(04).
           01 SPLIT-BASE PIC X(90).
           01 SPLIT-BASE-LEN PIC 9(03).
      *    usage.txt: Gruppe, Name, WE-Angabe
           01 USE-TOK-1 PIC X(30).
           01 USE-TOK-2 PIC X(30).
           01 USE-TOK-3 PIC X(30).
      *    Zaehler und Ausgabe
           01 N-BREAKS PIC 9(06) VALUE 0.
           01 N-CLEAN PIC 9(06) VALUE 0.
           01 N-DIRTY PIC 9(06) VALUE 0.
           01 BREAK-TEXT PIC X(100).
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 PRETTY-NUM PIC -Z(12)9.9999.
           01 PRETTY-NUM-2 PIC -Z(12)9.9999.
           01 CNT-DISP PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               DISPLAY "[RunReconcile.MAIN-PROCEDURE]"
                   " runreconcile_cmd.txt konnte nicht geoeffnet"
                   " werden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CMDF
               AT END
                   DISPLAY "[RunReconcile.MAIN-PROCEDURE]"
                       " runreconcile_cmd.txt ist leer!"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CMDF
           MOVE SPACES TO WANT-RUN
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE INTO WANT-RUN
           IF WANT-RUN = SPACES
               DISPLAY "[RunReconcile.MAIN-PROCEDURE] Kommando"
                   " braucht: <laufkennung>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO SRC-ACTIVE-TABLE

           OPEN OUTPUT RPTF
           MOVE SPACES TO OUT-LINE
           STRING "Abgleich der Ergebnisdateien, Lauf " WANT-RUN
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY

           PERFORM LOAD-AUDIT
           IF AUDIT-LINES = 0
               MOVE SPACES TO OUT-LINE
               STRING "Lauf " WANT-RUN " nicht in audit.txt -"
                   " nichts abzugleichen" DELIMITED BY SIZE
                   INTO OUT-LINE
               PERFORM SAY
               CLOSE RPTF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-JSON
           PERFORM LOAD-EXTRACT
           PERFORM LOAD-RESULTS
           PERFORM LOAD-CSV
           PERFORM LOAD-REPORTS
           PERFORM LOAD-USAGE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REC-COUNT
               PERFORM CHECK-ONE-NAME
           END-PERFORM
           PERFORM WRITE-VERDICT
           CLOSE RPTF
           IF N-BREAKS > 0
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Mitschrift: Zeilen der gesuchten Laufkennung liefern die
      * Referenz (Name, Status, EW=, Modus, Wiederholungsversuch);
      * nebenbei die juengste Laufkennung der Datei
       LOAD-AUDIT.
           MOVE 1 TO CUR-SRC
           MOVE "audit.txt" TO SRC-FILENAME
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               DISPLAY "[RunReconcile.LOAD-AUDIT] audit.txt nicht"
                   " lesbar (Status " SRC-STATUS ")!"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SRC-ACTIVE(1)
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM LOAD-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

       LOAD-AUDIT-LINE.
           MOVE 0 TO RUN-POS
           INSPECT SRC-LINE TALLYING RUN-POS
               FOR CHARACTERS BEFORE INITIAL "RUN="
           IF RUN-POS >= 380 OR SRC-LINE(RUN-POS + 1:4) NOT = "RUN="
               EXIT PARAGRAPH
           END-IF
           MOVE SRC-LINE(RUN-POS + 5:17) TO LATEST-RUN
           IF SRC-LINE(RUN-POS + 5:17) NOT = WANT-RUN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AUDIT-LINES
           MOVE SPACES TO AT-TOKENS
           UNSTRING SRC-LINE DELIMITED BY ALL SPACE INTO
               AT-DT AT-FILE AT-NAME AT-STATUS AT-REST
           IF AT-NAME = SPACES OR AT-NAME = "Satz"
               ADD 1 TO UNNAMED-LINES
               EXIT PARAGRAPH
           END-IF
      *    die Verbuchung einer Freigabeentscheidung (ReleaseHold.cbl)
      *    steht spaeter unter der Laufkennung des rechnenden Laufs -
      *    massgeblich bleibt dessen eigene Zeile
           IF AT-STATUS = "FREIGABE" OR AT-STATUS = "ABGELEHNT"
               EXIT PARAGRAPH
           END-IF
           MOVE AT-NAME TO CUR-NAME
           MOVE SPACES TO CUR-MODE
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " MODE="
           IF TOK-POS < 375 AND SRC-LINE(TOK-POS + 1:6) = " MODE="
               MOVE SPACES TO VAL-TOK
               UNSTRING SRC-LINE(TOK-POS + 7:20) DELIMITED BY SPACE
                   INTO VAL-TOK
               MOVE VAL-TOK TO CUR-MODE
           END-IF
           EVALUATE TRUE
               WHEN AT-STATUS = "ANGEHALTEN"
                   MOVE "HALT" TO CUR-STAT
               WHEN AT-STATUS NOT = "FINE"
                   MOVE "FAIL" TO CUR-STAT
               WHEN CUR-MODE = "VALIDATE"
                   MOVE "VALD" TO CUR-STAT
               WHEN CUR-MODE = "SOLVE"
                   MOVE "SOLV" TO CUR-STAT
               WHEN OTHER
                   MOVE "FINE" TO CUR-STAT
           END-EVALUATE
           MOVE 0 TO CUR-EW
           MOVE 0 TO CUR-EWSET
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " EW="
           IF TOK-POS < 372 AND SRC-LINE(TOK-POS + 1:4) = " EW="
               MOVE SPACES TO VAL-TOK
               UNSTRING SRC-LINE(TOK-POS + 5:25) DELIMITED BY SPACE
                   INTO VAL-TOK
               COMPUTE CUR-EW = FUNCTION NUMVAL(VAL-TOK)
               MOVE 1 TO CUR-EWSET
           END-IF
           PERFORM TAKE-ENTRY
           IF HIT = 0
               EXIT PARAGRAPH
           END-IF
      *    ein Wiederholungsversuch hat keinen Eintrag in der
      *    Verbrauchsabrechnung (nur der Erstversuch wird verbucht)
           MOVE 0 TO REC-RETRY(HIT)
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " RETRY="
           IF TOK-POS < 390 AND SRC-LINE(TOK-POS + 1:7) = " RETRY="
               MOVE 1 TO REC-RETRY(HIT)
           END-IF
      *    ein zurueckgehaltenes Ergebnis steht erst nach der
      *    Freigabe in Extrakt und Bestand
           MOVE 0 TO REC-HELD(HIT)
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " HOLD="
           IF TOK-POS < 390 AND SRC-LINE(TOK-POS + 1:6) = " HOLD="
               MOVE 1 TO REC-HELD(HIT)
           END-IF
           .

      * JSON-Dokument run-<lauf>.json: Datensatzobjekte und die
      * Ausgabedateien der Paarliste (fuer die Berichte)
       LOAD-JSON.
           MOVE 2 TO CUR-SRC
           MOVE SPACES TO SRC-FILENAME
           STRING "run-" WANT-RUN ".json" DELIMITED BY SIZE
               INTO SRC-FILENAME
           MOVE 0 TO SRC-EOF
           MOVE 0 TO IN-DATASETS
           MOVE 0 TO IN-OBJECT
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               MOVE SPACES TO BREAK-TEXT
               STRING FUNCTION TRIM(SRC-FILENAME) " fehlt"
                   DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-FILE-BREAK
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SRC-ACTIVE(2)
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM LOAD-JSON-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

       LOAD-JSON-LINE.
           MOVE FUNCTION TRIM(SRC-LINE) TO SRC-TEXT
           IF IN-DATASETS = 0
               IF SRC-TEXT(1:10) = "{""input"":"
                   PERFORM TAKE-PAIR-OUTPUT
               END-IF
               IF SRC-TEXT(1:11) = """datasets"":"
                   MOVE 1 TO IN-DATASETS
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SRC-TEXT = "{"
                   MOVE 1 TO IN-OBJECT
                   MOVE SPACES TO CUR-NAME
                   MOVE SPACES TO CUR-MODE
                   MOVE SPACES TO CUR-STAT
                   MOVE 0 TO CUR-EW
                   MOVE 0 TO CUR-EWSET
                   MOVE 0 TO DS-IMAG
               WHEN (SRC-TEXT = "}" OR SRC-TEXT = "},")
                    AND IN-OBJECT = 1
                   MOVE 0 TO IN-OBJECT
                   IF CUR-NAME NOT = SPACES
                       IF CUR-STAT = "FINE" AND CUR-MODE = "VALIDATE"
                           MOVE "VALD" TO CUR-STAT
                       END-IF
                       IF CUR-STAT = "FINE" AND CUR-MODE = "SOLVE"
                           MOVE "SOLV" TO CUR-STAT
                       END-IF
      *                ein komplexes Paar fuehrt im Dokument den
      *                Realteil, die Mitschrift nicht - kein Vergleich
                       IF CUR-STAT NOT = "FINE" OR DS-IMAG = 1
                           MOVE 0 TO CUR-EWSET
                       END-IF
                       PERFORM TAKE-ENTRY
                   END-IF
               WHEN SRC-TEXT(1:1) = """" AND IN-OBJECT = 1
                   PERFORM SPLIT-KEY-VALUE
                   EVALUATE KEY-TEXT
                       WHEN "name"
                           MOVE VAL-TEXT TO CUR-NAME
                       WHEN "mode"
                           MOVE VAL-TEXT TO CUR-MODE
                       WHEN "status"
                           MOVE VAL-TEXT TO CUR-STAT
                       WHEN "eigenvalue"
                           IF VAL-TEXT NOT = SPACES
                               COMPUTE CUR-EW =
                                   FUNCTION NUMVAL(VAL-TEXT)
                               MOVE 1 TO CUR-EWSET
                           END-IF
                       WHEN "eigenvalue_imag"
                           IF VAL-TEXT NOT = SPACES
                               MOVE 1 TO DS-IMAG
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           .

      * {"input": "...", "output": "...", ...} - die Ausgabedatei
      * einmal in die Liste der zu pruefenden Berichte
       TAKE-PAIR-OUTPUT.
           MOVE 0 TO TOK-POS
           INSPECT SRC-TEXT TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL """output"": """
           IF TOK-POS >= 380
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VAL-TEXT
           UNSTRING SRC-TEXT(TOK-POS + 12:90) DELIMITED BY """"
               INTO VAL-TEXT
           IF VAL-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OUT-HIT
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > OUT-COUNT
               IF OUT-NAME(O) = VAL-TEXT(1:90)
                   MOVE 1 TO OUT-HIT
               END-IF
           END-PERFORM
           IF OUT-HIT = 0 AND OUT-COUNT < 30
               ADD 1 TO OUT-COUNT
               MOVE VAL-TEXT(1:90) TO OUT-NAME(OUT-COUNT)
           END-IF
           .

      * "schluessel": wert[,] - KEY-TEXT und VAL-TEXT (Zeichenketten
      * ohne Anfuehrungszeichen und entmaskiert, null als Leerzeichen)
       SPLIT-KEY-VALUE.
           MOVE SPACES TO KEY-TEXT
           MOVE SPACES TO KEY-REST
           MOVE SPACES TO VAL-TEXT
           UNSTRING SRC-TEXT(2:399) DELIMITED BY """: "
               INTO KEY-TEXT KEY-REST
           MOVE FUNCTION TRIM(KEY-REST) TO VAL-TEXT
           IF VAL-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(VAL-TEXT)) TO VAL-LEN
           IF VAL-TEXT(VAL-LEN:1) = ","
               MOVE SPACE TO VAL-TEXT(VAL-LEN:1)
               SUBTRACT 1 FROM VAL-LEN
           END-IF
           IF VAL-TEXT(1:VAL-LEN) = "null"
               MOVE SPACES TO VAL-TEXT
               EXIT PARAGRAPH
           END-IF
           IF VAL-TEXT(1:1) = """" AND VAL-LEN >= 2
               MOVE SPACES TO UNESC-TEXT
               MOVE 1 TO UNESC-P
               MOVE 2 TO UNESC-I
               PERFORM UNTIL UNESC-I >= VAL-LEN
                   IF VAL-TEXT(UNESC-I:1) = "\"
                      AND UNESC-I < VAL-LEN - 1
                       ADD 1 TO UNESC-I
                   END-IF
                   MOVE VAL-TEXT(UNESC-I:1) TO UNESC-TEXT(UNESC-P:1)
                   ADD 1 TO UNESC-P
                   ADD 1 TO UNESC-I
               END-PERFORM
               MOVE UNESC-TEXT TO VAL-TEXT
           END-IF
           .

      * Warehouse-Extrakt: der Kopfsatz muss diesen Lauf nennen; bei
      * einem Delta-/Refresh-Extrakt liefern die Loeschsaetze der
      * Lieferung den Abgleich gegen die Mitschrift und die volle
      * Fassung extract_full.txt die Detailsaetze
       LOAD-EXTRACT.
           MOVE 3 TO CUR-SRC
           MOVE 0 TO EXT-DELTA
           MOVE "extract.txt" TO SRC-FILENAME
           PERFORM LOAD-EXTRACT-FILE
           IF SRC-ACTIVE(3) = 1 AND EXT-DELTA = 1
               MOVE "extract_full.txt" TO SRC-FILENAME
               PERFORM LOAD-EXTRACT-FILE
           END-IF
           .

       LOAD-EXTRACT-FILE.
           MOVE 0 TO SRC-ACTIVE(3)
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               MOVE SPACES TO BREAK-TEXT
               STRING FUNCTION TRIM(SRC-FILENAME) " fehlt"
                   DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-FILE-BREAK
               EXIT PARAGRAPH
           END-IF
           READ SRCF
               AT END MOVE 1 TO SRC-EOF
           END-READ
           MOVE SPACES TO EXT-TOKENS
           IF SRC-EOF = 0
               UNSTRING SRC-LINE DELIMITED BY ALL SPACE INTO
                   EXT-TAG EXT-STAMP EXT-SOURCE EXT-RUN EXT-MODE
           END-IF
           IF EXT-TAG NOT = "HDR" OR EXT-RUN NOT = WANT-RUN
               MOVE SPACES TO BREAK-TEXT
               STRING FUNCTION TRIM(SRC-FILENAME)
                   " gehoert nicht zu diesem Lauf (Kopfsatz "
                   EXT-RUN ")" DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-FILE-BREAK
               CLOSE SRCF
               EXIT PARAGRAPH
           END-IF
           IF EXT-MODE = "DELTA" OR EXT-MODE = "REFRESH"
               MOVE 1 TO EXT-DELTA
           END-IF
           MOVE 1 TO SRC-ACTIVE(3)
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM LOAD-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

       LOAD-EXTRACT-LINE.
           IF SRC-LINE(1:4) = "TRL " OR SRC-LINE(1:4) = "HDR "
               EXIT PARAGRAPH
           END-IF
           MOVE SRC-LINE TO EXT-DETAIL
           IF EXT-D-NAME = SPACES OR EXT-D-RUN NOT = WANT-RUN
               EXIT PARAGRAPH
           END-IF
      *    Loeschsatz der Delta-Lieferung: nur vermerken, die volle
      *    Fassung liefert den eigentlichen Satz
           IF EXT-D-STATUS = "DELE"
               MOVE EXT-D-NAME TO CUR-NAME
               PERFORM FIND-ENTRY
               IF HIT > 0
                   MOVE 1 TO REC-DELE(HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF EXT-DELTA = 1 AND SRC-FILENAME = "extract.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE EXT-D-NAME TO CUR-NAME
           MOVE EXT-D-STATUS TO CUR-STAT
           MOVE 0 TO CUR-EW
           MOVE 0 TO CUR-EWSET
           EVALUATE EXT-D-STATUS
               WHEN "FINE"
                   COMPUTE CUR-EW = FUNCTION NUMVAL(EXT-D-EW)
                   MOVE 1 TO CUR-EWSET
      *        die Konditionszahl im EW-Feld ist kein Eigenwert; der
      *        Datensatz selbst ist erfolgreich
               WHEN "COND"
                   MOVE "FINE" TO CUR-STAT
           END-EVALUATE
           PERFORM TAKE-ENTRY
           .

      * Ergebnisbestand: alle Saetze dieses Laufs (der Schluessel
      * beginnt mit dem Namen, daher sequentiell ueber den Bestand)
       LOAD-RESULTS.
           MOVE 4 TO CUR-SRC
           OPEN INPUT RESULTF
           IF RESULT-STATUS NOT = "00"
               MOVE SPACES TO BREAK-TEXT
               STRING "results.dat nicht lesbar (Status "
                   RESULT-STATUS ")" DELIMITED BY SIZE
                   INTO BREAK-TEXT
               PERFORM SAY-FILE-BREAK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RES-EOF
           PERFORM UNTIL RES-EOF = 1
               READ RESULTF NEXT RECORD
                   AT END MOVE 1 TO RES-EOF
                   NOT AT END
                       IF RES-RUN = WANT-RUN
                           ADD 1 TO RES-HITS
                           MOVE RES-NAME TO CUR-NAME
                           MOVE RES-STATUS TO CUR-STAT
                           MOVE RES-EW TO CUR-EW
                           MOVE 0 TO CUR-EWSET
                           IF RES-STATUS = "FINE"
                               MOVE 1 TO CUR-EWSET
                           END-IF
                           PERFORM TAKE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTF
      *    ein partitionierter Lauf schreibt keinen Bestand - kein
      *    einziger Satz des Laufs ist daher nur ein Hinweis
           IF RES-HITS = 0
               MOVE SPACES TO OUT-LINE
               STRING "  Hinweis: results.dat fuehrt den Lauf nicht"
                   " (partitionierter Lauf?) - nicht abgeglichen"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
           ELSE
               MOVE 1 TO SRC-ACTIVE(4)
           END-IF
           .

      * output.csv: EW-/RESID-Zeilen dieses Laufs
       LOAD-CSV.
           MOVE 5 TO CUR-SRC
           MOVE "output.csv" TO SRC-FILENAME
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SRC-ACTIVE(5)
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END
                       IF SRC-LINE(1:3) = "EW," OR
                          SRC-LINE(1:6) = "RESID,"
                           PERFORM LOAD-CSV-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

       LOAD-CSV-LINE.
           MOVE SPACES TO CSV-TAG CSV-NAME CSV-NUM CSV-RUN
           UNSTRING SRC-LINE DELIMITED BY ","
               INTO CSV-TAG CSV-NAME CSV-NUM CSV-RUN
           IF CSV-RUN NOT = WANT-RUN OR CSV-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CSV-NAME TO CUR-NAME
           MOVE 0 TO CUR-EW
           MOVE 0 TO CUR-EWSET
           IF CSV-TAG = "RESID"
               MOVE "SOLV" TO CUR-STAT
           ELSE
               MOVE "FINE" TO CUR-STAT
               COMPUTE CUR-EW = FUNCTION NUMVAL(CSV-NUM)
               MOVE 1 TO CUR-EWSET
           END-IF
           PERFORM TAKE-ENTRY
           .

      * Berichte: je Ausgabedatei der Paarliste (ohne Dokument nur
      * output.txt) der Bericht selbst, seine Druckausgabe .prt und
      * - fuer einen dort nicht gefundenen Datensatz - die Einzel-
      * datei <basis>_<name>.txt aus split=1
       LOAD-REPORTS.
           IF OUT-COUNT = 0
               MOVE 1 TO OUT-COUNT
               MOVE "output.txt" TO OUT-NAME(1)
           END-IF
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > OUT-COUNT
               MOVE 6 TO CUR-SRC
               MOVE OUT-NAME(O) TO SRC-FILENAME
               PERFORM LOAD-REPORT-FILE
               MOVE 7 TO CUR-SRC
               MOVE SPACES TO SRC-FILENAME
               STRING FUNCTION TRIM(OUT-NAME(O)) ".prt"
                   DELIMITED BY SIZE INTO SRC-FILENAME
               PERFORM LOAD-REPORT-FILE
           END-PERFORM
           IF SRC-ACTIVE(6) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO CUR-SRC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > REC-COUNT
               IF SRC-HAVE(K, 1) = 1 AND SRC-HAVE(K, 6) = 0
                  AND SRC-STAT(K, 1) NOT = "FAIL"
                   PERFORM VARYING O FROM 1 BY 1 UNTIL O > OUT-COUNT
                       PERFORM BUILD-SPLIT-FILENAME
                       PERFORM LOAD-REPORT-FILE
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * Name der Einzeldatei wie OutputHandling.BUILD-SPLIT-FILENAME
       BUILD-SPLIT-FILENAME.
           MOVE FUNCTION TRIM(OUT-NAME(O)) TO SPLIT-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SPLIT-BASE)) TO
               SPLIT-BASE-LEN
           IF SPLIT-BASE-LEN > 4 AND
              SPLIT-BASE(SPLIT-BASE-LEN - 3:4) = ".txt"
               MOVE SPACES TO SPLIT-BASE(SPLIT-BASE-LEN - 3:4)
           END-IF
           MOVE SPACES TO SRC-FILENAME
           STRING FUNCTION TRIM(SPLIT-BASE) "_"
               FUNCTION TRIM(REC-NAME(K)) ".txt"
               DELIMITED BY SIZE INTO SRC-FILENAME
           .

      * ein Bericht zaehlt nur, wenn seine Kopfzeile "Lauf: " diesen
      * Lauf nennt; eine Einzeldatei aus split=1 hat keinen Kopf. Ein
      * fehlender Bericht oder eine fehlende Druckausgabe (nur bei
      * printformat=1) ist kein Bruch - dann fehlen die Datensaetze
       LOAD-REPORT-FILE.
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RPT-LINE-NR
           MOVE 0 TO RPT-RUN-SEEN
           MOVE 1 TO RPT-RUN-OK
           MOVE SPACES TO CUR-NAME
           MOVE 0 TO CUR-HAVE
           MOVE SPACES TO PENDING-FIELD
           PERFORM UNTIL SRC-EOF = 1 OR RPT-RUN-OK = 0
               READ SRCF
                   AT END
                       MOVE 1 TO SRC-EOF
                       PERFORM FLUSH-REPORT-ENTRY
                   NOT AT END
                       ADD 1 TO RPT-LINE-NR
                       PERFORM LOAD-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
           IF RPT-RUN-OK = 0
               MOVE SPACES TO BREAK-TEXT
               STRING FUNCTION TRIM(SRC-FILENAME)
                   " gehoert nicht zu diesem Lauf (Lauf "
                   RPT-RUN ")" DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-FILE-BREAK
           ELSE
               MOVE 1 TO SRC-ACTIVE(CUR-SRC)
           END-IF
           .

       LOAD-REPORT-LINE.
      *    Kopfzeile: im Bericht die erste Zeile, in der Druck-
      *    ausgabe der Seitenkopf jeder Seite
           IF SRC-LINE(1:6) = "Lauf: "
               IF RPT-RUN-SEEN = 0
                   MOVE SRC-LINE(7:17) TO RPT-RUN
                   MOVE 1 TO RPT-RUN-SEEN
                   IF RPT-RUN NOT = WANT-RUN
                       MOVE 0 TO RPT-RUN-OK
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CUR-SRC = 7 AND SRC-LINE(1:10) = "----------"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SRC-LINE(1:6) = "Name: "
                   PERFORM FLUSH-REPORT-ENTRY
                   MOVE FUNCTION TRIM(SRC-LINE(7:30)) TO CUR-NAME
                   MOVE "FINE" TO CUR-STAT
                   MOVE 0 TO CUR-EW
                   MOVE 0 TO CUR-EWSET
                   MOVE 1 TO CUR-HAVE
               WHEN SRC-LINE(1:11) = "ANGEHALTEN:"
                   MOVE "HALT" TO CUR-STAT
               WHEN SRC-LINE(1:15) = "Erwartungswert:"
                   MOVE "EW" TO PENDING-FIELD
               WHEN PENDING-FIELD = "EW"
                   COMPUTE CUR-EW = FUNCTION NUMVAL(SRC-LINE(1:40))
                   MOVE 1 TO CUR-EWSET
                   MOVE SPACES TO PENDING-FIELD
           END-EVALUATE
           .

       FLUSH-REPORT-ENTRY.
           IF CUR-HAVE = 1 AND CUR-NAME NOT = SPACES
               PERFORM TAKE-ENTRY
           END-IF
           MOVE 0 TO CUR-HAVE
           MOVE SPACES TO CUR-NAME
           .

      * Verbrauchsabrechnung: "[gruppe ]name WE=einheiten", gilt nur
      * fuer den juengsten Lauf (sie wird je Lauf geleert)
       LOAD-USAGE.
           MOVE 8 TO CUR-SRC
           IF LATEST-RUN NOT = WANT-RUN
               MOVE SPACES TO OUT-LINE
               STRING "  Hinweis: usage.txt gehoert zu Lauf "
                   LATEST-RUN " - nicht abgeglichen"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           MOVE "usage.txt" TO SRC-FILENAME
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               MOVE SPACES TO BREAK-TEXT
               STRING "usage.txt fehlt"
                   DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-FILE-BREAK
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SRC-ACTIVE(8)
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END
                       MOVE SPACES TO USE-TOK-1 USE-TOK-2 USE-TOK-3
                       UNSTRING FUNCTION TRIM(SRC-LINE)
                           DELIMITED BY ALL SPACE
                           INTO USE-TOK-1 USE-TOK-2 USE-TOK-3
                       IF USE-TOK-2(1:3) = "WE="
                           MOVE USE-TOK-1 TO CUR-NAME
                       ELSE
                           MOVE USE-TOK-2 TO CUR-NAME
                       END-IF
                       MOVE "FINE" TO CUR-STAT
                       MOVE 0 TO CUR-EWSET
                       IF CUR-NAME NOT = SPACES
                          AND CUR-NAME(1:4) NOT = "Satz"
                           PERFORM TAKE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

       FIND-ENTRY.
           MOVE 0 TO HIT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REC-COUNT
               IF REC-NAME(J) = CUR-NAME
                   MOVE J TO HIT
               END-IF
           END-PERFORM
           .

      * uebernimmt den Satz der aktuellen Quelle in die Tabelle -
      * ein spaeteres Vorkommen desselben Namens ersetzt das fruehere
      * (Wiederholungsversuche)
       TAKE-ENTRY.
           PERFORM FIND-ENTRY
           IF HIT = 0
               IF REC-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO REC-COUNT
               MOVE REC-COUNT TO HIT
               INITIALIZE REC-ENTRY(HIT)
               MOVE CUR-NAME TO REC-NAME(HIT)
           END-IF
           MOVE 1 TO SRC-HAVE(HIT, CUR-SRC)
           MOVE CUR-STAT TO SRC-STAT(HIT, CUR-SRC)
      *    ab 10**8 fuehrt extract.txt nur den ganzzahligen Teil;
      *    verglichen wird dann in allen Quellen nur dieser
           IF CUR-EW >= 100000000 OR CUR-EW <= -100000000
               MOVE CUR-EW TO CUR-EW-GANZ
               MOVE CUR-EW-GANZ TO CUR-EW
           END-IF
           MOVE CUR-EW TO SRC-EW(HIT, CUR-SRC)
           MOVE CUR-EWSET TO SRC-EWSET(HIT, CUR-SRC)
           .

      * gleicht einen Datensatz ueber alle gelesenen Quellen gegen
      * die Mitschrift ab
       CHECK-ONE-NAME.
           MOVE 0 TO REC-BREAKS(I)
           IF SRC-HAVE(I, 1) = 0
               MOVE SPACES TO BREAK-TEXT
               MOVE 1 TO OUT-P
               STRING "nicht in audit.txt, aber in:"
                   DELIMITED BY SIZE INTO BREAK-TEXT
                   WITH POINTER OUT-P
               PERFORM VARYING S FROM 2 BY 1 UNTIL S > 8
                   IF SRC-HAVE(I, S) = 1
                       STRING " " FUNCTION TRIM(SRC-LABEL(S))
                           DELIMITED BY SIZE INTO BREAK-TEXT
                           WITH POINTER OUT-P
                   END-IF
               END-PERFORM
               PERFORM SAY-BREAK
           ELSE
               PERFORM VARYING S FROM 2 BY 1 UNTIL S > 8
                   IF SRC-ACTIVE(S) = 1
                       PERFORM CHECK-ONE-SOURCE
                   END-IF
               END-PERFORM
               IF REC-DELE(I) = 1
                   MOVE SPACES TO BREAK-TEXT
                   STRING "Loeschsatz im Delta-Extrakt"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM SAY-BREAK
               END-IF
           END-IF
           IF REC-BREAKS(I) = 0
               ADD 1 TO N-CLEAN
           ELSE
               ADD 1 TO N-DIRTY
           END-IF
           .

       CHECK-ONE-SOURCE.
      *    Extrakt und Bestand eines zurueckgehaltenen Ergebnisses
      *    haengen von der Freigabe ab - weder Fehlen noch
      *    Vorhandensein ist dort ein Bruch
           IF (S = 3 OR S = 4) AND REC-HELD(I) = 1
               EXIT PARAGRAPH
           END-IF
           EVALUATE S
               WHEN 2
                   MOVE 1 TO SRC-EXPECTED
               WHEN 3
               WHEN 4
                   IF SRC-STAT(I, 1) = "HALT"
                       MOVE 0 TO SRC-EXPECTED
                   ELSE
                       MOVE 1 TO SRC-EXPECTED
                   END-IF
               WHEN 5
                   MOVE 0 TO SRC-EXPECTED
               WHEN 6
               WHEN 7
                   IF SRC-STAT(I, 1) = "FAIL"
                       MOVE 0 TO SRC-EXPECTED
                   ELSE
                       MOVE 1 TO SRC-EXPECTED
                   END-IF
               WHEN 8
                   IF (SRC-STAT(I, 1) = "FINE" OR
                       SRC-STAT(I, 1) = "SOLV") AND REC-RETRY(I) = 0
                       MOVE 1 TO SRC-EXPECTED
                   ELSE
                       MOVE 0 TO SRC-EXPECTED
                   END-IF
           END-EVALUATE
           IF SRC-HAVE(I, S) = 0
               IF SRC-EXPECTED = 1
                   MOVE SPACES TO BREAK-TEXT
                   STRING "fehlt in " SRC-LABEL(S)
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM SAY-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF
      *    vorhanden, wo er nicht hingehoert: ein angehaltener Satz
      *    im Extrakt/Bestand, ein Fehlschlag in output.csv oder in
      *    der Verbrauchsabrechnung (ein Fehlschlag mit Debug-Dump
      *    steht zu Recht im Bericht)
           IF SRC-EXPECTED = 0 AND S NOT = 6 AND S NOT = 7
              AND (S NOT = 5 OR SRC-STAT(I, 1) = "FAIL" OR
                   SRC-STAT(I, 1) = "HALT")
              AND (S NOT = 8 OR REC-RETRY(I) = 0)
               MOVE SPACES TO BREAK-TEXT
               STRING "unerwartet in " FUNCTION TRIM(SRC-LABEL(S))
                   " (audit.txt: " SRC-STAT(I, 1) ")"
                   DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-BREAK
               EXIT PARAGRAPH
           END-IF
      *    Status nur dort, wo die Quelle einen eigenen fuehrt
           IF S < 5 AND SRC-STAT(I, S) NOT = SRC-STAT(I, 1)
               MOVE SPACES TO BREAK-TEXT
               STRING "Status " SRC-STAT(I, S) " in "
                   FUNCTION TRIM(SRC-LABEL(S)) ", audit.txt: "
                   SRC-STAT(I, 1) DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-BREAK
               EXIT PARAGRAPH
           END-IF
           IF SRC-EWSET(I, 1) = 1 AND SRC-EWSET(I, S) = 1
              AND SRC-EW(I, S) NOT = SRC-EW(I, 1)
               MOVE SRC-EW(I, S) TO PRETTY-NUM
               MOVE SRC-EW(I, 1) TO PRETTY-NUM-2
               MOVE SPACES TO BREAK-TEXT
               STRING "EW " FUNCTION TRIM(PRETTY-NUM) " in "
                   FUNCTION TRIM(SRC-LABEL(S)) ", audit.txt: "
                   FUNCTION TRIM(PRETTY-NUM-2)
                   DELIMITED BY SIZE INTO BREAK-TEXT
               PERFORM SAY-BREAK
           END-IF
           .

      * Bruchzeile zu einem Datensatz
       SAY-BREAK.
           ADD 1 TO N-BREAKS
           ADD 1 TO REC-BREAKS(I)
           MOVE SPACES TO OUT-LINE
           STRING "  BRUCH " FUNCTION TRIM(REC-NAME(I)) ": "
               FUNCTION TRIM(BREAK-TEXT) DELIMITED BY SIZE
               INTO OUT-LINE
           PERFORM SAY
           .

      * Bruchzeile zu einer ganzen Datei
       SAY-FILE-BREAK.
           ADD 1 TO N-BREAKS
           MOVE SPACES TO OUT-LINE
           STRING "  BRUCH " FUNCTION TRIM(BREAK-TEXT)
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           .

      * Einzeilen-Bilanz: in den Bericht, auf die Konsole und an den
      * Stapelbericht angehaengt
       WRITE-VERDICT.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE REC-COUNT TO CNT-DISP
           STRING "Abgleich " WANT-RUN ": " FUNCTION TRIM(CNT-DISP)
               " Datensaetze, " DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-CLEAN TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " stimmig, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-DIRTY TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " mit Bruch, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-BREAKS TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " Brueche"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF UNNAMED-LINES > 0
               MOVE UNNAMED-LINES TO CNT-DISP
               STRING ", " FUNCTION TRIM(CNT-DISP)
                   " unbenannt (nicht abgleichbar)"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM SAY
           OPEN EXTEND BRPTF
           IF BRPT-STATUS = "35"
               OPEN OUTPUT BRPTF
               CLOSE BRPTF
               OPEN EXTEND BRPTF
           END-IF
           IF BRPT-STATUS = "00"
               WRITE BRPT-LINE FROM OUT-LINE
               CLOSE BRPTF
           END-IF
           .

       SAY.
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
           .
       END PROGRAM RunReconcile.
