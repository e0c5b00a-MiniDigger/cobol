      *            (retainmonths= der Site-Konfiguration, Default 84
      *            Monate = sieben Jahre Aktenordnung) werden
      *            geloescht.
      *          - Sperrliste holds.txt (rechtliche Aufbewahrung), eine
      *            Sperre je Zeile, "#" vorn = Kommentar:
      *              <name>|<praefix>*|RUN=<laufkennung> <referenz>
      *              <JJJJMMTT>
      *            Vor dem Loeschen eines Archivs werden die gesperrten
      *            Einheiten (Mitschrift-Zeile, Fehlerblock,
      *            CSV-Zeilengruppe eines Datensatzes samt
      *            MATRIX-Echo, Herkunftsblock) unveraendert nach
      *            legalhold.txt kopiert - diese Datei wird nie
      *            geloescht, jede Einheit steht hinter einer
      *            ###SPERRE-Zeile mit Referenz und Herkunftsdatei.
      *            Tagesausgaben output_JJJJMMTT.txt mit gesperrtem
      *            Inhalt bleiben als Ganzes stehen. Ist die
      *            Sperrliste nicht lesbar oder laesst sich
      *            legalhold.txt nicht schreiben, wird NICHT geloescht
      *            (RETURN-CODE 4). Jeder Lauf meldet je Sperre, was
      *            sie gehalten hat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT KEEPF ASSIGN TO "audit.txt.keep"
               FILE STATUS IS KEEP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HOLDF ASSIGN TO "holds.txt"
               FILE STATUS IS HOLD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LHF ASSIGN TO "legalhold.txt"
               FILE STATUS IS LH-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD SRCF
           FD KEEPF
           DATA RECORD IS KEEP-LINE.
           01 KEEP-LINE PIC X(2000).
           FD HOLDF
           DATA RECORD IS HOLD-LINE.
           01 HOLD-LINE PIC X(200).
           FD LHF
           DATA RECORD IS LH-LINE.
           01 LH-LINE PIC X(2000).
       WORKING-STORAGE SECTION.
           01 SRC-STATUS PIC XX.
           01 ARC-STATUS PIC XX.
           01 KEEP-STATUS PIC XX.
           01 HOLD-STATUS PIC XX.
           01 LH-STATUS PIC XX.
           01 SRC-EOF PIC 9 VALUE 0.
           01 SRC-FILENAME PIC X(90).
           01 ARC-FILENAME PIC X(90).
           01 ARC-OPEN-YYYYMM PIC 9(06) VALUE 0.
           01 MOVED-LINES PIC 9(08) VALUE 0.
           01 KEPT-LINES PIC 9(08) VALUE 0.
      *    Sperrliste: Ziel (Name, Praefix ohne "*" oder
      *    Laufkennung), Art N/P/R, Referenz und Datum, dazu die
      *    Zaehler fuer den Bericht (Zeilen dieses Archivs, Zeilen
      *    gesamt, Archive, behaltene Tagesausgaben)
           01 HOLD-EOF PIC 9 VALUE 0.
           01 HOLD-BAD PIC 9 VALUE 0.
           01 PRUNE-KEPT PIC 9 VALUE 0.
           01 HOLD-COUNT PIC 9(03) VALUE 0.
           01 HOLD-TABLE.
               05 HOLD-ENTRY OCCURS 200 TIMES.
                   10 HOLD-TARGET PIC X(30).
                   10 HOLD-KIND PIC X.
                   10 HOLD-TLEN PIC 9(02).
                   10 HOLD-REF PIC X(30).
                   10 HOLD-DATE PIC X(08).
                   10 HOLD-FILE-LINES PIC 9(08).
                   10 HOLD-LINES PIC 9(08).
                   10 HOLD-FILES PIC 9(04).
                   10 HOLD-KEPT PIC 9(04).
           01 HX PIC 9(03).
           01 MATCH-IDX PIC 9(03).
           01 H-TARGET PIC X(40).
           01 H-REF PIC X(40).
           01 H-DATE PIC X(10).
           01 H-LEN PIC 9(02).
      *    Einheiten eines Archivs: Art des Archivs (A = Mitschrift,
      *    E = Fehlerbloecke, C = output.csv, P = Herkunftsbloecke),
      *    laufende Einheitennummer und die im ersten Durchgang als
      *    gesperrt erkannten Einheiten (aufsteigend)
           01 ARC-KIND PIC X.
           01 PASS-NO PIC 9.
           01 UNIT-NO PIC 9(08).
           01 UNIT-START PIC 9.
           01 UNIT-CLOSE PIC 9.
           01 IN-UNIT PIC 9.
           01 UNIT-HOLD PIC 9(03).
           01 CUR-HELD PIC 9(03).
           01 PREV-CSV-TAG PIC X(10).
           01 PREV-CSV-NAME PIC X(30).
           01 CSV-TAG PIC X(10).
           01 CSV-NAME PIC X(30).
           01 CSV-LEN PIC 9(04).
           01 CSV-CUT PIC 9(04).
           01 AT-DT PIC X(20).
           01 AT-FILE PIC X(80).
           01 LN-NAME PIC X(30).
           01 LN-RUN PIC X(17).
           01 RUN-POS PIC 9(04).
           01 HELD-COUNT PIC 9(05).
           01 HELD-PTR PIC 9(05).
           01 HELD-OVERFLOW PIC 9.
           01 HELD-TABLE.
               05 HELD-ENTRY OCCURS 20000 TIMES.
                   10 HELD-UNIT PIC 9(08).
                   10 HELD-HOLD PIC 9(03).
           01 TALLY-N PIC 9(04).
           01 CNT-DISP PIC Z(07)9.
           01 GESICHERT PIC X(08).
      *    Betriebseinstellungen (retainmonths=) und die dafuer
      *    noetigen Uebergabestrukturen von SiteConfig
           COPY "RunConfig.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           PERFORM LOAD-HOLDS

           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE CUR-YYYYMM = FUNCTION NUMVAL(NOW-STAMP(1:6))

           PERFORM ROTATE-AUDIT
           PERFORM CUTOVER-WHOLE-FILES
           IF HOLD-BAD = 1
               DISPLAY "ArchiveRotate: holds.txt fehlerhaft -"
                   " Loeschlauf ausgesetzt, keine Archive geloescht"
           ELSE
               PERFORM PRUNE-OLD-ARCHIVES
               PERFORM REPORT-HOLDS
           END-IF

           DISPLAY "ArchiveRotate: " MOVED-LINES " audit-Zeilen"
               " archiviert, " KEPT-LINES " im Fenster belassen"
           IF HOLD-BAD = 1 OR PRUNE-KEPT = 1
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * liest die Sperrliste; eine fehlende Datei heisst "keine
      * Sperren", eine unlesbare Zeile setzt den Loeschlauf aus -
      * lieber ein Monat zu viel aufbewahrt als eine Sperre verletzt
       LOAD-HOLDS.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT HOLDF
           IF HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END PERFORM TAKE-HOLD-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDF
           .

       TAKE-HOLD-LINE.
           IF HOLD-LINE = SPACES OR HOLD-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO H-TARGET H-REF H-DATE
           UNSTRING FUNCTION TRIM(HOLD-LINE) DELIMITED BY ALL SPACE
               INTO H-TARGET H-REF H-DATE
           IF H-REF = SPACES OR H-DATE(1:8) IS NOT NUMERIC
              OR H-DATE(9:2) NOT = SPACES OR H-TARGET(31:10)
              NOT = SPACES OR H-TARGET = "*" OR H-TARGET = "RUN="
               DISPLAY "ArchiveRotate: holds.txt - Zeile nicht"
                   " lesbar: " FUNCTION TRIM(HOLD-LINE)
               MOVE 1 TO HOLD-BAD
               EXIT PARAGRAPH
           END-IF
           IF HOLD-COUNT >= 200
               DISPLAY "ArchiveRotate: holds.txt - mehr als 200"
                   " Sperren"
               MOVE 1 TO HOLD-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-COUNT
           INITIALIZE HOLD-ENTRY(HOLD-COUNT)
           MOVE H-REF TO HOLD-REF(HOLD-COUNT)
           MOVE H-DATE(1:8) TO HOLD-DATE(HOLD-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(H-TARGET)) TO H-LEN
           EVALUATE TRUE
               WHEN H-TARGET(1:4) = "RUN="
                   MOVE "R" TO HOLD-KIND(HOLD-COUNT)
                   MOVE H-TARGET(5:17) TO HOLD-TARGET(HOLD-COUNT)
                   COMPUTE HOLD-TLEN(HOLD-COUNT) = H-LEN - 4
               WHEN H-TARGET(H-LEN:1) = "*"
                   MOVE "P" TO HOLD-KIND(HOLD-COUNT)
                   MOVE H-TARGET(1:H-LEN - 1)
                       TO HOLD-TARGET(HOLD-COUNT)
                   COMPUTE HOLD-TLEN(HOLD-COUNT) = H-LEN - 1
               WHEN OTHER
                   MOVE "N" TO HOLD-KIND(HOLD-COUNT)
                   MOVE H-TARGET TO HOLD-TARGET(HOLD-COUNT)
                   MOVE H-LEN TO HOLD-TLEN(HOLD-COUNT)
           END-EVALUATE
           .

      * Bericht je Sperre - was sie in diesem Lauf gehalten hat
       REPORT-HOLDS.
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
               MOVE SPACES TO H-TARGET
               EVALUATE HOLD-KIND(HX)
                   WHEN "R"
                       STRING "RUN=" HOLD-TARGET(HX)
                           DELIMITED BY SIZE INTO H-TARGET
                   WHEN "P"
                       STRING HOLD-TARGET(HX)(1:HOLD-TLEN(HX)) "*"
                           DELIMITED BY SIZE INTO H-TARGET
                   WHEN OTHER
                       MOVE HOLD-TARGET(HX) TO H-TARGET
               END-EVALUATE
               MOVE HOLD-LINES(HX) TO CNT-DISP
               DISPLAY "ArchiveRotate: Sperre "
                   FUNCTION TRIM(HOLD-REF(HX)) " vom "
                   HOLD-DATE(HX) " ("
                   FUNCTION TRIM(H-TARGET) "): "
                   FUNCTION TRIM(CNT-DISP) " Zeilen aus "
                   HOLD-FILES(HX) " Archiven gesichert, "
                   HOLD-KEPT(HX) " Tagesausgaben behalten"
           END-PERFORM
           .

       DECREMENT-KEEP-MONTH.
           COMPUTE WORK-YYYY = KEEP-YYYYMM / 100
           COMPUTE WORK-MM = FUNCTION MOD(KEEP-YYYYMM, 100)
               MOVE SPACES TO ARC-FILENAME
               STRING "audit_arch_" PRUNE-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO ARC-FILENAME
               MOVE "A" TO ARC-KIND
               PERFORM PRUNE-ONE-ARCHIVE
               MOVE SPACES TO ARC-FILENAME
               STRING "errors_arch_" PRUNE-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO ARC-FILENAME
               MOVE "E" TO ARC-KIND
               PERFORM PRUNE-ONE-ARCHIVE
               MOVE SPACES TO ARC-FILENAME
               STRING "output_csv_arch_" PRUNE-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO ARC-FILENAME
               MOVE "C" TO ARC-KIND
               PERFORM PRUNE-ONE-ARCHIVE
               MOVE SPACES TO ARC-FILENAME
               STRING "provenance_arch_" PRUNE-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO ARC-FILENAME
               MOVE "P" TO ARC-KIND
               PERFORM PRUNE-ONE-ARCHIVE
      *        dateierte Tagesausgaben des {DATE}-Namensmusters aus
      *        batch.txt (output_JJJJMMTT.txt, siehe BatchControl)
      *        raeumt derselbe Horizont mit ab
                   MOVE SPACES TO ARC-FILENAME
                   STRING "output_" PRUNE-YYYYMM DAY-I ".txt"
                       DELIMITED BY SIZE INTO ARC-FILENAME
                   PERFORM PRUNE-DAILY-OUTPUT
               END-PERFORM
               PERFORM DECREMENT-PRUNE-MONTH
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .

      * loescht ein Archiv jenseits des Horizonts - bei Sperren erst
      * nach dem Sichern der gesperrten Einheiten nach legalhold.txt;
      * misslingt das Sichern, bleibt das Archiv stehen
       PRUNE-ONE-ARCHIVE.
           IF HOLD-COUNT = 0
               CALL "CBL_DELETE_FILE" USING ARC-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE ARC-FILENAME TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
      *    erster Durchgang: gesperrte Einheiten bestimmen
           MOVE 1 TO PASS-NO
           MOVE 0 TO HELD-COUNT HELD-OVERFLOW
           PERFORM SCAN-ARCHIVE
           IF HELD-OVERFLOW = 1
               DISPLAY "ArchiveRotate: " FUNCTION TRIM(ARC-FILENAME)
                   " - mehr als 20000 gesperrte Einheiten, Archiv"
                   " bleibt als Ganzes erhalten"
               MOVE 1 TO PRUNE-KEPT
               EXIT PARAGRAPH
           END-IF
           IF HELD-COUNT > 0
      *        zweiter Durchgang: gesperrte Einheiten sichern
               OPEN EXTEND LHF
               IF LH-STATUS = "35"
                   OPEN OUTPUT LHF
                   CLOSE LHF
                   OPEN EXTEND LHF
               END-IF
               IF LH-STATUS NOT = "00"
                   DISPLAY "ArchiveRotate: legalhold.txt nicht"
                       " beschreibbar (Status " LH-STATUS ") - "
                       FUNCTION TRIM(ARC-FILENAME) " bleibt erhalten"
                   MOVE 1 TO PRUNE-KEPT
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
                   MOVE 0 TO HOLD-FILE-LINES(HX)
               END-PERFORM
               MOVE NOW-STAMP(1:8) TO GESICHERT
               OPEN INPUT SRCF
               MOVE 2 TO PASS-NO
               MOVE 1 TO HELD-PTR
               PERFORM SCAN-ARCHIVE
               CLOSE LHF
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
                   IF HOLD-FILE-LINES(HX) > 0
                       ADD HOLD-FILE-LINES(HX) TO HOLD-LINES(HX)
                       ADD 1 TO HOLD-FILES(HX)
                       MOVE HOLD-FILE-LINES(HX) TO CNT-DISP
                       DISPLAY "ArchiveRotate: Sperre "
                           FUNCTION TRIM(HOLD-REF(HX)) ": "
                           FUNCTION TRIM(CNT-DISP) " Zeilen aus "
                           FUNCTION TRIM(ARC-FILENAME)
                           " nach legalhold.txt gesichert"
                   END-IF
               END-PERFORM
           END-IF
           CALL "CBL_DELETE_FILE" USING ARC-FILENAME
           .

      * ein Durchgang ueber das (geoeffnete) Archiv SRCF; beide
      * Durchgaenge zerlegen identisch in Einheiten, damit die
      * Einheitennummern des ersten im zweiten wieder passen
       SCAN-ARCHIVE.
           MOVE 0 TO UNIT-NO UNIT-HOLD CUR-HELD IN-UNIT
           MOVE SPACES TO PREV-CSV-TAG PREV-CSV-NAME
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM SCAN-ARCHIVE-LINE
               END-READ
           END-PERFORM
           PERFORM END-UNIT
           CLOSE SRCF
           .

       SCAN-ARCHIVE-LINE.
           PERFORM UNIT-BOUNDARY
           IF UNIT-START = 1 OR UNIT-CLOSE = 1
               PERFORM END-UNIT
           END-IF
           IF UNIT-CLOSE = 1
               MOVE 0 TO IN-UNIT
           END-IF
           IF UNIT-START = 1
               ADD 1 TO UNIT-NO
               MOVE 1 TO IN-UNIT
               PERFORM BEGIN-UNIT
           END-IF
           IF IN-UNIT = 0
               EXIT PARAGRAPH
           END-IF
           IF PASS-NO = 1
               IF UNIT-HOLD = 0
                   PERFORM LINE-ATTRIBUTES
                   PERFORM MATCH-HOLD
                   MOVE MATCH-IDX TO UNIT-HOLD
               END-IF
           ELSE
               IF CUR-HELD > 0
                   WRITE LH-LINE FROM SRC-LINE
                   ADD 1 TO HOLD-FILE-LINES(CUR-HELD)
               END-IF
           END-IF
           .

      * Einheitengrenzen je Archivart: jede Mitschrift-Zeile; ein
      * Fehlerblock von "Lauf:" bis zum Trenner; die CSV-Zeilen eines
      * Datensatzes (ein neues MATRIX-Echo beginnt eine neue Gruppe);
      * ein Herkunftsblock ab ###ANFANG
       UNIT-BOUNDARY.
           MOVE 0 TO UNIT-START UNIT-CLOSE
           EVALUATE ARC-KIND
               WHEN "A"
                   MOVE 1 TO UNIT-START
               WHEN "E"
                   IF SRC-LINE(1:6) = "Lauf: "
                       MOVE 1 TO UNIT-START
                   END-IF
                   IF SRC-LINE(1:10) = "=========="
                       MOVE 1 TO UNIT-CLOSE
                   END-IF
               WHEN "C"
                   MOVE SPACES TO CSV-TAG CSV-NAME
                   UNSTRING SRC-LINE DELIMITED BY ","
                       INTO CSV-TAG CSV-NAME
                   IF CSV-NAME NOT = PREV-CSV-NAME OR UNIT-NO = 0
                      OR (CSV-TAG = "MATRIX"
                          AND PREV-CSV-TAG NOT = "MATRIX")
                       MOVE 1 TO UNIT-START
                   END-IF
                   MOVE CSV-TAG TO PREV-CSV-TAG
                   MOVE CSV-NAME TO PREV-CSV-NAME
               WHEN "P"
                   IF SRC-LINE(1:9) = "###ANFANG"
                       MOVE 1 TO UNIT-START
                   END-IF
           END-EVALUATE
           .

       BEGIN-UNIT.
           IF PASS-NO = 1
               MOVE 0 TO UNIT-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUR-HELD
           PERFORM UNTIL HELD-PTR > HELD-COUNT
                   OR HELD-UNIT(HELD-PTR) >= UNIT-NO
               ADD 1 TO HELD-PTR
           END-PERFORM
           IF HELD-PTR <= HELD-COUNT
               IF HELD-UNIT(HELD-PTR) = UNIT-NO
                   MOVE HELD-HOLD(HELD-PTR) TO CUR-HELD
               END-IF
           END-IF
           IF CUR-HELD > 0
               MOVE SPACES TO LH-LINE
               STRING "###SPERRE REF="
                   FUNCTION TRIM(HOLD-REF(CUR-HELD))
                   " QUELLE=" FUNCTION TRIM(ARC-FILENAME)
                   " GESICHERT=" GESICHERT
                   DELIMITED BY SIZE INTO LH-LINE
               WRITE LH-LINE
               IF ARC-KIND = "E"
                   MOVE "==========" TO LH-LINE
                   WRITE LH-LINE
               END-IF
           END-IF
           .

       END-UNIT.
           IF IN-UNIT = 0
               EXIT PARAGRAPH
           END-IF
           IF PASS-NO = 1
               IF UNIT-HOLD > 0
                   IF HELD-COUNT < 20000
                       ADD 1 TO HELD-COUNT
                       MOVE UNIT-NO TO HELD-UNIT(HELD-COUNT)
                       MOVE UNIT-HOLD TO HELD-HOLD(HELD-COUNT)
                   ELSE
                       MOVE 1 TO HELD-OVERFLOW
                   END-IF
               END-IF
               MOVE 0 TO UNIT-HOLD
           ELSE
               IF CUR-HELD > 0 AND ARC-KIND = "E"
                   MOVE "==========" TO LH-LINE
                   WRITE LH-LINE
               END-IF
               MOVE 0 TO CUR-HELD
           END-IF
           MOVE 0 TO IN-UNIT
           .

      * Name und Laufkennung einer Archivzeile, soweit die Zeile sie
      * traegt
       LINE-ATTRIBUTES.
           MOVE SPACES TO LN-NAME LN-RUN
           EVALUATE ARC-KIND
               WHEN "A"
                   MOVE SPACES TO AT-DT AT-FILE
                   UNSTRING SRC-LINE DELIMITED BY ALL SPACE
                       INTO AT-DT AT-FILE LN-NAME
                   MOVE 0 TO RUN-POS
                   INSPECT SRC-LINE(1:300) TALLYING RUN-POS
                       FOR CHARACTERS BEFORE INITIAL " RUN="
                   IF RUN-POS < 278
                       MOVE SRC-LINE(RUN-POS + 6:17) TO LN-RUN
                   END-IF
               WHEN "E"
                   IF SRC-LINE(1:6) = "Lauf: "
                       MOVE SRC-LINE(7:17) TO LN-RUN
                   END-IF
                   IF SRC-LINE(1:6) = "Name: "
                       MOVE SRC-LINE(7:30) TO LN-NAME
                   END-IF
               WHEN "C"
                   MOVE CSV-NAME TO LN-NAME
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(SRC-LINE
                       TRAILING)) TO CSV-LEN
                   IF CSV-LEN > 18
                       COMPUTE CSV-CUT = CSV-LEN - 17
                       IF SRC-LINE(CSV-CUT:1) = ","
                           MOVE SRC-LINE(CSV-CUT + 1:17) TO LN-RUN
                       END-IF
                   END-IF
               WHEN "P"
                   IF SRC-LINE(1:14) = "###ANFANG RUN="
                       MOVE SRC-LINE(15:17) TO LN-RUN
                   END-IF
                   IF SRC-LINE(1:13) = "###ENDE NAME="
                       MOVE SRC-LINE(14:30) TO LN-NAME
                   END-IF
           END-EVALUATE
           .

      * erste Sperre, die Name oder Laufkennung der Zeile erfasst
       MATCH-HOLD.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > HOLD-COUNT OR MATCH-IDX > 0
               EVALUATE HOLD-KIND(HX)
                   WHEN "R"
                       IF LN-RUN NOT = SPACES
                          AND LN-RUN = HOLD-TARGET(HX)(1:17)
                           MOVE HX TO MATCH-IDX
                       END-IF
                   WHEN "N"
                       IF LN-NAME NOT = SPACES
                          AND LN-NAME = HOLD-TARGET(HX)
                           MOVE HX TO MATCH-IDX
                       END-IF
                   WHEN "P"
                       IF LN-NAME(1:HOLD-TLEN(HX)) =
                          HOLD-TARGET(HX)(1:HOLD-TLEN(HX))
                           MOVE HX TO MATCH-IDX
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

      * Tagesausgaben haben kein festes Zeilenformat - enthaelt eine
      * Zeile ein Sperrziel, bleibt die ganze Datei stehen
       PRUNE-DAILY-OUTPUT.
           IF HOLD-COUNT = 0
               CALL "CBL_DELETE_FILE" USING ARC-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE ARC-FILENAME TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MATCH-IDX
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1 OR MATCH-IDX > 0
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END
                       PERFORM VARYING HX FROM 1 BY 1
                               UNTIL HX > HOLD-COUNT OR MATCH-IDX > 0
                           MOVE 0 TO TALLY-N
                           INSPECT SRC-LINE TALLYING TALLY-N FOR ALL
                               HOLD-TARGET(HX)(1:HOLD-TLEN(HX))
                           IF TALLY-N > 0
                               MOVE HX TO MATCH-IDX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SRCF
           IF MATCH-IDX > 0
               ADD 1 TO HOLD-KEPT(MATCH-IDX)
               DISPLAY "ArchiveRotate: Sperre "
                   FUNCTION TRIM(HOLD-REF(MATCH-IDX)) ": "
                   FUNCTION TRIM(ARC-FILENAME) " bleibt erhalten"
           ELSE
               CALL "CBL_DELETE_FILE" USING ARC-FILENAME
           END-IF
           .

       DECREMENT-PRUNE-MONTH.
           COMPUTE WORK-YYYY = PRUNE-YYYYMM / 100
           COMPUTE WORK-MM = FUNCTION MOD(PRUNE-YYYYMM, 100)
