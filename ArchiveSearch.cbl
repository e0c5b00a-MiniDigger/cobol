      ******************************************************************
      * Author:
      * Date:
      * Purpose: Archivsuche ueber die Monatsarchive - sobald
      *          ArchiveRotate.cbl einen Monat nach audit_arch_JJJJMM,
      *          errors_arch_JJJJMM und output_csv_arch_JJJJMM
      *          verschoben hat, sehen AuditTrend, OperatorConsole und
      *          RunCompare ihn nicht mehr; die Pruefer fragen aber
      *          mehrmals im Quartal nach Ergebnissen von vor zwei
      *          Jahren. Das Programm nimmt einen Datensatznamen oder
      *          eine Laufkennung und einen Datumsbereich, liest jedes
      *          passende Archiv vom aeltesten Monat an und danach die
      *          laufenden Dateien audit.txt, errors.txt und
      *          output.csv, und liefert EINE nach Zeit geordnete
      *          Historie: Ergebnisse (Mitschrift), Fehlerbloecke mit
      *          Meldungscode und die Ergebniszeilen aus output.csv
      *          (VECTOR/EW/RESID/GATE - die MATRIX-Zeilen sind nur
      *          das Echo der Eingabe und tragen keine Laufkennung).
      *          Jede Zeile nennt die Datei, aus der sie stammt.
      *          Vorweg wird legalhold.txt gelesen - dorthin sichert
      *          ArchiveRotate.cbl gesperrte Einheiten, bevor es ein
      *          Archiv jenseits des Horizonts loescht; solche Zeilen
      *          tragen als Herkunft "legalhold.txt/<archivdatei>".
      *          Gesteuert ueber archivesearch_cmd.txt, eine Zeile:
      *            <name>|RUN=<laufkennung> [von JJJJMMTT]
      *            [bis JJJJMMTT]
      *          Ohne "von" gilt der Aufbewahrungshorizont
      *          (retainmonths=), ohne "bis" das heutige Datum.
      *          errors.txt/output.csv werden als Ganzes in das Archiv
      *          des Schnittmonats kopiert und enthalten daher den
      *          Vormonat - gelesen wird deshalb bis einen Monat nach
      *          "bis", gefiltert wird je Zeile nach dem Laufdatum.
      *          Historie nach archivesearch.txt und auf die Konsole.
      *          RETURN-CODE 0 = Treffer, 4 = keine Treffer, 1 =
      *          Kommando fehlerhaft.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveSearch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "archivesearch_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RPTF ASSIGN TO "archivesearch.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(200).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(2000).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(300).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 SRC-EOF PIC 9 VALUE 0.
           01 SRC-FILENAME PIC X(90).
      *    Suchbegriff: Name oder (mit "RUN=") Laufkennung, dazu der
      *    Datumsbereich JJJJMMTT
           01 CMD-WHAT PIC X(40).
           01 CMD-FROM PIC X(10).
           01 CMD-TO PIC X(10).
           01 CMD-TOKENS.
               05 CMD-TOK PIC X(10) OCCURS 4 TIMES.
           01 T PIC 9.
           01 CMD-BAD PIC 9 VALUE 0.
           01 WANT-NAME PIC X(30) VALUE SPACES.
           01 WANT-RUN PIC X(17) VALUE SPACES.
           01 DATE-FROM PIC X(08) VALUE "00000000".
           01 DATE-TO PIC X(08) VALUE "99999999".
      *    Monatszeiger vom ersten bis zum letzten zu lesenden Archiv
           01 NOW-STAMP PIC X(21).
           01 CUR-YYYYMM PIC 9(06).
           01 SCAN-YYYYMM PIC 9(06).
           01 LAST-YYYYMM PIC 9(06).
           01 WORK-YYYY PIC 9(04).
           01 WORK-MM PIC 9(02).
           01 I PIC 9(04).
      *    Art der gerade gelesenen Datei: A = Mitschrift,
      *    E = Fehlerbloecke, C = output.csv
           01 SRC-KIND PIC X.
      *    legalhold.txt: Art und Herkunft der laufenden Einheit aus
      *    der ###SPERRE-Zeile
           01 LH-KIND PIC X.
           01 LH-QUELLE PIC X(30).
           01 QUELLE-POS PIC 9(04).
           01 SRC-LABEL PIC X(48).
           01 FILES-READ PIC 9(04) VALUE 0.
      *    Zerlegung einer Mitschrift-Zeile
           01 AT-TOKENS.
               05 AT-DT PIC X(20).
               05 AT-FILE PIC X(80).
               05 AT-NAME PIC X(30).
           01 RUN-POS PIC 9(04).
           01 TOK-POS PIC 9(04).
           01 LINE-RUN PIC X(17).
      *    Fehlerblock: Laufkennung, Name, Codezeile, erste Meldung
           01 EB-RUN PIC X(17).
           01 EB-NAME PIC X(30).
           01 EB-CODE PIC X(120).
           01 EB-MSG PIC X(200).
           01 EB-HAVE PIC 9.
      *    output.csv: Kennung, Name und letztes Feld (Laufkennung)
           01 CSV-TAG PIC X(10).
           01 CSV-NAME PIC X(30).
           01 CSV-LEN PIC 9(04).
           01 CSV-CUT PIC 9(04).
      *    gesammelte Treffer, nach Zeitschluessel geordnet eingefuegt
      *    (die Dateien kommen weitgehend in Zeitfolge, das Einfuegen
      *    von hinten verschiebt daher kaum)
           01 HIT-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 HIT-DROPPED PIC 9(06) VALUE 0.
           01 HIT-TABLE.
               05 HIT-ENTRY OCCURS 5000 TIMES.
                   10 HIT-KEY PIC X(15).
                   10 HIT-TYPE PIC X(08).
                   10 HIT-SOURCE PIC X(48).
                   10 HIT-TEXT PIC X(200).
           01 NEW-ENTRY.
               05 NEW-KEY PIC X(15).
               05 NEW-TYPE PIC X(08).
               05 NEW-SOURCE PIC X(48).
               05 NEW-TEXT PIC X(200).
           01 H PIC 9(04) COMP-3.
           01 N-RESULT PIC 9(06) VALUE 0.
           01 N-ERROR PIC 9(06) VALUE 0.
           01 N-CSV PIC 9(06) VALUE 0.
           01 OUT-LINE PIC X(300).
           01 OUT-P PIC 9(03).
           01 CNT-DISP PIC ZZZZZ9.
      *    Betriebseinstellungen (retainmonths=) und die dafuer
      *    noetigen Uebergabestrukturen von SiteConfig
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               DISPLAY "[ArchiveSearch.MAIN-PROCEDURE]"
                   " archivesearch_cmd.txt konnte nicht geoeffnet"
                   " werden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CMDF
               AT END
                   DISPLAY "[ArchiveSearch.MAIN-PROCEDURE]"
                       " archivesearch_cmd.txt ist leer!"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CMDF
           MOVE SPACES TO CMD-WHAT CMD-FROM CMD-TO CMD-TOKENS
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO CMD-WHAT CMD-TOK(1) CMD-TOK(2) CMD-TOK(3)
                    CMD-TOK(4)
      *    "von"/"bis" jeweils mit dem folgenden Datum
           PERFORM VARYING T FROM 1 BY 2 UNTIL T > 3
               EVALUATE CMD-TOK(T)
                   WHEN SPACES
                       CONTINUE
                   WHEN "von"
                       MOVE CMD-TOK(T + 1) TO CMD-FROM
                   WHEN "bis"
                       MOVE CMD-TOK(T + 1) TO CMD-TO
                   WHEN OTHER
                       MOVE 1 TO CMD-BAD
               END-EVALUATE
           END-PERFORM
           IF CMD-WHAT = SPACES OR CMD-BAD = 1
              OR (CMD-TOK(1) = "von" AND CMD-FROM(1:8)
                  IS NOT NUMERIC)
              OR (CMD-TOK(1) = "bis" AND CMD-TO(1:8) IS NOT NUMERIC)
              OR (CMD-TOK(3) = "von" AND CMD-FROM(1:8)
                  IS NOT NUMERIC)
              OR (CMD-TOK(3) = "bis" AND CMD-TO(1:8) IS NOT NUMERIC)
               DISPLAY "[ArchiveSearch.MAIN-PROCEDURE] Kommando"
                   " braucht: <name>|RUN=<laufkennung>"
                   " [von JJJJMMTT] [bis JJJJMMTT]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CMD-WHAT(1:4) = "RUN="
               MOVE CMD-WHAT(5:17) TO WANT-RUN
           ELSE
               MOVE CMD-WHAT TO WANT-NAME
           END-IF

           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE CUR-YYYYMM = FUNCTION NUMVAL(NOW-STAMP(1:6))
           IF CMD-FROM NOT = SPACES
               MOVE CMD-FROM(1:8) TO DATE-FROM
               COMPUTE SCAN-YYYYMM = FUNCTION NUMVAL(DATE-FROM(1:6))
           ELSE
      *        erster Monat im Aufbewahrungshorizont
               MOVE CUR-YYYYMM TO SCAN-YYYYMM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CFG-RETAIN-MONTHS
                   PERFORM DECREMENT-SCAN-MONTH
               END-PERFORM
           END-IF
           IF CMD-TO NOT = SPACES
               MOVE CMD-TO(1:8) TO DATE-TO
               COMPUTE LAST-YYYYMM = FUNCTION NUMVAL(DATE-TO(1:6))
      *        der Schnitt von errors.txt/output.csv liegt im
      *        Folgemonat
               COMPUTE WORK-YYYY = LAST-YYYYMM / 100
               COMPUTE WORK-MM = FUNCTION MOD(LAST-YYYYMM, 100)
               IF WORK-MM = 12
                   ADD 1 TO WORK-YYYY
                   MOVE 1 TO WORK-MM
               ELSE
                   ADD 1 TO WORK-MM
               END-IF
               COMPUTE LAST-YYYYMM = WORK-YYYY * 100 + WORK-MM
               IF LAST-YYYYMM > CUR-YYYYMM
                   MOVE CUR-YYYYMM TO LAST-YYYYMM
               END-IF
           ELSE
               MOVE CUR-YYYYMM TO LAST-YYYYMM
           END-IF

      *    gesicherte Einheiten geloeschter Archive, dann die Archive
      *    vom aeltesten Monat an, danach die laufenden Dateien
           MOVE "legalhold.txt" TO SRC-FILENAME
           MOVE "L" TO SRC-KIND
           PERFORM SCAN-FILE
           PERFORM UNTIL SCAN-YYYYMM > LAST-YYYYMM
               MOVE SPACES TO SRC-FILENAME
               STRING "audit_arch_" SCAN-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO SRC-FILENAME
               MOVE "A" TO SRC-KIND
               PERFORM SCAN-FILE
               MOVE SPACES TO SRC-FILENAME
               STRING "errors_arch_" SCAN-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO SRC-FILENAME
               MOVE "E" TO SRC-KIND
               PERFORM SCAN-FILE
               MOVE SPACES TO SRC-FILENAME
               STRING "output_csv_arch_" SCAN-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO SRC-FILENAME
               MOVE "C" TO SRC-KIND
               PERFORM SCAN-FILE
               PERFORM INCREMENT-SCAN-MONTH
           END-PERFORM
           MOVE "audit.txt" TO SRC-FILENAME
           MOVE "A" TO SRC-KIND
           PERFORM SCAN-FILE
           MOVE "errors.txt" TO SRC-FILENAME
           MOVE "E" TO SRC-KIND
           PERFORM SCAN-FILE
           MOVE "output.csv" TO SRC-FILENAME
           MOVE "C" TO SRC-KIND
           PERFORM SCAN-FILE

           PERFORM WRITE-HISTORY
           IF HIT-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       DECREMENT-SCAN-MONTH.
           COMPUTE WORK-YYYY = SCAN-YYYYMM / 100
           COMPUTE WORK-MM = FUNCTION MOD(SCAN-YYYYMM, 100)
           IF WORK-MM = 1
               SUBTRACT 1 FROM WORK-YYYY
               MOVE 12 TO WORK-MM
           ELSE
               SUBTRACT 1 FROM WORK-MM
           END-IF
           COMPUTE SCAN-YYYYMM = WORK-YYYY * 100 + WORK-MM
           .

       INCREMENT-SCAN-MONTH.
           COMPUTE WORK-YYYY = SCAN-YYYYMM / 100
           COMPUTE WORK-MM = FUNCTION MOD(SCAN-YYYYMM, 100)
           IF WORK-MM = 12
               ADD 1 TO WORK-YYYY
               MOVE 1 TO WORK-MM
           ELSE
               ADD 1 TO WORK-MM
           END-IF
           COMPUTE SCAN-YYYYMM = WORK-YYYY * 100 + WORK-MM
           .

      * liest eine Datei der Art SRC-KIND; ein fehlendes Archiv
      * (Monat ohne Lauf oder jenseits des Horizonts) ist kein Fehler
       SCAN-FILE.
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FILES-READ
           MOVE 0 TO EB-HAVE
           MOVE SRC-FILENAME TO SRC-LABEL
           MOVE SPACE TO LH-KIND
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END
                       MOVE 1 TO SRC-EOF
                       IF SRC-KIND = "E" OR LH-KIND = "E"
                           PERFORM FLUSH-ERROR-BLOCK
                       END-IF
                   NOT AT END
                       EVALUATE SRC-KIND
                           WHEN "A"
                               PERFORM SCAN-AUDIT-LINE
                           WHEN "E"
                               PERFORM SCAN-ERROR-LINE
                           WHEN "C"
                               PERFORM SCAN-CSV-LINE
                           WHEN "L"
                               PERFORM SCAN-HOLD-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

      * legalhold.txt: die ###SPERRE-Zeile nennt das Herkunftsarchiv
      * und damit die Art der folgenden Einheit; Herkunftsbloecke
      * gehoeren nicht zur Historie
       SCAN-HOLD-LINE.
           IF SRC-LINE(1:9) = "###SPERRE"
               IF LH-KIND = "E"
                   PERFORM FLUSH-ERROR-BLOCK
               END-IF
               MOVE SPACES TO LH-QUELLE
               MOVE 0 TO QUELLE-POS
               INSPECT SRC-LINE(1:300) TALLYING QUELLE-POS
                   FOR CHARACTERS BEFORE INITIAL " QUELLE="
               IF QUELLE-POS < 290
                   UNSTRING SRC-LINE(QUELLE-POS + 9:30)
                       DELIMITED BY SPACE INTO LH-QUELLE
               END-IF
               MOVE SPACES TO SRC-LABEL
               STRING "legalhold.txt/" LH-QUELLE
                   DELIMITED BY SPACE INTO SRC-LABEL
               EVALUATE TRUE
                   WHEN LH-QUELLE(1:11) = "audit_arch_"
                       MOVE "A" TO LH-KIND
                   WHEN LH-QUELLE(1:12) = "errors_arch_"
                       MOVE "E" TO LH-KIND
                   WHEN LH-QUELLE(1:16) = "output_csv_arch_"
                       MOVE "C" TO LH-KIND
                   WHEN OTHER
                       MOVE SPACE TO LH-KIND
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE LH-KIND
               WHEN "A"
                   PERFORM SCAN-AUDIT-LINE
               WHEN "E"
                   PERFORM SCAN-ERROR-LINE
               WHEN "C"
                   PERFORM SCAN-CSV-LINE
           END-EVALUATE
           .

      * Mitschrift: Zeitstempel vorn, Name als drittes Token,
      * Laufkennung im RUN=-Token; Satznummer und Pruefwert bleiben
      * aus der Historie heraus
       SCAN-AUDIT-LINE.
           MOVE SPACES TO AT-TOKENS
           UNSTRING SRC-LINE DELIMITED BY ALL SPACE
               INTO AT-DT AT-FILE AT-NAME
           MOVE SPACES TO LINE-RUN
           MOVE 0 TO RUN-POS
           INSPECT SRC-LINE(1:300) TALLYING RUN-POS
               FOR CHARACTERS BEFORE INITIAL " RUN="
           IF RUN-POS < 278
               MOVE SRC-LINE(RUN-POS + 6:17) TO LINE-RUN
           END-IF
           IF WANT-RUN NOT = SPACES
               IF LINE-RUN NOT = WANT-RUN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF AT-NAME NOT = WANT-NAME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF AT-DT(1:8) < DATE-FROM OR AT-DT(1:8) > DATE-TO
               EXIT PARAGRAPH
           END-IF
           MOVE AT-DT(1:15) TO NEW-KEY
           MOVE "ERGEBNIS" TO NEW-TYPE
           MOVE SRC-LABEL TO NEW-SOURCE
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE(1:300) TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " SEQ="
           MOVE SPACES TO NEW-TEXT
           IF TOK-POS > 16 AND TOK-POS < 300
               MOVE SRC-LINE(17:TOK-POS - 16) TO NEW-TEXT
           ELSE
               MOVE SRC-LINE(17:200) TO NEW-TEXT
           END-IF
           ADD 1 TO N-RESULT
           PERFORM INSERT-HIT
           .

      * Fehlerbloecke zwischen "=========="-Zeilen: "Lauf:", "Name:",
      * "Code:" und die erste freie Zeile als Meldung
       SCAN-ERROR-LINE.
           EVALUATE TRUE
               WHEN SRC-LINE(1:10) = "=========="
                   PERFORM FLUSH-ERROR-BLOCK
               WHEN SRC-LINE(1:6) = "Lauf: "
                   PERFORM FLUSH-ERROR-BLOCK
                   MOVE SRC-LINE(7:17) TO EB-RUN
                   MOVE 1 TO EB-HAVE
               WHEN EB-HAVE = 0
                   CONTINUE
               WHEN SRC-LINE(1:6) = "Name: "
                   MOVE SRC-LINE(7:30) TO EB-NAME
               WHEN SRC-LINE(1:6) = "Code: "
                   MOVE SRC-LINE(7:120) TO EB-CODE
               WHEN EB-MSG = SPACES
                   MOVE SRC-LINE(1:200) TO EB-MSG
           END-EVALUATE
           .

       FLUSH-ERROR-BLOCK.
           IF EB-HAVE = 1
               PERFORM TAKE-ERROR-BLOCK
           END-IF
           MOVE 0 TO EB-HAVE
           MOVE SPACES TO EB-RUN EB-NAME EB-CODE EB-MSG
           .

       TAKE-ERROR-BLOCK.
           IF WANT-RUN NOT = SPACES
               IF EB-RUN NOT = WANT-RUN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF EB-NAME NOT = WANT-NAME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF EB-RUN(1:8) < DATE-FROM OR EB-RUN(1:8) > DATE-TO
               EXIT PARAGRAPH
           END-IF
           MOVE EB-RUN(1:15) TO NEW-KEY
           MOVE "FEHLER" TO NEW-TYPE
           MOVE SRC-LABEL TO NEW-SOURCE
           MOVE SPACES TO NEW-TEXT
           IF EB-CODE NOT = SPACES
               STRING FUNCTION TRIM(EB-NAME) " " FUNCTION TRIM(EB-CODE)
                   " | " FUNCTION TRIM(EB-MSG)
                   DELIMITED BY SIZE INTO NEW-TEXT
           ELSE
               STRING FUNCTION TRIM(EB-NAME) " "
                   FUNCTION TRIM(EB-MSG)
                   DELIMITED BY SIZE INTO NEW-TEXT
           END-IF
           ADD 1 TO N-ERROR
           PERFORM INSERT-HIT
           .

      * output.csv: Ergebniszeilen tragen die Laufkennung als letztes
      * Feld
       SCAN-CSV-LINE.
           IF SRC-LINE(1:7) = "MATRIX,"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CSV-TAG CSV-NAME
           UNSTRING SRC-LINE DELIMITED BY ","
               INTO CSV-TAG CSV-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SRC-LINE TRAILING))
               TO CSV-LEN
           IF CSV-LEN < 19
               EXIT PARAGRAPH
           END-IF
           COMPUTE CSV-CUT = CSV-LEN - 17
           IF SRC-LINE(CSV-CUT:1) NOT = ","
               EXIT PARAGRAPH
           END-IF
           MOVE SRC-LINE(CSV-CUT + 1:17) TO LINE-RUN
           IF WANT-RUN NOT = SPACES
               IF LINE-RUN NOT = WANT-RUN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CSV-NAME NOT = WANT-NAME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LINE-RUN(1:8) < DATE-FROM OR LINE-RUN(1:8) > DATE-TO
               EXIT PARAGRAPH
           END-IF
           MOVE LINE-RUN(1:15) TO NEW-KEY
           MOVE "CSV" TO NEW-TYPE
           MOVE SRC-LABEL TO NEW-SOURCE
           MOVE SPACES TO NEW-TEXT
           IF CSV-CUT > 200
               STRING SRC-LINE(1:196) " ..." DELIMITED BY SIZE
                   INTO NEW-TEXT
           ELSE
               MOVE SRC-LINE(1:CSV-CUT - 1) TO NEW-TEXT
           END-IF
           ADD 1 TO N-CSV
           PERFORM INSERT-HIT
           .

      * fuegt NEW-ENTRY nach Zeitschluessel ein - bei gleichem
      * Schluessel hinter die vorhandenen (Lesereihenfolge bleibt)
       INSERT-HIT.
           IF HIT-COUNT >= 5000
               ADD 1 TO HIT-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE HIT-COUNT TO H
           PERFORM UNTIL H = 0
               IF HIT-KEY(H) <= NEW-KEY
                   EXIT PERFORM
               END-IF
               MOVE HIT-ENTRY(H) TO HIT-ENTRY(H + 1)
               SUBTRACT 1 FROM H
           END-PERFORM
           MOVE NEW-ENTRY TO HIT-ENTRY(H + 1)
           ADD 1 TO HIT-COUNT
           .

       WRITE-HISTORY.
           OPEN OUTPUT RPTF
           MOVE SPACES TO OUT-LINE
           STRING "Archivsuche " FUNCTION TRIM(CMD-WHAT) " von "
               DATE-FROM " bis " DATE-TO
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > HIT-COUNT
               MOVE SPACES TO OUT-LINE
               STRING HIT-KEY(H) " " HIT-TYPE(H) " ["
                   FUNCTION TRIM(HIT-SOURCE(H)) "] "
                   FUNCTION TRIM(HIT-TEXT(H))
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
           END-PERFORM
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE N-RESULT TO CNT-DISP
           STRING "Treffer: " FUNCTION TRIM(CNT-DISP) " Ergebnisse, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-ERROR TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " Fehler, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-CSV TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " CSV-Zeilen aus "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE FILES-READ TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " Dateien"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF HIT-DROPPED > 0
               MOVE HIT-DROPPED TO CNT-DISP
               STRING " - " FUNCTION TRIM(CNT-DISP)
                   " weitere Treffer nicht aufgenommen (Bereich"
                   " eingrenzen)"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM SAY
           CLOSE RPTF
           .

       SAY.
           DISPLAY FUNCTION TRIM(OUT-LINE TRAILING)
           WRITE RPT-LINE FROM OUT-LINE
           .
       END PROGRAM ArchiveSearch.
