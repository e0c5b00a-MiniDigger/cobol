      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verdichtung der nur durch Anhaengen wachsenden
      *          Namensbestaende warmstart.txt (WarmStart.cbl),
      *          memo.txt (MemoStore.cbl) und failhist.txt
      *          (FailureHistory.cbl). In allen dreien zaehlt je
      *          Schluessel nur der juengste Eintrag, gelesen wird
      *          aber bei jedem Datensatz die ganze Datei - jede Nacht
      *          ein wenig langsamer. ArchiveRotate.cbl fasst sie
      *          nicht an, sie sind nicht nach Monaten geschnitten.
      *          Schluessel je Bestand:
      *            warmstart.txt - Name plus Dimension (das Laden
      *                            sucht den juengsten Block mit
      *                            passender Dimension)
      *            memo.txt      - Fingerabdruck samt Dimension,
      *                            Modus, EPSILON und Verschiebung
      *            failhist.txt  - Name
      *          Eintraege eines aus catalog.dat ausgemusterten Namens
      *          (Vermerk in catalog_retired.txt durch CatalogMaint
      *          RETIRE, ohne dass der Name inzwischen wieder im
      *          Katalog steht) entfallen ganz.
      *          Ablauf je Bestand: Zaehldurchlauf ueber die alte
      *          Datei, dann wird sie zur dateierten Sicherung
      *          <bestand>.JJJJMMTT umbenannt, der verdichtete Bestand
      *          daraus neu geschrieben und nachgelesen (Blockaufbau,
      *          jeder Schluessel genau einmal, erwartete Anzahl).
      *          Erst nach bestandener Pruefung wird die Sicherung
      *          geloescht, sonst der alte Bestand zurueckgestellt.
      *          Nicht waehrend eines Laufs anstossen.
      *          Bericht mit den Eintraegen vorher/nachher nach
      *          storecompact.txt und auf die Konsole.
      *          RETURN-CODE 0 = alles verdichtet, 1 = mindestens ein
      *          Bestand unveraendert zurueckgestellt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreCompact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT NEWF ASSIGN TO DYNAMIC STORE-FILENAME
               FILE STATUS IS NEW-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RETF ASSIGN TO "catalog_retired.txt"
               FILE STATUS IS RET-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CATF ASSIGN TO "catalog.dat"
               FILE STATUS IS CAT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
               SELECT RPTF ASSIGN TO "storecompact.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(200).
           FD NEWF
           DATA RECORD IS NEW-LINE.
           01 NEW-LINE PIC X(200).
           FD RETF
           DATA RECORD IS RET-LINE.
           01 RET-LINE PIC X(80).
      *    Satzaufbau muss mit CatalogMaint.cbl uebereinstimmen
           FD CATF
           DATA RECORD IS CAT-REC.
           01 CAT-REC.
               05 CAT-KEY.
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 SRC-STATUS PIC XX.
           01 NEW-STATUS PIC XX.
           01 RET-STATUS PIC XX.
           01 CAT-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 SRC-EOF PIC 9 VALUE 0.
           01 SRC-FILENAME PIC X(90).
           01 STORE-FILENAME PIC X(90).
           01 DATED-FILENAME PIC X(90).
           01 NOW-STAMP PIC X(21).
      *    Bestandsart: W = warmstart.txt, M = memo.txt,
      *    F = failhist.txt
           01 STORE-KIND PIC X.
      *    Durchlauf: SCAN zaehlt, COPY schreibt, VERIFY prueft nach
           01 PASS-MODE PIC X(06).
      *    ausgemusterte Namen aus catalog_retired.txt
           01 RET-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 RET-TABLE.
               05 RET-NAME PIC X(30) OCCURS 2000 TIMES.
           01 RET-TOK PIC X(30).
           01 R PIC 9(04) COMP-3.
           01 CAT-OPEN PIC 9 VALUE 0.
      *    Schluesseltabelle eines Bestands: juengster Block je
      *    Schluessel, Ausmusterung, Nachweis in der Pruefung
           01 KEY-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 KEY-OVERFLOW PIC 9 VALUE 0.
           01 KEY-TABLE.
               05 KEY-ENTRY OCCURS 5000 TIMES.
                   10 KEY-TEXT PIC X(150).
                   10 KEY-LAST PIC 9(07) COMP-3.
                   10 KEY-RETIRED PIC 9.
                   10 KEY-SEEN PIC 9.
           01 K PIC 9(04) COMP-3.
           01 HIT PIC 9(04) COMP-3.
      *    Blockzerlegung der aktuellen Zeile
           01 LINE-IS-HEADER PIC 9.
           01 LINE-ORPHAN PIC 9.
           01 STRUCT-BAD PIC 9.
           01 BLK-KEY PIC X(150).
           01 BLK-NAME PIC X(30).
           01 BLK-NR PIC 9(07) COMP-3.
           01 KEEP-BLOCK PIC 9.
           01 PENDING-VALUES PIC 9(05) COMP-3.
           01 IN-MEMO PIC 9.
           01 HDR-TOKENS.
               05 HT-1 PIC X(30).
               05 HT-2 PIC X(30).
               05 HT-3 PIC X(30).
               05 HT-4 PIC X(30).
               05 HT-5 PIC X(30).
               05 HT-6 PIC X(30).
               05 HT-7 PIC X(30).
               05 HT-8 PIC X(30).
               05 HT-9 PIC X(30).
               05 HT-10 PIC X(30).
      *    Zaehler je Bestand
           01 ENTRIES-BEFORE PIC 9(07) COMP-3.
           01 ENTRIES-AFTER PIC 9(07) COMP-3.
           01 ENTRIES-RETIRED PIC 9(07) COMP-3.
           01 ENTRIES-SUPERSEDED PIC 9(07) COMP-3.
           01 ORPHAN-LINES PIC 9(07) COMP-3.
           01 VERIFY-BLOCKS PIC 9(07) COMP-3.
           01 VERIFY-BAD PIC 9.
           01 ANY-FAILED PIC 9 VALUE 0.
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 CNT-DISP PIC Z(06)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           OPEN OUTPUT RPTF
           MOVE SPACES TO OUT-LINE
           STRING "Verdichtung der Namensbestaende " NOW-STAMP(1:8)
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           PERFORM LOAD-RETIRED

           MOVE "W" TO STORE-KIND
           MOVE "warmstart.txt" TO STORE-FILENAME
           PERFORM COMPACT-STORE
           MOVE "M" TO STORE-KIND
           MOVE "memo.txt" TO STORE-FILENAME
           PERFORM COMPACT-STORE
           MOVE "F" TO STORE-KIND
           MOVE "failhist.txt" TO STORE-FILENAME
           PERFORM COMPACT-STORE

           CLOSE RPTF
           MOVE ANY-FAILED TO RETURN-CODE
           STOP RUN.

      * ausgemusterte Namen: Vermerke aus catalog_retired.txt, ausser
      * der Name steht inzwischen wieder im Katalog (erneutes ADD)
       LOAD-RETIRED.
           OPEN INPUT RETF
           IF RET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ RETF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END
                       MOVE SPACES TO RET-TOK
                       UNSTRING RET-LINE DELIMITED BY ALL SPACE
                           INTO RET-TOK
                       IF RET-TOK NOT = SPACES
                           PERFORM TAKE-RETIRED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETF
           OPEN INPUT CATF
           IF CAT-STATUS = "00"
               MOVE 1 TO CAT-OPEN
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RET-COUNT
               IF CAT-OPEN = 1
                   PERFORM CHECK-READDED
               END-IF
           END-PERFORM
           IF CAT-OPEN = 1
               CLOSE CATF
           END-IF
           .

       TAKE-RETIRED.
           MOVE 0 TO HIT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RET-COUNT
               IF RET-NAME(R) = RET-TOK
                   MOVE R TO HIT
               END-IF
           END-PERFORM
           IF HIT = 0 AND RET-COUNT < 2000
               ADD 1 TO RET-COUNT
               MOVE RET-TOK TO RET-NAME(RET-COUNT)
           END-IF
           .

      * ein wieder aufgenommener Name gilt nicht mehr als ausgemustert
       CHECK-READDED.
           MOVE RET-NAME(R) TO CAT-NAME
           MOVE 0 TO CAT-SEQ
           START CATF KEY >= CAT-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ CATF NEXT
               AT END EXIT PARAGRAPH
           END-READ
           IF CAT-NAME = RET-NAME(R)
               MOVE SPACES TO RET-NAME(R)
           END-IF
           .

      * verdichtet einen Bestand: zaehlen, sichern, neu schreiben,
      * nachpruefen, Sicherung loeschen oder zurueckstellen
       COMPACT-STORE.
           MOVE 0 TO KEY-COUNT
           MOVE 0 TO KEY-OVERFLOW
           MOVE 0 TO ENTRIES-AFTER
           MOVE 0 TO ENTRIES-RETIRED
           MOVE 0 TO ORPHAN-LINES
           MOVE STORE-FILENAME TO SRC-FILENAME
           MOVE "SCAN" TO PASS-MODE
           PERFORM READ-STORE
           IF SRC-STATUS NOT = "00"
               MOVE SPACES TO OUT-LINE
               STRING "  " FUNCTION TRIM(STORE-FILENAME)
                   ": nicht vorhanden" DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           MOVE BLK-NR TO ENTRIES-BEFORE
           IF KEY-OVERFLOW = 1
               MOVE SPACES TO OUT-LINE
               STRING "  " FUNCTION TRIM(STORE-FILENAME)
                   ": mehr als 5000 Schluessel - unveraendert"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
               MOVE 1 TO ANY-FAILED
               EXIT PARAGRAPH
           END-IF

      *    alte Datei als dateierte Sicherung beiseite, der neue
      *    Bestand entsteht unter dem alten Namen
           MOVE SPACES TO DATED-FILENAME
           STRING FUNCTION TRIM(STORE-FILENAME) "." NOW-STAMP(1:8)
               DELIMITED BY SIZE INTO DATED-FILENAME
           CALL "CBL_RENAME_FILE" USING STORE-FILENAME DATED-FILENAME
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO OUT-LINE
               STRING "  " FUNCTION TRIM(STORE-FILENAME)
                   ": Sicherung " FUNCTION TRIM(DATED-FILENAME)
                   " nicht anlegbar - unveraendert"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
               MOVE 0 TO RETURN-CODE
               MOVE 1 TO ANY-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEWF
           IF NEW-STATUS NOT = "00"
               MOVE 1 TO VERIFY-BAD
           ELSE
               MOVE DATED-FILENAME TO SRC-FILENAME
               MOVE "COPY" TO PASS-MODE
               PERFORM READ-STORE
               CLOSE NEWF
               MOVE STORE-FILENAME TO SRC-FILENAME
               MOVE "VERIFY" TO PASS-MODE
               PERFORM READ-STORE
           END-IF
           COMPUTE ENTRIES-SUPERSEDED = ENTRIES-BEFORE
               - ENTRIES-AFTER - ENTRIES-RETIRED

           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE ENTRIES-BEFORE TO CNT-DISP
           STRING "  " FUNCTION TRIM(STORE-FILENAME) ": "
               FUNCTION TRIM(CNT-DISP) " Eintraege vorher, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE ENTRIES-AFTER TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " nachher ("
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE ENTRIES-SUPERSEDED TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " ueberholt, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE ENTRIES-RETIRED TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " ausgemustert"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF ORPHAN-LINES > 0
               MOVE ORPHAN-LINES TO CNT-DISP
               STRING ", " FUNCTION TRIM(CNT-DISP)
                   " unzuordenbare Zeilen verworfen"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           STRING ")" DELIMITED BY SIZE INTO OUT-LINE
               WITH POINTER OUT-P
           PERFORM SAY

           MOVE SPACES TO OUT-LINE
           IF VERIFY-BAD = 0 AND VERIFY-BLOCKS = ENTRIES-AFTER
               CALL "CBL_DELETE_FILE" USING DATED-FILENAME
               STRING "    Pruefung bestanden, Sicherung "
                   FUNCTION TRIM(DATED-FILENAME) " entfernt"
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               CALL "CBL_DELETE_FILE" USING STORE-FILENAME
               CALL "CBL_RENAME_FILE" USING DATED-FILENAME
                   STORE-FILENAME
               STRING "    PRUEFUNG FEHLGESCHLAGEN - alter Bestand"
                   " zurueckgestellt" DELIMITED BY SIZE INTO OUT-LINE
               MOVE 1 TO ANY-FAILED
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM SAY
           .

      * liest SRC-FILENAME Zeile fuer Zeile im Durchlauf PASS-MODE
       READ-STORE.
           MOVE 0 TO BLK-NR
           MOVE 0 TO PENDING-VALUES
           MOVE 0 TO IN-MEMO
           MOVE 0 TO KEEP-BLOCK
           MOVE 0 TO VERIFY-BLOCKS
           MOVE 0 TO VERIFY-BAD
           IF PASS-MODE = "VERIFY"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                   MOVE 0 TO KEY-SEEN(K)
               END-PERFORM
           END-IF
           MOVE 0 TO SRC-EOF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               MOVE 1 TO VERIFY-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM PROCESS-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
      *    ein Block darf nicht mitten in der Datei enden
           IF PENDING-VALUES > 0 OR IN-MEMO = 1
               MOVE 1 TO VERIFY-BAD
           END-IF
           .

       PROCESS-LINE.
           PERFORM CLASSIFY-LINE
           EVALUATE PASS-MODE
               WHEN "SCAN"
                   IF LINE-IS-HEADER = 1
                       ADD 1 TO BLK-NR
                       PERFORM FIND-KEY
                       IF HIT > 0
                           MOVE BLK-NR TO KEY-LAST(HIT)
                       END-IF
                   END-IF
                   IF LINE-ORPHAN = 1
                       ADD 1 TO ORPHAN-LINES
                   END-IF
               WHEN "COPY"
                   IF LINE-IS-HEADER = 1
                       ADD 1 TO BLK-NR
                       PERFORM FIND-KEY
                       MOVE 0 TO KEEP-BLOCK
                       IF HIT > 0 AND KEY-LAST(HIT) = BLK-NR
                           IF KEY-RETIRED(HIT) = 1
                               ADD 1 TO ENTRIES-RETIRED
                           ELSE
                               MOVE 1 TO KEEP-BLOCK
                               ADD 1 TO ENTRIES-AFTER
                           END-IF
                       END-IF
                   END-IF
                   IF LINE-ORPHAN = 0 AND KEEP-BLOCK = 1
                       WRITE NEW-LINE FROM SRC-LINE
                   END-IF
               WHEN "VERIFY"
                   IF LINE-ORPHAN = 1 OR STRUCT-BAD = 1
                       MOVE 1 TO VERIFY-BAD
                   END-IF
                   IF LINE-IS-HEADER = 1
                       ADD 1 TO VERIFY-BLOCKS
                       PERFORM FIND-KEY
                       IF HIT = 0 OR KEY-RETIRED(HIT) = 1
                           MOVE 1 TO VERIFY-BAD
                       ELSE
                           IF KEY-SEEN(HIT) = 1
                               MOVE 1 TO VERIFY-BAD
                           END-IF
                           MOVE 1 TO KEY-SEEN(HIT)
                       END-IF
                   END-IF
           END-EVALUATE
           .

      * ordnet eine Zeile dem Blockaufbau des Bestands zu: Kopfzeile
      * eines neuen Eintrags (mit Schluessel und Name), Folgezeile
      * oder keinem Eintrag zuordenbar
       CLASSIFY-LINE.
           MOVE 0 TO LINE-IS-HEADER
           MOVE 0 TO LINE-ORPHAN
           MOVE 0 TO STRUCT-BAD
           EVALUATE STORE-KIND
               WHEN "W"
      *            Kopfzeile "name zeitstempel dim", danach dim
      *            Wertzeilen
                   IF PENDING-VALUES > 0
                       SUBTRACT 1 FROM PENDING-VALUES
                       EXIT PARAGRAPH
                   END-IF
                   IF SRC-LINE = SPACES
                       MOVE 1 TO LINE-ORPHAN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO HDR-TOKENS
                   UNSTRING SRC-LINE DELIMITED BY ALL SPACE
                       INTO HT-1 HT-2 HT-3
                   IF FUNCTION TRIM(HT-3) IS NOT NUMERIC
                       MOVE 1 TO LINE-ORPHAN
                       MOVE 1 TO STRUCT-BAD
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE PENDING-VALUES = FUNCTION NUMVAL(HT-3)
                   MOVE HT-1 TO BLK-NAME
                   MOVE SPACES TO BLK-KEY
                   STRING FUNCTION TRIM(HT-1) " " FUNCTION TRIM(HT-3)
                       DELIMITED BY SIZE INTO BLK-KEY
                   MOVE 1 TO LINE-IS-HEADER
               WHEN "M"
      *            "MEMO <fingerabdruck...> <lauf> <ew> <name>", dann
      *            V-Zeilen bis "ENDMEMO"
                   EVALUATE TRUE
                       WHEN SRC-LINE(1:5) = "MEMO "
                           IF IN-MEMO = 1
                               MOVE 1 TO STRUCT-BAD
                           END-IF
                           MOVE SPACES TO HDR-TOKENS
                           UNSTRING SRC-LINE DELIMITED BY ALL SPACE
                               INTO HT-1 HT-2 HT-3 HT-4 HT-5 HT-6
                               HT-7 HT-8 HT-9 HT-10
                           MOVE HT-10 TO BLK-NAME
                           MOVE SPACES TO BLK-KEY
                           STRING FUNCTION TRIM(HT-2) " "
                               FUNCTION TRIM(HT-3) " "
                               FUNCTION TRIM(HT-4) " "
                               FUNCTION TRIM(HT-5) " "
                               FUNCTION TRIM(HT-6) " "
                               FUNCTION TRIM(HT-7)
                               DELIMITED BY SIZE INTO BLK-KEY
                           MOVE 1 TO IN-MEMO
                           MOVE 1 TO LINE-IS-HEADER
                       WHEN SRC-LINE(1:7) = "ENDMEMO"
                           IF IN-MEMO = 0
                               MOVE 1 TO LINE-ORPHAN
                           END-IF
                           MOVE 0 TO IN-MEMO
                       WHEN OTHER
                           IF IN-MEMO = 0
                               MOVE 1 TO LINE-ORPHAN
                           END-IF
                   END-EVALUATE
               WHEN "F"
      *            eine Zeile je Name: "name folgen lauf code"
                   IF SRC-LINE = SPACES
                       MOVE 1 TO LINE-ORPHAN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO HDR-TOKENS
                   UNSTRING SRC-LINE DELIMITED BY ALL SPACE
                       INTO HT-1
                   MOVE HT-1 TO BLK-NAME
                   MOVE HT-1 TO BLK-KEY
                   MOVE 1 TO LINE-IS-HEADER
           END-EVALUATE
           .

      * sucht den Schluessel der Kopfzeile; im Zaehldurchlauf wird
      * ein neuer Schluessel angelegt und seine Ausmusterung vermerkt
       FIND-KEY.
           MOVE 0 TO HIT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
               IF KEY-TEXT(K) = BLK-KEY
                   MOVE K TO HIT
               END-IF
           END-PERFORM
           IF HIT > 0 OR PASS-MODE NOT = "SCAN"
               EXIT PARAGRAPH
           END-IF
           IF KEY-COUNT >= 5000
               MOVE 1 TO KEY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KEY-COUNT
           MOVE KEY-COUNT TO HIT
           MOVE BLK-KEY TO KEY-TEXT(HIT)
           MOVE 0 TO KEY-RETIRED(HIT)
           MOVE 0 TO KEY-SEEN(HIT)
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RET-COUNT
               IF RET-NAME(R) = BLK-NAME AND BLK-NAME NOT = SPACES
                   MOVE 1 TO KEY-RETIRED(HIT)
               END-IF
           END-PERFORM
           .

       SAY.
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
           .
       END PROGRAM StoreCompact.
