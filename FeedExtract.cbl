      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout-gesteuerter Extrakt fuer weitere Abnehmer neben
      *          dem Warehouse (WRITE-EXTRACT in OutputHandling.cbl mit
      *          seinem festen 100-Byte-Satz): Finanzplanung und
      *          Anlagensystem wollen je einen eigenen Festlaengen-
      *          Feed mit anderen Feldern, Breiten und Vorzeichen-
      *          konventionen. Je Layout-Steuerdatei (Aufbau siehe
      *          FeedLayout.cpy, gelesen von FeedLayout.cbl) entsteht
      *          ein eigener Feed: ein Kopfsatz
      *            "HDR <datum>-<zeit> <kennung> <laufkennung>",
      *          ein Detailsatz je Datensatz des Laufs und ein
      *          Trailersatz "TRL <anzahl> <summe>" - die Summe ist die
      *          des Summenfelds (total=), so wie es in den
      *          Detailsaetzen steht, also nach Rundung. Abstimmung
      *          gegen die Quittung des Abnehmers per FeedAckCheck.cbl.
      *          Quelle ist das JSON-Ergebnisdokument des Laufs
      *          (run-<laufkennung>.json, ResultsJson.cbl bzw.
      *          PartitionMerge.cbl) - es fuehrt alle Datensaetze, auch
      *          die partitionierter Laeufe, mit benannten Feldern.
      *          Gesteuert ueber feedextract_cmd.txt, eine Zeile:
      *            <run-dokument.json> <layout1> [<layout2> ...]
      *          (bis 8 Layouts). RETURN-CODE traegt die Anzahl der
      *          Feeds, die wegen Fehlern nicht entstanden sind.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "feedextract_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FEEDF ASSIGN TO DYNAMIC FEED-FILENAME
               FILE STATUS IS FEED-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(800).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(200).
           FD FEEDF
           DATA RECORD IS FEED-REC.
           01 FEED-REC PIC X(200).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
           01 FEED-STATUS PIC XX.
           01 SRC-EOF PIC 9 VALUE 0.
           01 SRC-FILENAME PIC X(80).
           01 FEED-FILENAME PIC X(80).
      *    Layout-Steuerdateien aus der Kommandozeile
           01 LAYOUT-COUNT PIC 9(02) VALUE 0.
           01 LAYOUT-TABLE.
               05 LAYOUT-NAME PIC X(80) OCCURS 8 TIMES.
           01 L PIC 9(02).
           01 FAILED-FEEDS PIC 9(02) VALUE 0.
      *    Leseposition im Quelldokument: 1 = innerhalb der
      *    Datensatzliste, 1 = innerhalb eines Datensatzobjekts
           01 IN-DATASETS PIC 9 VALUE 0.
           01 IN-OBJECT PIC 9 VALUE 0.
           01 SRC-TEXT PIC X(200).
           01 KEY-TEXT PIC X(30).
           01 KEY-REST PIC X(200).
           01 VAL-TEXT PIC X(200).
           01 VAL-LEN PIC 9(03).
           01 UNESC-TEXT PIC X(200).
           01 UNESC-I PIC 9(03).
           01 UNESC-P PIC 9(03).
      *    Felder des gerade gelesenen Datensatzobjekts
           01 DOC-RUN PIC X(17).
           01 DS-FIELDS.
               05 DS-NAME PIC X(30).
               05 DS-MODE PIC X(09).
               05 DS-STATUS PIC X(04).
               05 DS-GROUP PIC X(10).
               05 DS-EW PIC S9(13)V9(16) COMP-3.
               05 DS-ITER PIC 9(06).
               05 DS-RESID PIC S9(09)V9(16) COMP-3.
      *    Feedsatz, Kontrollzaehler und Summe des Summenfelds
           01 OUT-REC PIC X(200).
           01 F PIC 9(02).
           01 FEED-COUNT PIC 9(06) VALUE 0.
           01 FEED-SUM PIC S9(16)V9(09) COMP-3 VALUE 0.
           01 FEED-OVERFLOWS PIC 9(06) VALUE 0.
           01 CTL-LEN PIC 9(03).
           01 CNT-DISP PIC ZZZZZ9.
           01 SUM-DISP PIC -(16)9.9999.
           01 FEED-TIMESTAMP.
               05 FEED-TS-DATE PIC X(08).
               05 FEED-TS-TIME PIC X(06).
               05 FILLER PIC X(14).
      *    Aufbereitung eines Zahlenfelds: Wert, Betrag, Zehnerpotenz
      *    der Nachkommastellen, skalierter und gerundeter Betrag als
      *    Ziffernfolge, der Wert wie geschrieben (fuer die Summe) und
      *    das rechtsbuendige Ergebnis in Feldlaenge
           01 FMT-VAL PIC S9(13)V9(16) COMP-3.
           01 FMT-ABS PIC 9(13)V9(16) COMP-3.
           01 FMT-NEG PIC 9.
           01 FMT-POW PIC 9(10) COMP-3.
           01 FMT-D PIC 9(02).
           01 FMT-SCALED PIC 9(18).
           01 FMT-DIGITS REDEFINES FMT-SCALED PIC X(18).
           01 FMT-WRITTEN PIC S9(13)V9(09) COMP-3.
           01 FMT-CORE PIC X(30).
           01 FMT-CORE-LEN PIC 9(03).
           01 FMT-P PIC 9(03).
           01 FMT-LZ PIC 9(03).
           01 FMT-AVAIL PIC 9(03).
           01 FMT-PAD PIC 9(03).
           01 FMT-SIGN-CH PIC X(01).
           01 FMT-OUT PIC X(200).
           01 FMT-LAST PIC 9(01).
           01 ZONE-POS PIC X(10) VALUE "{ABCDEFGHI".
           01 ZONE-NEG PIC X(10) VALUE "}JKLMNOPQR".
           COPY "FeedLayout.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               DISPLAY "[FeedExtract.MAIN-PROCEDURE]"
                   " feedextract_cmd.txt konnte nicht geoeffnet"
                   " werden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CMDF
               AT END
                   DISPLAY "[FeedExtract.MAIN-PROCEDURE]"
                       " feedextract_cmd.txt ist leer!"
                   CLOSE CMDF
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CMDF
           MOVE SPACES TO SRC-FILENAME
           MOVE SPACES TO LAYOUT-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO SRC-FILENAME LAYOUT-NAME(1) LAYOUT-NAME(2)
                   LAYOUT-NAME(3) LAYOUT-NAME(4) LAYOUT-NAME(5)
                   LAYOUT-NAME(6) LAYOUT-NAME(7) LAYOUT-NAME(8)
           MOVE 0 TO LAYOUT-COUNT
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 8
               IF LAYOUT-NAME(L) NOT = SPACES
                   MOVE L TO LAYOUT-COUNT
               END-IF
           END-PERFORM
           IF SRC-FILENAME = SPACES OR LAYOUT-COUNT = 0
               DISPLAY "[FeedExtract.MAIN-PROCEDURE] Aufruf:"
                   " <run-dokument.json> <layout1> [<layout2> ...]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LAYOUT-COUNT
               PERFORM BUILD-FEED
           END-PERFORM

           MOVE FAILED-FEEDS TO RETURN-CODE
           STOP RUN.

      * ein Feed: Layout lesen, Quelldokument einmal durchlaufen,
      * Kopf-, Detail- und Trailersaetze schreiben
       BUILD-FEED.
           MOVE LAYOUT-NAME(L) TO FL-CONTROL-FILE
           CALL "FeedLayout" USING FEED-LAYOUT
           IF FL-ERRORS > 0
               DISPLAY "[FeedExtract.BUILD-FEED] "
                   FUNCTION TRIM(LAYOUT-NAME(L))
                   " fehlerhaft - Feed wird nicht erzeugt"
               ADD 1 TO FAILED-FEEDS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               DISPLAY "[FeedExtract.BUILD-FEED] "
                   FUNCTION TRIM(SRC-FILENAME)
                   " konnte nicht geoeffnet werden!"
               ADD 1 TO FAILED-FEEDS
               EXIT PARAGRAPH
           END-IF
           MOVE FL-FEED-FILE TO FEED-FILENAME
           OPEN OUTPUT FEEDF
           IF FEED-STATUS NOT = "00"
               DISPLAY "[FeedExtract.BUILD-FEED] "
                   FUNCTION TRIM(FEED-FILENAME)
                   " nicht beschreibbar, Status " FEED-STATUS
               CLOSE SRCF
               ADD 1 TO FAILED-FEEDS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FEED-COUNT
           MOVE 0 TO FEED-SUM
           MOVE 0 TO FEED-OVERFLOWS
           MOVE 0 TO IN-DATASETS
           MOVE 0 TO IN-OBJECT
           MOVE SPACES TO DOC-RUN
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM SCAN-SOURCE-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
           IF IN-DATASETS = 0
      *        ohne Datensatzliste kein Kopfsatz - das Dokument ist
      *        kein Ergebnisdokument oder abgeschnitten
               DISPLAY "[FeedExtract.BUILD-FEED] "
                   FUNCTION TRIM(SRC-FILENAME)
                   " enthaelt keine Datensatzliste!"
               CLOSE FEEDF
               ADD 1 TO FAILED-FEEDS
               EXIT PARAGRAPH
           END-IF
           MOVE FEED-COUNT TO CNT-DISP
           MOVE FEED-SUM TO SUM-DISP
           MOVE SPACES TO OUT-REC
           STRING "TRL " FUNCTION TRIM(CNT-DISP) " "
               FUNCTION TRIM(SUM-DISP)
               DELIMITED BY SIZE INTO OUT-REC
           PERFORM WRITE-CONTROL-REC
           CLOSE FEEDF
           IF FEED-OVERFLOWS > 0
               DISPLAY "Warnung: " FUNCTION TRIM(FEED-FILENAME) ": "
                   FEED-OVERFLOWS " Zahlenfeld(er) zu schmal, mit *"
                   " gefuellt"
           END-IF
           DISPLAY "FeedExtract: " FUNCTION TRIM(FEED-FILENAME)
               " (" FUNCTION TRIM(FL-FEED-ID) ") mit "
               FUNCTION TRIM(CNT-DISP) " Detailsatz/-saetzen"
           .

      * ordnet eine Zeile des Ergebnisdokuments ein: Laufkennung und
      * Beginn der Datensatzliste im Kopf, darin Objektanfang,
      * Schluessel/Wert-Zeilen und Objektende
       SCAN-SOURCE-LINE.
           MOVE FUNCTION TRIM(SRC-LINE) TO SRC-TEXT
           IF IN-DATASETS = 0
               IF SRC-TEXT(1:9) = """run_id"":"
                   PERFORM SPLIT-KEY-VALUE
                   MOVE VAL-TEXT TO DOC-RUN
               END-IF
               IF SRC-TEXT(1:11) = """datasets"":"
                   MOVE 1 TO IN-DATASETS
                   PERFORM WRITE-HEADER
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SRC-TEXT = "{"
                   MOVE 1 TO IN-OBJECT
                   MOVE SPACES TO DS-NAME
                   MOVE SPACES TO DS-MODE
                   MOVE SPACES TO DS-STATUS
                   MOVE SPACES TO DS-GROUP
                   MOVE 0 TO DS-EW
                   MOVE 0 TO DS-ITER
                   MOVE 0 TO DS-RESID
               WHEN (SRC-TEXT = "}" OR SRC-TEXT = "},")
                    AND IN-OBJECT = 1
                   PERFORM WRITE-DETAIL
                   MOVE 0 TO IN-OBJECT
               WHEN SRC-TEXT(1:1) = """" AND IN-OBJECT = 1
                   PERFORM TAKE-OBJECT-FIELD
           END-EVALUATE
           .

      * "schluessel": wert[,] - KEY-TEXT und VAL-TEXT (Zeichenketten
      * ohne Anfuehrungszeichen und entmaskiert, null als Leerzeichen)
       SPLIT-KEY-VALUE.
           MOVE SPACES TO KEY-TEXT
           MOVE SPACES TO KEY-REST
           MOVE SPACES TO VAL-TEXT
           UNSTRING SRC-TEXT(2:199) DELIMITED BY """: "
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
               PERFORM UNESCAPE-VALUE
           END-IF
           .

      * Inhalt einer JSON-Zeichenkette: aeussere Anfuehrungszeichen
      * weg, \x wird zu x
       UNESCAPE-VALUE.
           MOVE SPACES TO UNESC-TEXT
           MOVE 1 TO UNESC-P
           MOVE 2 TO UNESC-I
           PERFORM UNTIL UNESC-I >= VAL-LEN
               IF VAL-TEXT(UNESC-I:1) = "\" AND UNESC-I < VAL-LEN - 1
                   ADD 1 TO UNESC-I
               END-IF
               MOVE VAL-TEXT(UNESC-I:1) TO UNESC-TEXT(UNESC-P:1)
               ADD 1 TO UNESC-P
               ADD 1 TO UNESC-I
           END-PERFORM
           MOVE UNESC-TEXT TO VAL-TEXT
           .

       TAKE-OBJECT-FIELD.
           PERFORM SPLIT-KEY-VALUE
           EVALUATE KEY-TEXT
               WHEN "name"
                   MOVE VAL-TEXT TO DS-NAME
               WHEN "group"
                   MOVE VAL-TEXT TO DS-GROUP
               WHEN "mode"
                   MOVE VAL-TEXT TO DS-MODE
               WHEN "status"
                   MOVE VAL-TEXT TO DS-STATUS
               WHEN "eigenvalue"
                   IF VAL-TEXT NOT = SPACES
                       COMPUTE DS-EW = FUNCTION NUMVAL(VAL-TEXT)
                   END-IF
               WHEN "condition"
      *            ein CONDITION-Datensatz fuehrt die Konditionszahl
      *            im EW-Feld, wie im Warehouse-Extrakt
                   IF VAL-TEXT NOT = SPACES
                       COMPUTE DS-EW = FUNCTION NUMVAL(VAL-TEXT)
                   END-IF
               WHEN "iterations"
                   IF VAL-TEXT NOT = SPACES
                       COMPUTE DS-ITER = FUNCTION NUMVAL(VAL-TEXT)
                   END-IF
               WHEN "residual"
                   IF VAL-TEXT NOT = SPACES
                       COMPUTE DS-RESID = FUNCTION NUMVAL(VAL-TEXT)
                   END-IF
           END-EVALUATE
           .

       WRITE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO FEED-TIMESTAMP
           MOVE SPACES TO OUT-REC
           STRING "HDR " FEED-TS-DATE "-" FEED-TS-TIME " "
               FUNCTION TRIM(FL-FEED-ID) " " DOC-RUN
               DELIMITED BY SIZE INTO OUT-REC
           PERFORM WRITE-CONTROL-REC
           .

      * Kopf- und Trailersatz in Satzlaenge des Layouts, aber nie
      * kuerzer als ihr Inhalt (schmale Layouts)
       WRITE-CONTROL-REC.
           MOVE FL-WIDTH TO CTL-LEN
           IF FUNCTION LENGTH(FUNCTION TRIM(OUT-REC TRAILING))
                   > CTL-LEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(OUT-REC TRAILING))
                   TO CTL-LEN
           END-IF
           WRITE FEED-REC FROM OUT-REC(1:CTL-LEN)
           .

      * Detailsatz nach Layout; das Summenfeld zaehlt mit dem Wert,
      * wie er im Satz steht, in die Trailersumme
       WRITE-DETAIL.
           MOVE SPACES TO OUT-REC
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FL-FIELD-COUNT
               EVALUATE FL-SOURCE(F)
                   WHEN "name"
                       MOVE DS-NAME TO OUT-REC(FL-START(F):FL-LEN(F))
                   WHEN "run"
                       MOVE DOC-RUN TO OUT-REC(FL-START(F):FL-LEN(F))
                   WHEN "mode"
                       MOVE DS-MODE TO OUT-REC(FL-START(F):FL-LEN(F))
                   WHEN "status"
                       MOVE DS-STATUS TO
                           OUT-REC(FL-START(F):FL-LEN(F))
                   WHEN "group"
                       MOVE DS-GROUP TO OUT-REC(FL-START(F):FL-LEN(F))
                   WHEN "ew"
                       MOVE DS-EW TO FMT-VAL
                       PERFORM FORMAT-NUMBER
                   WHEN "iterations"
                       MOVE DS-ITER TO FMT-VAL
                       PERFORM FORMAT-NUMBER
                   WHEN "residual"
                       MOVE DS-RESID TO FMT-VAL
                       PERFORM FORMAT-NUMBER
               END-EVALUATE
           END-PERFORM
           WRITE FEED-REC FROM OUT-REC(1:FL-WIDTH)
           ADD 1 TO FEED-COUNT
           .

      * FMT-VAL nach der Aufbereitung des Felds F rechtsbuendig in
      * dessen Feldlaenge; passt der Wert nicht, wird das Feld mit *
      * gefuellt (und zaehlt mit 0 in die Summe)
       FORMAT-NUMBER.
           MOVE 0 TO FMT-NEG
           IF FMT-VAL < 0
               MOVE 1 TO FMT-NEG
               COMPUTE FMT-ABS = FMT-VAL * (-1)
           ELSE
               MOVE FMT-VAL TO FMT-ABS
           END-IF
           MOVE 1 TO FMT-POW
           PERFORM VARYING FMT-D FROM 1 BY 1 UNTIL FMT-D > FL-DEC(F)
               COMPUTE FMT-POW = FMT-POW * 10
           END-PERFORM
      *    mehr als achtzehn Ziffern passen in kein Feld
           COMPUTE FMT-SCALED ROUNDED = FMT-ABS * FMT-POW
               ON SIZE ERROR
                   MOVE ALL "*" TO FMT-OUT(1:FL-LEN(F))
                   MOVE FMT-OUT(1:FL-LEN(F)) TO
                       OUT-REC(FL-START(F):FL-LEN(F))
                   ADD 1 TO FEED-OVERFLOWS
                   EXIT PARAGRAPH
           END-COMPUTE
           IF FMT-SCALED = 0
               MOVE 0 TO FMT-NEG
           END-IF
      *    Ziffernfolge ohne fuehrende Nullen, mindestens eine Stelle
      *    vor dem (gedachten) Dezimalpunkt
           MOVE 0 TO FMT-LZ
           INSPECT FMT-DIGITS TALLYING FMT-LZ FOR LEADING "0"
           IF FMT-LZ > 17 - FL-DEC(F)
               COMPUTE FMT-LZ = 17 - FL-DEC(F)
           END-IF
           MOVE SPACES TO FMT-CORE
           MOVE 1 TO FMT-P
           IF FL-IMPLIED(F) = "V" OR FL-DEC(F) = 0
               STRING FMT-DIGITS(FMT-LZ + 1:18 - FMT-LZ)
                   DELIMITED BY SIZE INTO FMT-CORE WITH POINTER FMT-P
           ELSE
               STRING FMT-DIGITS(FMT-LZ + 1:18 - FL-DEC(F) - FMT-LZ)
                   "." FMT-DIGITS(19 - FL-DEC(F):FL-DEC(F))
                   DELIMITED BY SIZE INTO FMT-CORE WITH POINTER FMT-P
           END-IF
           COMPUTE FMT-CORE-LEN = FMT-P - 1
      *    gezontes Vorzeichen im Zonenteil der letzten Ziffer
           IF FL-SIGN(F) = "Z"
               MOVE FMT-CORE(FMT-CORE-LEN:1) TO FMT-LAST
               IF FMT-NEG = 1
                   MOVE ZONE-NEG(FMT-LAST + 1:1) TO
                       FMT-CORE(FMT-CORE-LEN:1)
               ELSE
                   MOVE ZONE-POS(FMT-LAST + 1:1) TO
                       FMT-CORE(FMT-CORE-LEN:1)
               END-IF
           END-IF
           MOVE SPACE TO FMT-SIGN-CH
           EVALUATE FL-SIGN(F)
               WHEN "L"
                   IF FMT-NEG = 1
                       MOVE "-" TO FMT-SIGN-CH
                   END-IF
               WHEN "T"
                   IF FMT-NEG = 1
                       MOVE "-" TO FMT-SIGN-CH
                   END-IF
               WHEN "P"
                   IF FMT-NEG = 1
                       MOVE "-" TO FMT-SIGN-CH
                   ELSE
                       MOVE "+" TO FMT-SIGN-CH
                   END-IF
           END-EVALUATE
           MOVE FL-LEN(F) TO FMT-AVAIL
           IF FL-SIGN(F) = "L" OR FL-SIGN(F) = "P" OR FL-SIGN(F) = "T"
               SUBTRACT 1 FROM FMT-AVAIL
           END-IF
           MOVE SPACES TO FMT-OUT
           IF FMT-CORE-LEN > FMT-AVAIL
               MOVE ALL "*" TO FMT-OUT(1:FL-LEN(F))
               MOVE FMT-OUT(1:FL-LEN(F)) TO
                   OUT-REC(FL-START(F):FL-LEN(F))
               ADD 1 TO FEED-OVERFLOWS
               EXIT PARAGRAPH
           END-IF
           COMPUTE FMT-PAD = FMT-AVAIL - FMT-CORE-LEN
           MOVE 1 TO FMT-P
           EVALUATE TRUE
               WHEN (FL-SIGN(F) = "L" OR FL-SIGN(F) = "P")
                    AND FL-FILL(F) = "Z"
                   STRING FMT-SIGN-CH DELIMITED BY SIZE
                       INTO FMT-OUT WITH POINTER FMT-P
                   PERFORM FILL-ZEROS
               WHEN FL-SIGN(F) = "L" OR FL-SIGN(F) = "P"
      *            Leerzeichen-Fuellung: Vorzeichen direkt vor der
      *            ersten Ziffer
                   ADD FMT-PAD TO FMT-P
                   STRING FMT-SIGN-CH DELIMITED BY SIZE
                       INTO FMT-OUT WITH POINTER FMT-P
               WHEN FL-FILL(F) = "Z"
                   PERFORM FILL-ZEROS
               WHEN OTHER
                   ADD FMT-PAD TO FMT-P
           END-EVALUATE
           STRING FMT-CORE(1:FMT-CORE-LEN) DELIMITED BY SIZE
               INTO FMT-OUT WITH POINTER FMT-P
           IF FL-SIGN(F) = "T"
               STRING FMT-SIGN-CH DELIMITED BY SIZE
                   INTO FMT-OUT WITH POINTER FMT-P
           END-IF
           MOVE FMT-OUT(1:FL-LEN(F)) TO OUT-REC(FL-START(F):FL-LEN(F))
      *    Wert wie geschrieben fuer die Trailersumme
           IF F = FL-TOTAL-NR
               COMPUTE FMT-WRITTEN = FMT-SCALED / FMT-POW
               IF FMT-NEG = 1
                   COMPUTE FMT-WRITTEN = FMT-WRITTEN * (-1)
               END-IF
               ADD FMT-WRITTEN TO FEED-SUM
           END-IF
           .

       FILL-ZEROS.
           IF FMT-PAD > 0
               MOVE ALL "0" TO FMT-OUT(FMT-P:FMT-PAD)
               ADD FMT-PAD TO FMT-P
           END-IF
           .
       END PROGRAM FeedExtract.
