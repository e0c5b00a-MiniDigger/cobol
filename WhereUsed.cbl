      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verwendungsnachweis fuer Katalogeintraege und
      *          Bibliotheksdateien - bevor jemand einen Eintrag per
      *          REPLACE/RETIRE aendert oder eine gemeinsame
      *          include=-Datei bearbeitet, war bisher nicht zu
      *          sehen, was davon abhaengt. Durchsucht werden:
      *            batch.txt          Eingabedateien der Paare und
      *                               Auswahldateien der CATALOG-
      *                               Zeilen (Verweisart BATCH)
      *            Auswahldateien     ein Katalogname je Zeile
      *                               (AUSWAHL)
      *            calendar.txt       erste Spalte jeder Regel
      *                               (KALENDER; eine Praefixregel
      *                               "name*" gilt fuer alle Namen
      *                               mit diesem Anfang)
      *            Eingabedateien     jede in batch.txt genannte
      *                               Eingabe sowie jede darin per
      *                               include= eingebundene
      *                               Bibliotheksdatei
      *            catalog.dat        die Blockzeilen aller Eintraege
      *          In Eingaben, Bibliotheksdateien und Katalogbloecken
      *          zaehlen die Direktiven include=<datei> (INCLUDE),
      *          catalog=<name>[@...] (CATALOG), base=<name>[@...]
      *          (BASE) und chain=<name> (CHAIN) - jeweils am
      *          Zeilenanfang wie in InputHandling.READLINE.
      *          Zu jedem Verweis stehen Art, Fundstelle (Datei und
      *          Zeile bzw. Katalogzeilennummer) und der Block, in dem
      *          er steht (name= des Blocks, im Katalog der
      *          Eintragsname). Die Liste ist nach Ziel, Fundstelle
      *          und Zeile geordnet.
      *          Als feste Verweise zaehlen alle ausser den
      *          Praefixregeln des Kalenders - sie loesen ueber den
      *          Katalog auf und brechen nicht, wenn ein Name fehlt.
      *          Dateinamen mit {DATE}/{TIME}/{RUN} in batch.txt
      *          werden erst zur Laufzeit aufgeloest und hier als
      *          nicht lesbar gemeldet.
      *          Gerufen von CatalogMaint (Kommando WHEREUSED,
      *          Pruefung vor RETIRE); Auftrag und Rueckgaben siehe
      *          WhereUsed.cpy. Der Aufrufer muss catalog.dat vorher
      *          schliessen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhereUsed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BATCHF ASSIGN TO "batch.txt"
               FILE STATUS IS BATCH-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CALF ASSIGN TO "calendar.txt"
               FILE STATUS IS CAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SCANF ASSIGN TO DYNAMIC SCAN-FILENAME
               FILE STATUS IS SCAN-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CATF ASSIGN TO "catalog.dat"
               FILE STATUS IS CAT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
               SELECT REPF ASSIGN TO "whereused.txt"
               FILE STATUS IS REP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD BATCHF
           DATA RECORD IS BATCH-LINE.
           01 BATCH-LINE PIC X(160).
           FD CALF
           DATA RECORD IS CAL-LINE.
           01 CAL-LINE PIC X(80).
           FD SCANF
           DATA RECORD IS SCAN-LINE.
           01 SCAN-LINE PIC X(200).
           FD CATF
           DATA RECORD IS CAT-REC.
           01 CAT-REC.
               05 CAT-KEY.
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
           FD REPF
           DATA RECORD IS REP-LINE.
           01 REP-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 BATCH-STATUS PIC XX.
           01 CAL-STATUS PIC XX.
           01 SCAN-STATUS PIC XX.
           01 CAT-STATUS PIC XX.
           01 REP-STATUS PIC XX.
           01 READ-EOF PIC 9 VALUE 0.
           01 LINE-NO PIC 9(06) VALUE 0.
           01 SCAN-FILENAME PIC X(80).
      *    zu durchsuchende Dateien: aus batch.txt (E = Eingabe,
      *    A = Auswahldatei) und aus include=-Zeilen (I), jede nur
      *    einmal
           01 SF-MAX PIC 9(04) COMP VALUE 500.
           01 SF-COUNT PIC 9(04) COMP VALUE 0.
           01 SF-TABLE.
               05 SF-ENTRY OCCURS 500 TIMES.
                   10 SF-NAME PIC X(80).
                   10 SF-KIND PIC X(01).
           01 SF-I PIC 9(04) COMP.
           01 SF-J PIC 9(04) COMP.
           01 SF-NEW-NAME PIC X(80).
           01 SF-NEW-KIND PIC X(01).
      *    gesammelte Verweise
           01 REF-MAX PIC 9(06) COMP VALUE 5000.
           01 REF-COUNT PIC 9(06) COMP VALUE 0.
           01 REF-LOST PIC 9(06) COMP VALUE 0.
           01 REF-TABLE.
               05 REF-ENTRY OCCURS 5000 TIMES.
                   10 REF-TARGET PIC X(60).
                   10 REF-KIND PIC X(08).
                   10 REF-SOURCE PIC X(80).
                   10 REF-LINE PIC 9(06).
                   10 REF-BLOCK PIC X(30).
      *                1 = Praefixregel des Kalenders (ohne "*")
                   10 REF-PREFIX PIC 9.
           01 REF-HOLD.
               05 HOLD-TARGET PIC X(60).
               05 HOLD-KIND PIC X(08).
               05 HOLD-SOURCE PIC X(80).
               05 HOLD-LINE PIC 9(06).
               05 HOLD-BLOCK PIC X(30).
               05 HOLD-PREFIX PIC 9.
           01 REF-I PIC 9(06) COMP.
           01 REF-J PIC 9(06) COMP.
      *    Aufbau des naechsten Verweises
           01 NEW-TARGET PIC X(60).
           01 NEW-KIND PIC X(08).
           01 NEW-SOURCE PIC X(80).
           01 NEW-BLOCK PIC X(30).
           01 NEW-PREFIX PIC 9.
      *    Zerlegung der gelesenen Zeilen
           01 TOK-1 PIC X(80).
           01 TOK-2 PIC X(80).
           01 DIRECTIVE-LINE PIC X(200).
           01 BLOCK-NAME PIC X(30).
           01 BLOCK-NO PIC 9(06).
           01 BLOCK-NO-DISP PIC Z(05)9.
           01 NAME-LEN PIC 9(04) COMP.
      *    Treffervergleich
           01 MATCH-HIT PIC 9.
           01 PREFIX-LEN PIC 9(04) COMP.
      *    Ausgabe
           01 REP-OPEN PIC 9 VALUE 0.
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
           01 LINE-DISP PIC Z(05)9.
           01 CNT-DISP PIC Z(05)9.
           01 CNT-DISP-2 PIC Z(05)9.
       LINKAGE SECTION.
           COPY "WhereUsed.cpy".
       PROCEDURE DIVISION USING WU-REQUEST.
       MAIN-PROCEDURE.
      *    WORKING-STORAGE bleibt zwischen zwei Aufrufen stehen -
      *    jeder Auftrag sammelt frisch
           MOVE 0 TO WU-COUNT
           MOVE 0 TO WU-LIVE
           MOVE 0 TO WU-FILES
           MOVE 0 TO WU-UNREAD
           MOVE 0 TO SF-COUNT
           MOVE 0 TO REF-COUNT
           MOVE 0 TO REF-LOST

           PERFORM SCAN-BATCH
           PERFORM SCAN-CALENDAR
      *    die Dateitabelle waechst waehrend der Schleife um die
      *    gefundenen Bibliotheksdateien
           PERFORM SCAN-LISTED-FILE
               VARYING SF-I FROM 1 BY 1 UNTIL SF-I > SF-COUNT
           PERFORM SCAN-CATALOG
           PERFORM SORT-REFERENCES
           PERFORM REPORT-REFERENCES
           EXIT PROGRAM.

      ******************************************************************
      * Quellen durchsuchen
      ******************************************************************
      * batch.txt: erste Spalte ist die Eingabedatei des Paars, bei
      * "CATALOG" die zweite die Auswahldatei
       SCAN-BATCH.
           OPEN INPUT BATCHF
           IF BATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WU-FILES
           MOVE 0 TO LINE-NO
           MOVE 0 TO READ-EOF
           PERFORM UNTIL READ-EOF = 1
               READ BATCHF
                   AT END MOVE 1 TO READ-EOF
                   NOT AT END
                       ADD 1 TO LINE-NO
                       PERFORM TAKE-BATCH-LINE
               END-READ
           END-PERFORM
           CLOSE BATCHF
           .

       TAKE-BATCH-LINE.
           IF BATCH-LINE = SPACES OR BATCH-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-1
           MOVE SPACES TO TOK-2
           UNSTRING BATCH-LINE DELIMITED BY ALL SPACE
               INTO TOK-1 TOK-2
           MOVE "BATCH" TO NEW-KIND
           MOVE "batch.txt" TO NEW-SOURCE
           MOVE SPACES TO NEW-BLOCK
           MOVE 0 TO NEW-PREFIX
           IF TOK-1 = "CATALOG"
               IF TOK-2 NOT = SPACES
                   MOVE TOK-2 TO NEW-TARGET
                   PERFORM ADD-REFERENCE
                   MOVE TOK-2 TO SF-NEW-NAME
                   MOVE "A" TO SF-NEW-KIND
                   PERFORM ADD-SCAN-FILE
               END-IF
           ELSE
               MOVE TOK-1 TO NEW-TARGET
               PERFORM ADD-REFERENCE
               MOVE TOK-1 TO SF-NEW-NAME
               MOVE "E" TO SF-NEW-KIND
               PERFORM ADD-SCAN-FILE
           END-IF
           .

      * calendar.txt: erste Spalte ist ein Katalogname oder ein
      * Praefix mit "*" am Ende
       SCAN-CALENDAR.
           OPEN INPUT CALF
           IF CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WU-FILES
           MOVE 0 TO LINE-NO
           MOVE 0 TO READ-EOF
           PERFORM UNTIL READ-EOF = 1
               READ CALF
                   AT END MOVE 1 TO READ-EOF
                   NOT AT END
                       ADD 1 TO LINE-NO
                       PERFORM TAKE-CALENDAR-LINE
               END-READ
           END-PERFORM
           CLOSE CALF
           .

       TAKE-CALENDAR-LINE.
           IF CAL-LINE = SPACES OR CAL-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-1
           UNSTRING CAL-LINE DELIMITED BY ALL SPACE INTO TOK-1
           MOVE "KALENDER" TO NEW-KIND
           MOVE "calendar.txt" TO NEW-SOURCE
           MOVE SPACES TO NEW-BLOCK
           MOVE 0 TO NEW-PREFIX
           MOVE 0 TO NAME-LEN
           INSPECT TOK-1 TALLYING NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF NAME-LEN > 1 AND TOK-1(NAME-LEN:1) = "*"
               MOVE 1 TO NEW-PREFIX
               MOVE SPACE TO TOK-1(NAME-LEN:1)
           END-IF
           MOVE TOK-1 TO NEW-TARGET
           PERFORM ADD-REFERENCE
           .

      * eine Datei der Dateitabelle durchsuchen: Auswahldateien
      * zeilenweise als Katalognamen, Eingaben und Bibliotheksdateien
      * nach Direktiven
       SCAN-LISTED-FILE.
           MOVE SF-NAME(SF-I) TO SCAN-FILENAME
           OPEN INPUT SCANF
           IF SCAN-STATUS NOT = "00"
               ADD 1 TO WU-UNREAD
               IF WU-SHOW > 0
                   DISPLAY "Hinweis: " FUNCTION TRIM(SCAN-FILENAME)
                       " nicht lesbar (Status " SCAN-STATUS
                       ") - nicht durchsucht"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WU-FILES
           MOVE 0 TO LINE-NO
           MOVE 1 TO BLOCK-NO
           MOVE SPACES TO BLOCK-NAME
           MOVE 0 TO READ-EOF
           PERFORM UNTIL READ-EOF = 1
               READ SCANF
                   AT END MOVE 1 TO READ-EOF
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF SF-KIND(SF-I) = "A"
                           PERFORM TAKE-SELECTION-LINE
                       ELSE
                           PERFORM TAKE-INPUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCANF
           .

      * Auswahldatei: ein Katalogname je Zeile, eine Versionsangabe
      * "@..." gehoert nicht zum Namen
       TAKE-SELECTION-LINE.
           IF SCAN-LINE = SPACES OR SCAN-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-1
           UNSTRING SCAN-LINE DELIMITED BY ALL SPACE OR "@"
               INTO TOK-1
           MOVE TOK-1 TO NEW-TARGET
           MOVE "AUSWAHL" TO NEW-KIND
           MOVE SCAN-FILENAME TO NEW-SOURCE
           MOVE SPACES TO NEW-BLOCK
           MOVE 0 TO NEW-PREFIX
           PERFORM ADD-REFERENCE
           .

      * Zeile einer Eingabe- oder Bibliotheksdatei: Blockgrenzen und
      * name= fuer die Fundstelle mitfuehren (unbenannte Bloecke als
      * "Satz <n>" wie in der Freigabeablage), Direktiven aufnehmen
       TAKE-INPUT-LINE.
           IF SCAN-LINE(1:10) = "=========="
               MOVE SPACES TO BLOCK-NAME
               ADD 1 TO BLOCK-NO
               EXIT PARAGRAPH
           END-IF
           IF SCAN-LINE(1:5) = "name="
               MOVE SCAN-LINE(6:30) TO BLOCK-NAME
               EXIT PARAGRAPH
           END-IF
           IF BLOCK-NAME = SPACES
               MOVE BLOCK-NO TO BLOCK-NO-DISP
               MOVE SPACES TO NEW-BLOCK
               STRING "Satz " FUNCTION TRIM(BLOCK-NO-DISP)
                   DELIMITED BY SIZE INTO NEW-BLOCK
           ELSE
               MOVE BLOCK-NAME TO NEW-BLOCK
           END-IF
           MOVE SCAN-FILENAME TO NEW-SOURCE
           MOVE SCAN-LINE TO DIRECTIVE-LINE
           PERFORM TAKE-DIRECTIVE
           .

      * catalog.dat: die Blockzeilen aller Eintraege (Zeilennummer 0
      * ist die Klassenzeile und verweist auf nichts)
       SCAN-CATALOG.
           OPEN INPUT CATF
           IF CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WU-FILES
           MOVE 0 TO READ-EOF
           PERFORM UNTIL READ-EOF = 1
               READ CATF NEXT
                   AT END MOVE 1 TO READ-EOF
                   NOT AT END
                       IF CAT-SEQ > 0
                           MOVE CAT-NAME TO NEW-BLOCK
                           MOVE "catalog.dat" TO NEW-SOURCE
                           MOVE CAT-SEQ TO LINE-NO
                           MOVE CAT-LINE TO DIRECTIVE-LINE
                           PERFORM TAKE-DIRECTIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATF
           .

      * wertet DIRECTIVE-LINE auf include=/catalog=/base=/chain= aus;
      * NEW-SOURCE, NEW-BLOCK und LINE-NO sind gesetzt. Eine per
      * include= genannte Datei kommt in die Dateitabelle
       TAKE-DIRECTIVE.
           MOVE 0 TO NEW-PREFIX
           MOVE SPACES TO NEW-TARGET
           EVALUATE TRUE
               WHEN DIRECTIVE-LINE(1:8) = "include="
                   MOVE "INCLUDE" TO NEW-KIND
                   UNSTRING DIRECTIVE-LINE(9:192)
                       DELIMITED BY ALL SPACE INTO NEW-TARGET
                   IF NEW-TARGET NOT = SPACES
                       MOVE NEW-TARGET TO SF-NEW-NAME
                       MOVE "I" TO SF-NEW-KIND
                       PERFORM ADD-SCAN-FILE
                   END-IF
               WHEN DIRECTIVE-LINE(1:8) = "catalog="
                   MOVE "CATALOG" TO NEW-KIND
                   UNSTRING DIRECTIVE-LINE(9:192)
                       DELIMITED BY ALL SPACE OR "@" INTO NEW-TARGET
               WHEN DIRECTIVE-LINE(1:5) = "base="
                   MOVE "BASE" TO NEW-KIND
                   UNSTRING DIRECTIVE-LINE(6:195)
                       DELIMITED BY ALL SPACE OR "@" INTO NEW-TARGET
               WHEN DIRECTIVE-LINE(1:6) = "chain="
                   MOVE "CHAIN" TO NEW-KIND
                   UNSTRING DIRECTIVE-LINE(7:194)
                       DELIMITED BY ALL SPACE INTO NEW-TARGET
           END-EVALUATE
           IF NEW-TARGET NOT = SPACES
               PERFORM ADD-REFERENCE
           END-IF
           .

      ******************************************************************
      * Tabellenpflege
      ******************************************************************
      * nimmt SF-NEW-NAME in die Dateitabelle auf, sofern noch nicht
      * vorhanden
       ADD-SCAN-FILE.
           PERFORM VARYING SF-J FROM 1 BY 1 UNTIL SF-J > SF-COUNT
               IF SF-NAME(SF-J) = SF-NEW-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SF-COUNT >= SF-MAX
               IF WU-SHOW > 0
                   DISPLAY "Hinweis: Dateitabelle voll - "
                       FUNCTION TRIM(SF-NEW-NAME) " nicht durchsucht"
               END-IF
               ADD 1 TO WU-UNREAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SF-COUNT
           MOVE SF-NEW-NAME TO SF-NAME(SF-COUNT)
           MOVE SF-NEW-KIND TO SF-KIND(SF-COUNT)
           .

      * nimmt den Verweis NEW-... auf, wenn er zur Anfrage passt:
      * WU-NAME leer = alle, sonst gleicher Name oder passende
      * Praefixregel; eigene Zeilen von WU-EXCLUDE im Katalog zaehlen
      * nicht
       ADD-REFERENCE.
           IF WU-EXCLUDE NOT = SPACES AND NEW-SOURCE = "catalog.dat"
              AND NEW-BLOCK = WU-EXCLUDE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO MATCH-HIT
           IF WU-NAME NOT = SPACES
               MOVE 0 TO MATCH-HIT
               IF NEW-TARGET = WU-NAME
                   MOVE 1 TO MATCH-HIT
               ELSE
                   IF NEW-PREFIX = 1
                       MOVE 0 TO PREFIX-LEN
                       INSPECT NEW-TARGET TALLYING PREFIX-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF PREFIX-LEN > 0
                          AND WU-NAME(1:PREFIX-LEN) =
                              NEW-TARGET(1:PREFIX-LEN)
                           MOVE 1 TO MATCH-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MATCH-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WU-COUNT
           IF NEW-PREFIX = 0
               ADD 1 TO WU-LIVE
           END-IF
           IF REF-COUNT >= REF-MAX
               ADD 1 TO REF-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REF-COUNT
           MOVE NEW-TARGET TO REF-TARGET(REF-COUNT)
           MOVE NEW-KIND TO REF-KIND(REF-COUNT)
           MOVE NEW-SOURCE TO REF-SOURCE(REF-COUNT)
           MOVE LINE-NO TO REF-LINE(REF-COUNT)
           MOVE NEW-BLOCK TO REF-BLOCK(REF-COUNT)
           MOVE NEW-PREFIX TO REF-PREFIX(REF-COUNT)
           .

      * ordnet die Verweise nach Ziel, Fundstelle und Zeile
      * (Einfuegen - die Tabelle ist in Fundstellenfolge schon
      * weitgehend vorsortiert)
       SORT-REFERENCES.
           PERFORM SORT-ONE-REFERENCE
               VARYING REF-I FROM 2 BY 1 UNTIL REF-I > REF-COUNT
           .

       SORT-ONE-REFERENCE.
           MOVE REF-ENTRY(REF-I) TO REF-HOLD
           MOVE REF-I TO REF-J
           PERFORM UNTIL REF-J = 1
               IF REF-TARGET(REF-J - 1) < HOLD-TARGET
                  OR (REF-TARGET(REF-J - 1) = HOLD-TARGET
                      AND REF-SOURCE(REF-J - 1) < HOLD-SOURCE)
                  OR (REF-TARGET(REF-J - 1) = HOLD-TARGET
                      AND REF-SOURCE(REF-J - 1) = HOLD-SOURCE
                      AND REF-LINE(REF-J - 1) <= HOLD-LINE)
                   EXIT PERFORM
               END-IF
               MOVE REF-ENTRY(REF-J - 1) TO REF-ENTRY(REF-J)
               SUBTRACT 1 FROM REF-J
           END-PERFORM
           MOVE REF-HOLD TO REF-ENTRY(REF-J)
           .

      ******************************************************************
      * Ausgabe
      ******************************************************************
       REPORT-REFERENCES.
           IF WU-SHOW = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO REP-OPEN
           IF WU-SHOW = 2
               OPEN OUTPUT REPF
               IF REP-STATUS = "00"
                   MOVE 1 TO REP-OPEN
               ELSE
                   DISPLAY "[WhereUsed.REPORT-REFERENCES] "
                       "whereused.txt nicht beschreibbar, Status "
                       REP-STATUS
               END-IF
           END-IF
           MOVE SPACES TO OUT-LINE
           IF WU-NAME = SPACES
               MOVE "Verwendungsnachweis: alle Verweise" TO OUT-LINE
           ELSE
               STRING "Verwendungsnachweis: "
                   FUNCTION TRIM(WU-NAME)
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           PERFORM SAY
           PERFORM REPORT-ONE-REFERENCE
               VARYING REF-I FROM 1 BY 1 UNTIL REF-I > REF-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE WU-COUNT TO CNT-DISP
           MOVE WU-LIVE TO CNT-DISP-2
           STRING "  " FUNCTION TRIM(CNT-DISP) " Verweis(e), davon "
               FUNCTION TRIM(CNT-DISP-2) " fest"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE WU-FILES TO CNT-DISP
           STRING "; " FUNCTION TRIM(CNT-DISP)
               " Datei(en) durchsucht"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF WU-UNREAD > 0
               MOVE WU-UNREAD TO CNT-DISP
               STRING ", " FUNCTION TRIM(CNT-DISP)
                   " nicht lesbar"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM SAY
           IF REF-LOST > 0
               MOVE SPACES TO OUT-LINE
               MOVE REF-LOST TO CNT-DISP
               STRING "  Verweistabelle voll - "
                   FUNCTION TRIM(CNT-DISP)
                   " Verweis(e) gezaehlt, aber nicht aufgefuehrt"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
           END-IF
           IF REP-OPEN = 1
               CLOSE REPF
           END-IF
           .

      * "  <ziel> <art> <datei>:<zeile> [Block <name>] [Praefix]"
       REPORT-ONE-REFERENCE.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE REF-LINE(REF-I) TO LINE-DISP
           STRING "  " REF-TARGET(REF-I)(1:30) " "
               REF-KIND(REF-I) " "
               FUNCTION TRIM(REF-SOURCE(REF-I)) ":"
               FUNCTION TRIM(LINE-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF REF-TARGET(REF-I)(31:30) NOT = SPACES
               MOVE SPACES TO OUT-LINE
               MOVE 1 TO OUT-P
               STRING "  " FUNCTION TRIM(REF-TARGET(REF-I)) " "
                   REF-KIND(REF-I) " "
                   FUNCTION TRIM(REF-SOURCE(REF-I)) ":"
                   FUNCTION TRIM(LINE-DISP)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF REF-BLOCK(REF-I) NOT = SPACES
               STRING " Block " FUNCTION TRIM(REF-BLOCK(REF-I))
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF REF-PREFIX(REF-I) = 1
               STRING " (Praefixregel " FUNCTION TRIM(REF-TARGET(REF-I))
                   "*)"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM SAY
           .

       SAY.
           DISPLAY FUNCTION TRIM(OUT-LINE TRAILING)
           IF REP-OPEN = 1
               WRITE REP-LINE FROM OUT-LINE
           END-IF
           .
       END PROGRAM WhereUsed.
