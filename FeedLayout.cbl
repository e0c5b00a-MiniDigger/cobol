      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liest die Layout-Steuerdatei eines Abnehmer-Feeds
      *          (Name in FL-CONTROL-FILE) in die Satzbeschreibung
      *          FEED-LAYOUT, siehe FeedLayout.cpy. Jede fehlerhafte
      *          Angabe wird gemeldet und in FL-ERRORS gezaehlt;
      *          geprueft werden Schluessel, Feldnamen, Aufbereitung,
      *          Lage der Felder (Satzlaenge hoechstens 200, keine
      *          Ueberlappung, Kopf- und Trailersatz brauchen
      *          mindestens 40 Stellen) und das Summenfeld.
      *          Gerufen von FeedExtract.cbl und FeedAckCheck.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedLayout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTLF ASSIGN TO DYNAMIC CTL-FILENAME
               FILE STATUS IS CTL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CTLF
           DATA RECORD IS CTL-LINE.
           01 CTL-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 CTL-STATUS PIC XX.
           01 CTL-EOF PIC 9 VALUE 0.
           01 CTL-FILENAME PIC X(80).
           01 LINE-NR PIC 9(04) VALUE 0.
           01 LINE-NR-DISP PIC ZZZ9.
           01 LINE-TEXT PIC X(120).
           01 TOTAL-NAME PIC X(10).
           01 ERR-TEXT PIC X(60).
      *    Zerlegung einer field=-Zeile
           01 TOK-SOURCE PIC X(20).
           01 TOK-START PIC X(10).
           01 TOK-LEN PIC X(10).
           01 TOK-EDIT PIC X(10).
           01 TOK-EXTRA PIC X(10).
           01 NUM-CHECK PIC 9(04).
           01 F PIC 9(02).
           01 G PIC 9(02).
           01 F-END PIC 9(04).
           01 G-END PIC 9(04).
       LINKAGE SECTION.
           COPY "FeedLayout.cpy".
       PROCEDURE DIVISION USING FEED-LAYOUT.
       MAIN-PROCEDURE.
           MOVE SPACES TO FL-FEED-FILE
           MOVE SPACES TO FL-ACK-FILE
           MOVE SPACES TO FL-FEED-ID
           MOVE 0 TO FL-WIDTH
           MOVE 0 TO FL-TOTAL-NR
           MOVE 0 TO FL-ERRORS
           MOVE 0 TO FL-FIELD-COUNT
           MOVE SPACES TO TOTAL-NAME
           MOVE 0 TO LINE-NR
           MOVE FL-CONTROL-FILE TO CTL-FILENAME
           OPEN INPUT CTLF
           IF CTL-STATUS NOT = "00"
               DISPLAY "[FeedLayout.MAIN-PROCEDURE] "
                   FUNCTION TRIM(CTL-FILENAME)
                   " konnte nicht geoeffnet werden!"
               ADD 1 TO FL-ERRORS
               EXIT PROGRAM
           END-IF
           MOVE 0 TO CTL-EOF
           PERFORM UNTIL CTL-EOF = 1
               READ CTLF
                   AT END MOVE 1 TO CTL-EOF
                   NOT AT END
                       ADD 1 TO LINE-NR
                       PERFORM PARSE-LINE
               END-READ
           END-PERFORM
           CLOSE CTLF
           PERFORM CHECK-LAYOUT
           EXIT PROGRAM.

      * ordnet eine Zeile der Steuerdatei ein
       PARSE-LINE.
           IF CTL-LINE = SPACES OR CTL-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(CTL-LINE) TO LINE-TEXT
           EVALUATE TRUE
               WHEN LINE-TEXT(1:5) = "feed="
                   MOVE LINE-TEXT(6:80) TO FL-FEED-FILE
               WHEN LINE-TEXT(1:4) = "ack="
                   MOVE LINE-TEXT(5:80) TO FL-ACK-FILE
               WHEN LINE-TEXT(1:3) = "id="
                   MOVE LINE-TEXT(4:12) TO FL-FEED-ID
               WHEN LINE-TEXT(1:6) = "total="
                   MOVE LINE-TEXT(7:10) TO TOTAL-NAME
               WHEN LINE-TEXT(1:6) = "field="
                   PERFORM PARSE-FIELD
               WHEN OTHER
                   MOVE "unbekannte Angabe" TO ERR-TEXT
                   PERFORM LINE-ERROR
           END-EVALUATE
           .

      * field=<feld> <start> <laenge> [<aufbereitung>]
       PARSE-FIELD.
           IF FL-FIELD-COUNT >= 30
               MOVE "mehr als 30 Felder" TO ERR-TEXT
               PERFORM LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-SOURCE
           MOVE SPACES TO TOK-START
           MOVE SPACES TO TOK-LEN
           MOVE SPACES TO TOK-EDIT
           MOVE SPACES TO TOK-EXTRA
           UNSTRING LINE-TEXT(7:114) DELIMITED BY ALL SPACE
               INTO TOK-SOURCE TOK-START TOK-LEN TOK-EDIT TOK-EXTRA
           IF TOK-EXTRA NOT = SPACES
               MOVE "ueberzaehlige Angaben hinter field=" TO ERR-TEXT
               PERFORM LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           IF TOK-SOURCE NOT = "name" AND TOK-SOURCE NOT = "run"
              AND TOK-SOURCE NOT = "mode" AND TOK-SOURCE NOT = "ew"
              AND TOK-SOURCE NOT = "iterations"
              AND TOK-SOURCE NOT = "residual"
              AND TOK-SOURCE NOT = "status"
              AND TOK-SOURCE NOT = "group"
               MOVE "unbekanntes Feld" TO ERR-TEXT
               PERFORM LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(TOK-START) NOT = 0
              OR FUNCTION TEST-NUMVAL(TOK-LEN) NOT = 0
              OR TOK-START = SPACES OR TOK-LEN = SPACES
               MOVE "Start/Laenge nicht numerisch" TO ERR-TEXT
               PERFORM LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FL-FIELD-COUNT
           MOVE FL-FIELD-COUNT TO F
           MOVE TOK-SOURCE TO FL-SOURCE(F)
           COMPUTE NUM-CHECK = FUNCTION NUMVAL(TOK-START)
           MOVE NUM-CHECK TO FL-START(F)
           COMPUTE NUM-CHECK = FUNCTION NUMVAL(TOK-LEN)
           MOVE NUM-CHECK TO FL-LEN(F)
           IF FL-START(F) < 1 OR FL-LEN(F) < 1 OR
              FL-START(F) + FL-LEN(F) - 1 > 200
               MOVE "Feld liegt ausserhalb Spalte 1-200" TO ERR-TEXT
               PERFORM LINE-ERROR
               SUBTRACT 1 FROM FL-FIELD-COUNT
               EXIT PARAGRAPH
           END-IF
      *    Aufbereitung: Default LB4, iterations UZ0
           MOVE "L" TO FL-SIGN(F)
           MOVE "B" TO FL-FILL(F)
           MOVE 4 TO FL-DEC(F)
           MOVE SPACE TO FL-IMPLIED(F)
           IF TOK-SOURCE = "iterations"
               MOVE "U" TO FL-SIGN(F)
               MOVE "Z" TO FL-FILL(F)
               MOVE 0 TO FL-DEC(F)
           END-IF
           IF TOK-EDIT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT FL-NUMERIC(F)
               MOVE "Aufbereitung nur fuer Zahlenfelder" TO ERR-TEXT
               PERFORM LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           IF (TOK-EDIT(1:1) NOT = "L" AND NOT = "P" AND NOT = "T"
               AND NOT = "U" AND NOT = "Z")
              OR (TOK-EDIT(2:1) NOT = "Z" AND NOT = "B")
              OR TOK-EDIT(3:1) NOT NUMERIC
              OR (TOK-EDIT(4:1) NOT = "V" AND NOT = SPACE)
              OR TOK-EDIT(5:6) NOT = SPACES
               MOVE "Aufbereitung ungueltig (z.B. LB4, TZ2V)"
                   TO ERR-TEXT
               PERFORM LINE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE TOK-EDIT(1:1) TO FL-SIGN(F)
           MOVE TOK-EDIT(2:1) TO FL-FILL(F)
           MOVE TOK-EDIT(3:1) TO FL-DEC(F)
           MOVE TOK-EDIT(4:1) TO FL-IMPLIED(F)
           .

       LINE-ERROR.
           MOVE LINE-NR TO LINE-NR-DISP
           DISPLAY "[FeedLayout.PARSE-LINE] "
               FUNCTION TRIM(CTL-FILENAME) " Zeile "
               FUNCTION TRIM(LINE-NR-DISP) ": "
               FUNCTION TRIM(ERR-TEXT)
           ADD 1 TO FL-ERRORS
           .

      * Gesamtpruefung: Pflichtangaben, Ueberlappung, Satzlaenge,
      * Summenfeld
       CHECK-LAYOUT.
           IF FL-FEED-FILE = SPACES
               DISPLAY "[FeedLayout.CHECK-LAYOUT] "
                   FUNCTION TRIM(CTL-FILENAME) ": feed= fehlt!"
               ADD 1 TO FL-ERRORS
           END-IF
           IF FL-FIELD-COUNT = 0
               DISPLAY "[FeedLayout.CHECK-LAYOUT] "
                   FUNCTION TRIM(CTL-FILENAME) ": keine field=-Zeile!"
               ADD 1 TO FL-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF FL-ACK-FILE = SPACES
               STRING FUNCTION TRIM(FL-FEED-FILE) ".ack"
                   DELIMITED BY SIZE INTO FL-ACK-FILE
           END-IF
           IF FL-FEED-ID = SPACES
               MOVE "FEED" TO FL-FEED-ID
           END-IF
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FL-FIELD-COUNT
               COMPUTE F-END = FL-START(F) + FL-LEN(F) - 1
               IF F-END > FL-WIDTH
                   MOVE F-END TO FL-WIDTH
               END-IF
               PERFORM VARYING G FROM 1 BY 1 UNTIL G >= F
                   COMPUTE G-END = FL-START(G) + FL-LEN(G) - 1
                   IF FL-START(F) <= G-END AND FL-START(G) <= F-END
                       DISPLAY "[FeedLayout.CHECK-LAYOUT] "
                           FUNCTION TRIM(CTL-FILENAME) ": Feld "
                           FUNCTION TRIM(FL-SOURCE(F))
                           " ueberlappt Feld "
                           FUNCTION TRIM(FL-SOURCE(G)) "!"
                       ADD 1 TO FL-ERRORS
                   END-IF
               END-PERFORM
           END-PERFORM
      *    Kopf- und Trailersatz tragen Kennung, Laufkennung bzw.
      *    Anzahl und Summe - kuerzere Saetze fassen das nicht
           IF FL-WIDTH < 40
               MOVE 40 TO FL-WIDTH
           END-IF
           IF TOTAL-NAME = SPACES
               MOVE "ew" TO TOTAL-NAME
           END-IF
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FL-FIELD-COUNT
               IF FL-SOURCE(F) = TOTAL-NAME AND FL-TOTAL-NR = 0
                   MOVE F TO FL-TOTAL-NR
               END-IF
           END-PERFORM
           IF FL-TOTAL-NR > 0
               IF NOT FL-NUMERIC(FL-TOTAL-NR)
                   DISPLAY "[FeedLayout.CHECK-LAYOUT] "
                       FUNCTION TRIM(CTL-FILENAME) ": Summenfeld "
                       FUNCTION TRIM(TOTAL-NAME)
                       " ist kein Zahlenfeld!"
                   ADD 1 TO FL-ERRORS
               END-IF
           ELSE
      *        ausdruecklich verlangtes, aber nicht belegtes Feld
               IF TOTAL-NAME NOT = "ew"
                   DISPLAY "[FeedLayout.CHECK-LAYOUT] "
                       FUNCTION TRIM(CTL-FILENAME) ": Summenfeld "
                       FUNCTION TRIM(TOTAL-NAME)
                       " ist nicht im Layout!"
                   ADD 1 TO FL-ERRORS
               END-IF
           END-IF
           .
       END PROGRAM FeedLayout.
