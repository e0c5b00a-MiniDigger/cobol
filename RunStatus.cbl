      ******************************************************************
      * Author:
      * Date:
      * Purpose: Schreibt den Laufstatus fuer das Ueberwachungs-
      *          Dashboard und den Bereitschaftsdienst in die kleine
      *          Datei runstatus.txt: Laufkennung, Zustand, Uhrzeit
      *          der letzten Aktualisierung, aktuelles Dateipaar,
      *          Planplatz und Name des Datensatzes, Modus,
      *          Iteration, erledigte/fehlgeschlagene/verbleibende
      *          Datensaetze, verstrichene Zeit und die aus dem
      *          Laufzeitprotokoll prognostizierte Endezeit (siehe
      *          RunProjection.cbl) - je Zeile ein Schluessel=Wert.
      *          MAIN ruft zu Beginn jedes Datensatzes ("DATASET")
      *          und am Laufende ("FINAL"), die Iterationen bei jedem
      *          Herzschlag ("BEAT", hoechstens alle 5 Sekunden, damit
      *          eine schnelle Iteration nicht die Platte beschaeftigt).
      *          Die Datei wird ueber runstatus.tmp ersetzt, ein
      *          Leser sieht also nie eine halb geschriebene Fassung.
      *          Der Endzustand (COMPLETED, STOPPED, DEADLINE,
      *          ABORTED) bleibt nach dem Lauf stehen; steht nach dem
      *          Lauf noch RUNNING drin, ist der Prozess ohne
      *          geordnetes Ende verschwunden - UPDATED zeigt wann.
      *          Ohne Laufkennung (Aufruf ausserhalb von MAIN) wird
      *          nichts geschrieben. Ein Sandkasten-Lauf (sandbox= in
      *          der Site-Konfiguration) schreibt seinen Status in das
      *          Sandkasten-Verzeichnis, nie in die runstatus.txt der
      *          Produktion; SANDBOX=RUN bzw. SANDBOX=PAIR (einzelnes
      *          Paar per batch.txt) kennzeichnet ihn, SANDBOX=NO den
      *          Produktionslauf.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunStatus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        geschrieben wird immer die Zwischendatei, die danach
      *        an die Stelle von runstatus.txt tritt
               SELECT STATUSF ASSIGN TO DYNAMIC STATUS-TMPNAME
               FILE STATUS IS STATUS-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD STATUSF
           DATA RECORD IS STATUS-LINE.
           01 STATUS-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 STATUS-STATUS PIC XX.
           01 STATUS-TMPNAME PIC X(80) VALUE "runstatus.tmp".
           01 STATUS-FILENAME PIC X(80) VALUE "runstatus.txt".
      *    Uhrzeit wie TAKE-TIME in Main.cbl: Hundertstelsekunden seit
      *    Mitternacht
           01 CLOCK-STAMP.
               05 CLK-YYYY PIC 9(04).
               05 CLK-MO PIC 9(02).
               05 CLK-DD PIC 9(02).
               05 CLK-HH PIC 9(02).
               05 CLK-MM PIC 9(02).
               05 CLK-SS PIC 9(02).
               05 CLK-CC PIC 9(02).
               05 FILLER PIC X(05).
           01 TIME-NOW PIC S9(08) COMP-3.
      *    Zeitpunkt des letzten geschriebenen Standes - Herzschlaege
      *    innerhalb von BEAT-GAP-CS danach schreiben nicht erneut
           01 LAST-WRITE-CS PIC S9(08) COMP-3 VALUE -1.
           01 BEAT-GAP-CS PIC S9(08) COMP-3 VALUE 500.
           01 GAP-CS PIC S9(08) COMP-3.
      *    Zerlegung einer Zeitspanne bzw. Uhrzeit fuer die Anzeige
           01 SPAN-CS PIC S9(10) COMP-3.
           01 SPAN-HH PIC 9(02).
           01 SPAN-MM PIC 9(02).
           01 SPAN-SS PIC 9(02).
           01 SPAN-TEXT PIC X(08).
           01 NUM-DISP PIC Z(08)9.
       LINKAGE SECTION.
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION USING ABBRUCH.
       MAIN-PROCEDURE.
           IF RS-RUN-ID = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           COMPUTE TIME-NOW = CLK-HH * 360000 + CLK-MM * 6000
               + CLK-SS * 100 + CLK-CC

      *    Herzschlag: nur, wenn der letzte Stand alt genug ist
           IF RS-EVENT = "BEAT" AND LAST-WRITE-CS >= 0
               COMPUTE GAP-CS = TIME-NOW - LAST-WRITE-CS
               IF GAP-CS < 0
                   ADD 8640000 TO GAP-CS
               END-IF
               IF GAP-CS < BEAT-GAP-CS
                   EXIT PROGRAM
               END-IF
           END-IF

           IF RS-SANDBOX-DIR NOT = SPACES
               MOVE SPACES TO STATUS-TMPNAME
               STRING FUNCTION TRIM(RS-SANDBOX-DIR) "/runstatus.tmp"
                   DELIMITED BY SIZE INTO STATUS-TMPNAME
               MOVE SPACES TO STATUS-FILENAME
               STRING FUNCTION TRIM(RS-SANDBOX-DIR) "/runstatus.txt"
                   DELIMITED BY SIZE INTO STATUS-FILENAME
           END-IF
           PERFORM WRITE-STATUS
           EXIT PROGRAM.

      * schreibt den vollstaendigen Stand in die Zwischendatei und
      * ersetzt damit runstatus.txt
       WRITE-STATUS.
           OPEN OUTPUT STATUSF
           IF STATUS-STATUS NOT = "00"
               DISPLAY "Warnung: Laufstatus "
                   FUNCTION TRIM(STATUS-TMPNAME)
                   " nicht beschreibbar (Status " STATUS-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE TIME-NOW TO LAST-WRITE-CS

           MOVE SPACES TO STATUS-LINE
           STRING "RUN-ID=" RS-RUN-ID DELIMITED BY SIZE
               INTO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING "STATE=" FUNCTION TRIM(RS-STATE)
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE
           EVALUATE TRUE
               WHEN RS-SANDBOX-DIR NOT = SPACES
                   MOVE "SANDBOX=RUN" TO STATUS-LINE
               WHEN RS-PAIR-SANDBOX = 1
                   MOVE "SANDBOX=PAIR" TO STATUS-LINE
               WHEN OTHER
                   MOVE "SANDBOX=NO" TO STATUS-LINE
           END-EVALUATE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING "UPDATED=" CLK-YYYY "-" CLK-MO "-" CLK-DD " "
               CLK-HH ":" CLK-MM ":" CLK-SS
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           IF RS-INPUT = SPACES
               MOVE "PAIR=-" TO STATUS-LINE
           ELSE
               STRING "PAIR=" FUNCTION TRIM(RS-INPUT) " -> "
                   FUNCTION TRIM(RS-OUTPUT)
                   DELIMITED BY SIZE INTO STATUS-LINE
           END-IF
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           MOVE RS-DS-INDEX TO NUM-DISP
           STRING "DATASET-INDEX=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           IF DATASET-NAME = SPACES
               MOVE "DATASET-NAME=-" TO STATUS-LINE
           ELSE
               STRING "DATASET-NAME=" FUNCTION TRIM(DATASET-NAME)
                   DELIMITED BY SIZE INTO STATUS-LINE
           END-IF
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           STRING "MODE=" FUNCTION TRIM(ITER-MODE)
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           MOVE RS-ITER TO NUM-DISP
           STRING "ITERATION=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           MOVE RS-DONE TO NUM-DISP
           STRING "DONE=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           MOVE RS-FAILED TO NUM-DISP
           STRING "FAILED=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO STATUS-LINE
           WRITE STATUS-LINE
           MOVE SPACES TO STATUS-LINE
           IF RS-REMAIN-KNOWN = 1
               MOVE RS-REMAINING TO NUM-DISP
               STRING "REMAINING=" FUNCTION TRIM(NUM-DISP)
                   DELIMITED BY SIZE INTO STATUS-LINE
           ELSE
               MOVE "REMAINING=-" TO STATUS-LINE
           END-IF
           WRITE STATUS-LINE

      *    verstrichene Zeit seit Laufbeginn, ueber Mitternacht
      *    mit einem vollen Tag aufgeschlagen
           COMPUTE SPAN-CS = TIME-NOW - RS-START-CS
           IF SPAN-CS < 0
               ADD 8640000 TO SPAN-CS
           END-IF
           PERFORM FORMAT-SPAN
           MOVE SPACES TO STATUS-LINE
           STRING "ELAPSED=" SPAN-TEXT DELIMITED BY SIZE
               INTO STATUS-LINE
           WRITE STATUS-LINE

      *    Prognose nur fuer einen laufenden Lauf - nach dem Ende
      *    zaehlt UPDATED als Endezeit
           MOVE SPACES TO STATUS-LINE
           IF RS-PROJ-END-CS < 0 OR RS-STATE NOT = "RUNNING"
               MOVE "PROJECTED-END=-" TO STATUS-LINE
           ELSE
               MOVE RS-PROJ-END-CS TO SPAN-CS
               PERFORM FORMAT-SPAN
               STRING "PROJECTED-END=" SPAN-TEXT(1:5)
                   DELIMITED BY SIZE INTO STATUS-LINE
           END-IF
           WRITE STATUS-LINE
           CLOSE STATUSF

           CALL "CBL_DELETE_FILE" USING STATUS-FILENAME
           CALL "CBL_RENAME_FILE" USING STATUS-TMPNAME
               STATUS-FILENAME
           .

      * SPAN-CS (Hundertstelsekunden) als HH:MM:SS in SPAN-TEXT -
      * fuer eine Uhrzeit seit Mitternacht ebenso wie fuer eine
      * Dauer; Dauern ab 100 Stunden werden auf 99:59:59 gekappt
       FORMAT-SPAN.
           IF SPAN-CS >= 36000000
               MOVE "99:59:59" TO SPAN-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE SPAN-HH = SPAN-CS / 360000
           COMPUTE SPAN-MM = (SPAN-CS - SPAN-HH * 360000) / 6000
           COMPUTE SPAN-SS = (SPAN-CS - SPAN-HH * 360000
               - SPAN-MM * 6000) / 100
           MOVE SPACES TO SPAN-TEXT
           STRING SPAN-HH ":" SPAN-MM ":" SPAN-SS
               DELIMITED BY SIZE INTO SPAN-TEXT
           .
       END PROGRAM RunStatus.
