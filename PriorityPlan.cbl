      ******************************************************************
      * Author:
      * Date:
      * Purpose: Legt die Verarbeitungsreihenfolge eines Dateipaars
      *          nach Prioritaetsklassen fest, damit die kritischen
      *          Datensaetze (priority=1) fertig sind, bevor das
      *          Batchfenster schliesst, statt dass sie zufaellig am
      *          Dateiende stehen. Liest die Eingabedatei einmal
      *          blockweise durch und entnimmt je Block die Klasse
      *          aus seiner "priority="-Zeile oder - bei einer
      *          "catalog="-Zeile - aus dem Katalogeintrag (die
      *          spaetere Zeile gewinnt, wie beim Einlesen in
      *          InputHandling.cbl). Beruecksichtigt werden nur die
      *          Datensaetze im Partitionsbereich des Paars
      *          (PARTITION-START/-LIMIT, siehe FileNames.cpy); sie
      *          werden stabil nach Klasse sortiert in PRIO-PLAN
      *          abgelegt (siehe PrioPlan.cpy). MAIN liest danach
      *          Datensatz fuer Datensatz ueber SKIP in dieser
      *          Reihenfolge, RunForecast.cbl rechnet seine Prognose
      *          in derselben Reihenfolge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriorityPlan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT INPUTF ASSIGN TO DYNAMIC INPUT-FILENAME
               FILE STATUS IS INPUT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CATF ASSIGN TO "catalog.dat"
               FILE STATUS IS CAT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD INPUTF
           DATA RECORD IS INPUT-LINE.
           01 INPUT-LINE PIC X(80).
           FD CATF
           DATA RECORD IS CAT-REC.
           01 CAT-REC.
               05 CAT-KEY.
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 INPUT-STATUS PIC XX.
           01 CAT-STATUS PIC XX.
           01 INPUT-EOF PIC 9 VALUE 0.
           01 CAT-EOF PIC 9 VALUE 0.
      *    Katalog wird erst bei der ersten "catalog="-Zeile geoeffnet
      *    (0 = noch nicht versucht, 1 = offen, 2 = nicht lesbar)
           01 CAT-OPENED PIC 9 VALUE 0.
      *    Zustand des laufenden Blocks
           01 BLK-ORD PIC 9(06) COMP-3 VALUE 0.
           01 BLK-PRIO PIC 9 VALUE 5.
           01 BLK-FILLED PIC 9 VALUE 0.
           01 BLK-NAME PIC X(30) VALUE SPACES.
           01 BLK-CAT-NAME PIC X(30) VALUE SPACES.
      *    Rohwert einer "priority="-Zeile vor der Bereichspruefung
           01 PRIO-VALUE PIC S9(04) VALUE 0.
           01 PRIO-TEXT PIC X(80).
      *    Partitionsbereich [RANGE-LO, RANGE-HI] der Ordnungszahlen;
      *    RANGE-HI 999999 = bis Dateiende
           01 RANGE-LO PIC 9(06) COMP-3.
           01 RANGE-HI PIC 9(06) COMP-3.
      *    die Bloecke des Bereichs in Dateireihenfolge, aus denen die
      *    sortierte Reihenfolge in PRIO-PLAN entsteht
           01 NAT-COUNT PIC 9(06) COMP-3 VALUE 0.
           01 NAT-TABLE.
               05 NAT-ENTRY OCCURS 20000 TIMES.
                   10 NAT-ORD PIC 9(06) COMP-3.
                   10 NAT-PRIO PIC 9.
                   10 NAT-FILLED PIC 9.
                   10 NAT-NAME PIC X(30).
           01 NAT-I PIC 9(06) COMP-3.
           01 CLASS-P PIC 9(02) COMP-3.
           01 MOVED-COUNT PIC 9(06) COMP-3 VALUE 0.
           01 CNT-DISP PIC ZZZZZ9.
       LINKAGE SECTION.
           COPY "FileNames.cpy".
           COPY "PrioPlan.cpy".
       PROCEDURE DIVISION USING FILE-NAMES PRIO-PLAN.
       MAIN-PROCEDURE.
           MOVE 0 TO PP-ACTIVE
           MOVE 0 TO PP-OVERFLOW
           MOVE 0 TO PP-COUNT
           MOVE 0 TO PP-POS
           MOVE 0 TO NAT-COUNT
           MOVE PARTITION-START TO RANGE-LO
           IF PARTITION-LIMIT > 0
               COMPUTE RANGE-HI = PARTITION-START + PARTITION-LIMIT - 1
           ELSE
               MOVE 999999 TO RANGE-HI
           END-IF

           MOVE 0 TO INPUT-EOF
           OPEN INPUT INPUTF
           IF INPUT-STATUS NOT = "00"
      *        nicht lesbar - InputHandling meldet das beim ersten
      *        Datensatz ohnehin, hier bleibt es bei der Dateifolge
               EXIT PROGRAM
           END-IF
           MOVE 0 TO BLK-ORD
           PERFORM RESET-BLOCK
           PERFORM UNTIL INPUT-EOF = 1 OR PP-OVERFLOW = 1
               READ INPUTF
                   AT END
                       MOVE 1 TO INPUT-EOF
      *                ein Restblock nach der letzten Trennzeile ist
      *                nur dann ein Datensatz, wenn er Zeilen traegt
                       IF BLK-FILLED = 1
                           PERFORM CLOSE-BLOCK
                       END-IF
                   NOT AT END PERFORM NOTE-LINE
               END-READ
           END-PERFORM
           CLOSE INPUTF
           IF CAT-OPENED = 1
               CLOSE CATF
           END-IF
           MOVE 0 TO CAT-OPENED

           IF PP-OVERFLOW = 1
               DISPLAY "Prioritaetsplan: mehr als 20000 Datensaetze -"
                   " es bleibt bei der Dateireihenfolge"
               EXIT PROGRAM
           END-IF

      *    stabil nach Klasse umordnen: Klasse fuer Klasse die Bloecke
      *    in Dateireihenfolge uebernehmen
           PERFORM VARYING CLASS-P FROM 1 BY 1 UNTIL CLASS-P > 9
               PERFORM VARYING NAT-I FROM 1 BY 1
                       UNTIL NAT-I > NAT-COUNT
                   IF NAT-PRIO(NAT-I) = CLASS-P
                       ADD 1 TO PP-COUNT
                       MOVE NAT-ORD(NAT-I) TO PP-ORD(PP-COUNT)
                       MOVE NAT-PRIO(NAT-I) TO PP-PRIO(PP-COUNT)
                       MOVE NAT-FILLED(NAT-I) TO PP-FILLED(PP-COUNT)
                       MOVE NAT-NAME(NAT-I) TO PP-NAME(PP-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM

      *    weicht die Reihenfolge von der Dateifolge ab?
           MOVE 0 TO MOVED-COUNT
           PERFORM VARYING NAT-I FROM 1 BY 1 UNTIL NAT-I > PP-COUNT
               IF PP-ORD(NAT-I) NOT = NAT-ORD(NAT-I)
                   ADD 1 TO MOVED-COUNT
               END-IF
           END-PERFORM
           IF MOVED-COUNT > 0
               MOVE 1 TO PP-ACTIVE
               MOVE PP-COUNT TO CNT-DISP
               DISPLAY "Prioritaetsplan: " FUNCTION TRIM(CNT-DISP)
                   " Datensaetze nach Prioritaetsklasse geordnet"
           END-IF
           EXIT PROGRAM.

       RESET-BLOCK.
           MOVE 5 TO BLK-PRIO
           MOVE 0 TO BLK-FILLED
           MOVE SPACES TO BLK-NAME
           MOVE SPACES TO BLK-CAT-NAME
           .

      * wertet eine Zeile der Eingabedatei aus: Trennzeile schliesst
      * den Block, sonst zaehlen nur name=, priority= und catalog=
       NOTE-LINE.
           IF INPUT-LINE(1:10) = "=========="
               PERFORM CLOSE-BLOCK
               EXIT PARAGRAPH
           END-IF
           IF INPUT-LINE NOT = SPACES
               MOVE 1 TO BLK-FILLED
           END-IF
           EVALUATE TRUE
               WHEN INPUT-LINE(1:5) = "name="
                   MOVE FUNCTION TRIM(INPUT-LINE(6:75)) TO BLK-NAME
               WHEN INPUT-LINE(1:9) = "priority="
                   MOVE INPUT-LINE(10:71) TO PRIO-TEXT
                   PERFORM TAKE-PRIORITY
               WHEN INPUT-LINE(1:8) = "catalog="
                   MOVE FUNCTION TRIM(INPUT-LINE(9:72)) TO BLK-CAT-NAME
      *            eine Versionsangabe "@..." betrifft nur den Block -
      *            die Klasse steht beim aktuellen Eintrag
                   INSPECT BLK-CAT-NAME REPLACING CHARACTERS BY SPACE
                       AFTER INITIAL "@"
                   INSPECT BLK-CAT-NAME REPLACING ALL "@" BY SPACE
                   PERFORM LOOKUP-CATALOG
           END-EVALUATE
           .

      * uebernimmt den Wert in PRIO-TEXT als Klasse des Blocks -
      * ausserhalb 1 bis 9 bleibt die bisherige Klasse stehen
      * (InputHandling meldet die Zeile beim Einlesen)
       TAKE-PRIORITY.
           INSPECT PRIO-TEXT REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(PRIO-TEXT) TO PRIO-VALUE
           IF PRIO-VALUE >= 1 AND PRIO-VALUE <= 9
               MOVE PRIO-VALUE TO BLK-PRIO
           END-IF
           .

      * liest den per catalog= gezogenen Eintrag nach priority=- und
      * name=-Zeilen durch, ab Zeilennummer 0 wie EXPAND-CATALOG in
      * InputHandling.cbl (unter 0 legt CatalogMaint die Klasse ab)
       LOOKUP-CATALOG.
           IF CAT-OPENED = 0
               OPEN INPUT CATF
               IF CAT-STATUS = "00"
                   MOVE 1 TO CAT-OPENED
               ELSE
                   MOVE 2 TO CAT-OPENED
               END-IF
           END-IF
           IF CAT-OPENED NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE BLK-CAT-NAME TO CAT-NAME
           MOVE 0 TO CAT-SEQ
           MOVE 0 TO CAT-EOF
           START CATF KEY >= CAT-KEY
               INVALID KEY MOVE 1 TO CAT-EOF
           END-START
           PERFORM UNTIL CAT-EOF = 1
               READ CATF NEXT
                   AT END MOVE 1 TO CAT-EOF
                   NOT AT END
                       IF CAT-NAME NOT = BLK-CAT-NAME
                           MOVE 1 TO CAT-EOF
                       ELSE
                           IF CAT-LINE(1:9) = "priority="
                               MOVE CAT-LINE(10:71) TO PRIO-TEXT
                               PERFORM TAKE-PRIORITY
                           END-IF
                           IF CAT-LINE(1:5) = "name="
                               MOVE FUNCTION TRIM(CAT-LINE(6:75))
                                   TO BLK-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * schliesst den laufenden Block ab und nimmt ihn auf, sofern er
      * im Partitionsbereich liegt; ohne name=-Zeile gilt der
      * Katalogname als Datensatzname
       CLOSE-BLOCK.
           IF BLK-ORD >= RANGE-LO AND BLK-ORD <= RANGE-HI
               IF NAT-COUNT >= 20000
                   MOVE 1 TO PP-OVERFLOW
               ELSE
                   ADD 1 TO NAT-COUNT
                   MOVE BLK-ORD TO NAT-ORD(NAT-COUNT)
                   MOVE BLK-PRIO TO NAT-PRIO(NAT-COUNT)
                   MOVE BLK-FILLED TO NAT-FILLED(NAT-COUNT)
                   IF BLK-NAME = SPACES
                       MOVE BLK-CAT-NAME TO NAT-NAME(NAT-COUNT)
                   ELSE
                       MOVE BLK-NAME TO NAT-NAME(NAT-COUNT)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO BLK-ORD
           PERFORM RESET-BLOCK
           .
       END PROGRAM PriorityPlan.
