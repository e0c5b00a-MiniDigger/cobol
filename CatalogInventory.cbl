      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bestandsbericht ueber den Datensatzkatalog
      *          catalog.dat fuer die regelmaessige Bereinigung und
      *          Neuzertifizierung der Modellbibliothek - bei einigen
      *          hundert Eintraegen weiss niemand mehr, welche Modelle
      *          noch gerechnet werden, wem sie gehoeren und wann sie
      *          zuletzt fachlich geprueft wurden.
      *          Je Katalogname eine Berichtszeile mit:
      *            - Zeilenzahl und Prioritaetsklasse des Eintrags,
      *            - Dimension, Zahl der Nichtnull-Eintraege und dem
      *              Strukturprofil (Bandbreite, Symmetrie%,
      *              knappste Dominanzreserve% - dieselben Formeln wie
      *              das Profil in Validation.cbl). Der Block wird dazu
      *              ueber das echte InputHandling geladen (gleiche
      *              Zerlegung und Formate wie im Lauf, base=/expr=/
      *              include= eingeschlossen, siehe MatrixCompare.cbl),
      *              je Eintrag ueber eine einzeilige Arbeitsdatei
      *              catinventory_work.txt ("catalog=<name>"),
      *            - Eigentuemer und naechstem Prueftermin aus
      *              catalog_attr.dat (gesetzt per CatalogMaint
      *              ATTRIB),
      *            - Datum, Status und Eigenwert des juengsten Laufs
      *              sowie Zahl der Laeufe aus dem Ergebnisbestand
      *              results.dat (zugeordnet ueber die Katalogherkunft
      *              RES-CAT-NAME, bei aelteren Saetzen ohne Herkunft
      *              ueber den Datensatznamen).
      *          Kennzeichen je Eintrag:
      *            NIE-GELAUFEN      kein Ergebnis in results.dat
      *            VERALTET          juengster Lauf aelter als N
      *                              Monate
      *            PRUEFUNG-FAELLIG  Prueftermin ueberschritten
      *            OHNE-PRUEFTERMIN  kein Prueftermin gesetzt
      *            NICHT-LADBAR      InputHandling weist den Block ab
      *                              (mit Meldungscode)
      *          N kommt aus stalemonths= der Site-Konfiguration
      *          (Standard 12) und laesst sich als Aufrufparameter
      *          ueberschreiben ("CatalogInventory 6").
      *          Bericht nach catinventory.txt und auf die Konsole,
      *          am Ende die Zahl der Eintraege je Kennzeichen.
      *          RETURN-CODE 0 = kein Eintrag gekennzeichnet, 4 =
      *          mindestens ein Eintrag gekennzeichnet, 1 = catalog.dat
      *          nicht lesbar. Satzaufbau der Bestaende muss mit
      *          CatalogMaint.cbl und OutputHandling.cbl
      *          uebereinstimmen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogInventory.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CATF ASSIGN TO "catalog.dat"
               FILE STATUS IS CAT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
               SELECT ATTRF ASSIGN TO "catalog_attr.dat"
               FILE STATUS IS ATTR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTR-NAME.
               SELECT RESULTF ASSIGN TO "results.dat"
               FILE STATUS IS RESULT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY.
               SELECT WORKF ASSIGN TO "catinventory_work.txt"
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPF ASSIGN TO "catinventory.txt"
               FILE STATUS IS REP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CATF
           DATA RECORD IS CAT-REC.
           01 CAT-REC.
               05 CAT-KEY.
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
           FD ATTRF
           DATA RECORD IS ATTR-REC.
           01 ATTR-REC.
               05 ATTR-NAME PIC X(30).
               05 ATTR-EIGNER PIC X(20).
               05 ATTR-PRUEFEN PIC 9(08).
               05 ATTR-GEAENDERT PIC X(14).
               05 ATTR-VON PIC X(20).
               05 FILLER PIC X(08).
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
               05 RES-CAT-NAME PIC X(30).
               05 RES-CAT-VER PIC 9(04).
           FD WORKF
           DATA RECORD IS WORK-LINE.
           01 WORK-LINE PIC X(80).
           FD REPF
           DATA RECORD IS REP-LINE.
           01 REP-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 CAT-STATUS PIC XX.
           01 ATTR-STATUS PIC XX.
           01 RESULT-STATUS PIC XX.
           01 WORK-STATUS PIC XX.
           01 REP-STATUS PIC XX.
           01 CAT-EOF PIC 9 VALUE 0.
           01 RES-EOF PIC 9 VALUE 0.
           01 CMD-ARGS PIC X(80).
           01 NOW-STAMP PIC X(21).
      *    heutiges Datum und Stichtag "veraltet" (JJJJMMTT)
           01 TODAY-DATE PIC 9(08).
           01 TODAY-R REDEFINES TODAY-DATE.
               05 TODAY-JJJJ PIC 9(04).
               05 TODAY-MM PIC 9(02).
               05 TODAY-TT PIC 9(02).
           01 STALE-CUT PIC 9(08).
           01 STALE-CUT-R REDEFINES STALE-CUT.
               05 CUT-JJJJ PIC 9(04).
               05 CUT-MM PIC 9(02).
               05 CUT-TT PIC 9(02).
           01 STALE-MONTHS PIC 9(04).
           01 ARG-MONTHS PIC S9(06) COMP-3.
           01 MONTH-NUM PIC 9(06) COMP-3.
      *    Bestand je Katalogname, in Schluesselordnung von catalog.dat
      *    geladen und daher aufsteigend nach Namen sortiert
           01 INV-MAX PIC 9(04) COMP-3 VALUE 2000.
           01 INV-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 INV-TABLE.
               05 INV-ENTRY OCCURS 2000 TIMES.
                   10 INV-NAME PIC X(30).
                   10 INV-LINES PIC 9(06) COMP-3.
                   10 INV-PRIO PIC X(01).
                   10 INV-EIGNER PIC X(20).
                   10 INV-PRUEFEN PIC 9(08).
                   10 INV-RUNS PIC 9(06) COMP-3.
                   10 INV-LAST-RUN PIC X(17).
                   10 INV-LAST-EW PIC S9(13)V9(16) COMP-3.
                   10 INV-LAST-STATUS PIC X(04).
           01 INV-I PIC 9(04) COMP-3.
           01 INV-SKIPPED PIC 9(06) COMP-3 VALUE 0.
      *    Namenssuche im sortierten Bestand (Halbierung)
           01 FIND-NAME PIC X(30).
           01 FIND-POS PIC 9(04) COMP-3.
           01 FIND-LO PIC 9(04) COMP-3.
           01 FIND-HI PIC 9(04) COMP-3.
           01 FIND-MID PIC 9(04) COMP-3.
      *    Vermessung des geladenen Blocks
           01 LOAD-OK PIC 9.
           01 LOAD-CODE PIC X(07).
           01 MEAS-NNZ PIC 9(08) COMP-3.
           01 PROF-DIST PIC S9(04) COMP-3.
           01 PROF-BANDW PIC 9(04) COMP-3.
           01 PROF-SYM PIC S9(03)V99 COMP-3.
           01 PROF-SYM-DIF PIC S9(12)V9(06) COMP-3.
           01 PROF-TOT-ABS PIC S9(12)V9(06) COMP-3.
           01 PROF-PAIR-DIF PIC S9(09)V9(16) COMP-3.
           01 PROF-MARGIN PIC S9(09)V99 COMP-3.
           01 PROF-MARGIN-MIN PIC S9(03)V99 COMP-3.
           01 ROW-SUM PIC S9(12)V9(16) COMP-3.
           01 DIAG-ABS PIC S9(09)V9(16) COMP-3.
           01 ABS-ELEM PIC S9(09)V9(16) COMP-3.
           01 I PIC 9(04) COMP-3.
           01 J PIC 9(04) COMP-3.
      *    Kennzeichen des laufenden Eintrags und Zaehler je Art
           01 FLAG-TEXT PIC X(80).
           01 FLAG-P PIC 9(03).
           01 ANY-FLAG PIC 9 VALUE 0.
           01 CNT-NEVER PIC 9(06) COMP-3 VALUE 0.
           01 CNT-STALE PIC 9(06) COMP-3 VALUE 0.
           01 CNT-DUE PIC 9(06) COMP-3 VALUE 0.
           01 CNT-NODATE PIC 9(06) COMP-3 VALUE 0.
           01 CNT-NOLOAD PIC 9(06) COMP-3 VALUE 0.
           01 CNT-FLAGGED PIC 9(06) COMP-3 VALUE 0.
      *    Ausgabeaufbau
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
           01 PRETTY-NUM PIC -Z(8)9.9999.
      *    Eigenwerte ab 10**9 ohne Nachkommastellen, gleiche Breite
           01 PRETTY-GANZ REDEFINES PRETTY-NUM PIC -Z(13)9.
           01 PRETTY-PCT PIC ---9.99.
           01 DIM-DISP PIC ZZZ9.
           01 NNZ-DISP PIC ZZZZZZZ9.
           01 LINES-DISP PIC ZZZZZ9.
           01 CNT-DISP PIC ZZZZZ9.
           01 MONTHS-DISP PIC ZZZ9.
      *    Schnittstellenflaechen fuer InputHandling - dieselben
      *    Copybooks wie in Main.cbl
           COPY "CRS.cpy".
           COPY "Abbruch.cpy".
           COPY "VectorDim.cpy".
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "InputMatrixC.cpy".
           COPY "InputMatrixIm.cpy".
           COPY "FileNames.cpy".
           COPY "RhsVector.cpy".
           COPY "ExciteVector.cpy".
           COPY "TripletStore.cpy".
           COPY "SeenNames.cpy".
           COPY "RunConfig.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           MOVE CFG-STALE-MONTHS TO STALE-MONTHS
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           IF CMD-ARGS NOT = SPACES
               COMPUTE ARG-MONTHS = FUNCTION NUMVAL(CMD-ARGS)
               IF ARG-MONTHS > 0 AND ARG-MONTHS < 1000
                   MOVE ARG-MONTHS TO STALE-MONTHS
               ELSE
                   DISPLAY "[CatalogInventory.MAIN-PROCEDURE] "
                       "Parameter " FUNCTION TRIM(CMD-ARGS)
                       " ist keine Monatszahl 1-999 - es gilt "
                       STALE-MONTHS
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO TODAY-DATE
           PERFORM COMPUTE-STALE-CUT

           PERFORM LOAD-CATALOG-NAMES
           PERFORM LOAD-ATTRIBUTES
           PERFORM LOAD-LAST-RUNS

           OPEN OUTPUT REPF
           PERFORM WRITE-HEADER
           PERFORM REPORT-ENTRY
               VARYING INV-I FROM 1 BY 1 UNTIL INV-I > INV-COUNT
           PERFORM WRITE-SUMMARY
           CLOSE REPF

           IF CNT-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Stichtag "veraltet": heute minus STALE-MONTHS Monate, der Tag
      * bleibt stehen (ein 31. im kuerzeren Monat vergleicht als
      * Zeichenfolge trotzdem richtig)
       COMPUTE-STALE-CUT.
           COMPUTE MONTH-NUM = TODAY-JJJJ * 12 + TODAY-MM - 1
               - STALE-MONTHS
           DIVIDE MONTH-NUM BY 12 GIVING CUT-JJJJ REMAINDER CUT-MM
           ADD 1 TO CUT-MM
           MOVE TODAY-TT TO CUT-TT
           .

      ******************************************************************
      * Bestand aufbauen: Namen aus catalog.dat, Attribute, Laeufe
      ******************************************************************
      * liest catalog.dat in Schluesselordnung - je Name ein
      * Tabelleneintrag mit Zeilenzahl (ohne Klassenzeile 0) und
      * Prioritaetsklasse
       LOAD-CATALOG-NAMES.
           OPEN INPUT CATF
           IF CAT-STATUS NOT = "00"
               DISPLAY "[CatalogInventory.LOAD-CATALOG-NAMES] "
                   "catalog.dat konnte nicht geoeffnet werden, Status "
                   CAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO CAT-EOF
           PERFORM UNTIL CAT-EOF = 1
               READ CATF NEXT
                   AT END MOVE 1 TO CAT-EOF
                   NOT AT END PERFORM TAKE-CATALOG-RECORD
               END-READ
           END-PERFORM
           CLOSE CATF
           IF INV-SKIPPED > 0
               MOVE INV-SKIPPED TO CNT-DISP
               DISPLAY "[CatalogInventory.LOAD-CATALOG-NAMES] "
                   "Bestandstabelle voll - " FUNCTION TRIM(CNT-DISP)
                   " Katalogzeilen weiterer Namen nicht erfasst!"
           END-IF
           .

       TAKE-CATALOG-RECORD.
           IF INV-COUNT = 0 OR CAT-NAME NOT = INV-NAME(INV-COUNT)
               IF INV-COUNT >= INV-MAX
                   ADD 1 TO INV-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INV-COUNT
               INITIALIZE INV-ENTRY(INV-COUNT)
               MOVE CAT-NAME TO INV-NAME(INV-COUNT)
           END-IF
           IF CAT-SEQ = 0
               IF CAT-LINE(1:9) = "priority="
                   MOVE CAT-LINE(10:1) TO INV-PRIO(INV-COUNT)
               END-IF
           ELSE
               ADD 1 TO INV-LINES(INV-COUNT)
           END-IF
           .

      * Eigentuemer und Prueftermin je Name aus catalog_attr.dat -
      * fehlt der Bestand, hat eben noch kein Eintrag Attribute
       LOAD-ATTRIBUTES.
           OPEN INPUT ATTRF
           IF ATTR-STATUS NOT = "00"
               DISPLAY "catalog_attr.dat nicht vorhanden - kein"
                   " Eintrag hat Eigentuemer oder Prueftermin"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ATTRIBUTES
               VARYING INV-I FROM 1 BY 1 UNTIL INV-I > INV-COUNT
           CLOSE ATTRF
           .

       READ-ATTRIBUTES.
           MOVE INV-NAME(INV-I) TO ATTR-NAME
           READ ATTRF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ATTR-EIGNER TO INV-EIGNER(INV-I)
                   MOVE ATTR-PRUEFEN TO INV-PRUEFEN(INV-I)
           END-READ
           .

      * einmal durch results.dat: je Satz den Katalognamen bestimmen
      * und den juengsten Lauf des Eintrags festhalten
       LOAD-LAST-RUNS.
           OPEN INPUT RESULTF
           IF RESULT-STATUS NOT = "00"
               DISPLAY "results.dat nicht vorhanden - kein Eintrag"
                   " hat einen Lauf"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RES-EOF
           PERFORM UNTIL RES-EOF = 1
               READ RESULTF NEXT
                   AT END MOVE 1 TO RES-EOF
                   NOT AT END PERFORM TAKE-RESULT-RECORD
               END-READ
           END-PERFORM
           CLOSE RESULTF
           .

       TAKE-RESULT-RECORD.
           IF RES-CAT-NAME NOT = SPACES
               MOVE RES-CAT-NAME TO FIND-NAME
           ELSE
               MOVE RES-NAME TO FIND-NAME
           END-IF
           PERFORM FIND-INV-NAME
           IF FIND-POS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INV-RUNS(FIND-POS)
           IF RES-RUN > INV-LAST-RUN(FIND-POS)
               MOVE RES-RUN TO INV-LAST-RUN(FIND-POS)
               MOVE RES-EW TO INV-LAST-EW(FIND-POS)
               MOVE RES-STATUS TO INV-LAST-STATUS(FIND-POS)
           END-IF
           .

      * sucht FIND-NAME im sortierten Bestand durch fortgesetzte
      * Halbierung; FIND-POS = 0: kein Katalogeintrag
       FIND-INV-NAME.
           MOVE 0 TO FIND-POS
           MOVE 1 TO FIND-LO
           MOVE INV-COUNT TO FIND-HI
           PERFORM UNTIL FIND-LO > FIND-HI OR FIND-POS > 0
               COMPUTE FIND-MID = (FIND-LO + FIND-HI) / 2
               EVALUATE TRUE
                   WHEN INV-NAME(FIND-MID) = FIND-NAME
                       MOVE FIND-MID TO FIND-POS
                   WHEN INV-NAME(FIND-MID) < FIND-NAME
                       COMPUTE FIND-LO = FIND-MID + 1
                   WHEN FIND-MID = 1
                       MOVE 0 TO FIND-HI
                   WHEN OTHER
                       COMPUTE FIND-HI = FIND-MID - 1
               END-EVALUATE
           END-PERFORM
           .

      ******************************************************************
      * Block laden und vermessen
      ******************************************************************
      * schreibt die Arbeitsdatei mit der einen Zeile
      * "catalog=<name>" und laesst InputHandling den Block daraus
      * laden - CANCEL setzt InputHandling zurueck, damit jeder
      * Eintrag wieder mit frisch geoeffneter Datei beginnt (gleicher
      * Kniff wie in MatrixCompare.cbl)
       LOAD-ENTRY.
           MOVE 0 TO LOAD-OK
           MOVE SPACES TO LOAD-CODE
           OPEN OUTPUT WORKF
           IF WORK-STATUS NOT = "00"
               MOVE "WORK" TO LOAD-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-LINE
           STRING "catalog=" FUNCTION TRIM(INV-NAME(INV-I))
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE WORK-LINE
           CLOSE WORKF
           MOVE "catinventory_work.txt" TO INPUT-FILENAME
           CANCEL "InputHandling"
           MOVE "FINE" TO ERRORMSG
           MOVE SPACES TO MESSAGE-CODE
           MOVE SPACES TO DATASET-NAME
           MOVE 0 TO DIM-VAL
           INITIALIZE MATRIX
           INITIALIZE MATRIXB
           INITIALIZE MATRIXC
           INITIALIZE MATRIX-IM
           INITIALIZE INPUT-VEKTOR
           INITIALIZE RHS-VEKTOR
           INITIALIZE SEEN-NAMES
           MOVE 0 TO RHS-SET-COUNT
           MOVE 0 TO SKIP
           MOVE 0 TO NO-MORE-DATA
           CALL "InputHandling" USING INPUT-VEKTOR, ABBRUCH,
                MATRIX, MATRIXB, SKIP, NO-MORE-DATA, FILE-NAMES,
                RHS-VEKTOR, RHS-MULTI, EDIR-VEKTOR,
                TRIPLET-STORE, SEEN-NAMES, MATRIXC, MATRIX-IM
           IF DATA-AVAILABLE AND ERRORMSG = "FINE"
               MOVE 1 TO LOAD-OK
           ELSE
               MOVE MESSAGE-CODE TO LOAD-CODE
               IF LOAD-CODE = SPACES
                   MOVE "LEER" TO LOAD-CODE
               END-IF
           END-IF
           .

      * vermisst MATRIX wie das Strukturprofil in Validation.cbl:
      * Nichtnull-Eintraege, groesster Diagonalabstand eines
      * Nichtnull-Eintrags, Symmetriemass in Prozent (100 = exakt
      * symmetrisch) und knappste Dominanzreserve in Prozent des
      * Diagonalbetrags
       MEASURE-ENTRY.
           MOVE 0 TO MEAS-NNZ
           MOVE 0 TO PROF-BANDW
           MOVE 0 TO PROF-SYM-DIF
           MOVE 0 TO PROF-TOT-ABS
           MOVE 0 TO PROF-MARGIN-MIN
           PERFORM MEASURE-ROW
               VARYING I FROM 1 BY 1 UNTIL I > DIM-M
           IF PROF-TOT-ABS NOT = 0
               COMPUTE PROF-SYM ROUNDED =
                   100 - (PROF-SYM-DIF * 100 / PROF-TOT-ABS)
           ELSE
               MOVE 0 TO PROF-SYM
           END-IF
           .

       MEASURE-ROW.
           MOVE 0 TO ROW-SUM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
               MOVE ELEM(I,J) TO ABS-ELEM
               IF ABS-ELEM < 0
                   COMPUTE ABS-ELEM = ABS-ELEM * (-1)
               END-IF
               IF ABS-ELEM NOT = 0
                   ADD 1 TO MEAS-NNZ
                   COMPUTE PROF-DIST = I - J
                   IF PROF-DIST < 0
                       COMPUTE PROF-DIST = PROF-DIST * (-1)
                   END-IF
                   IF PROF-DIST > PROF-BANDW
                       MOVE PROF-DIST TO PROF-BANDW
                   END-IF
                   IF I NOT = J
                       ADD ABS-ELEM TO ROW-SUM
                   END-IF
               END-IF
               ADD ABS-ELEM TO PROF-TOT-ABS
               COMPUTE PROF-PAIR-DIF = ELEM(I,J) - ELEM(J,I)
               IF PROF-PAIR-DIF < 0
                   COMPUTE PROF-PAIR-DIF = PROF-PAIR-DIF * (-1)
               END-IF
               ADD PROF-PAIR-DIF TO PROF-SYM-DIF
           END-PERFORM
           MOVE ELEM(I,I) TO DIAG-ABS
           IF DIAG-ABS < 0
               COMPUTE DIAG-ABS = DIAG-ABS * (-1)
           END-IF
           IF DIAG-ABS NOT = 0
               COMPUTE PROF-MARGIN ROUNDED =
                   (DIAG-ABS - ROW-SUM) * 100 / DIAG-ABS
           ELSE
               MOVE -999 TO PROF-MARGIN
           END-IF
      *    eine stark verfehlte Dominanz sprengt das Anzeigefeld -
      *    sie wird als -999 gezeigt
           IF PROF-MARGIN < -999
               MOVE -999 TO PROF-MARGIN
           END-IF
           IF I = 1 OR PROF-MARGIN < PROF-MARGIN-MIN
               MOVE PROF-MARGIN TO PROF-MARGIN-MIN
           END-IF
           .

      ******************************************************************
      * Bericht
      ******************************************************************
       WRITE-HEADER.
           MOVE SPACES TO OUT-LINE
           MOVE STALE-MONTHS TO MONTHS-DISP
           STRING "Katalogbestand vom " TODAY-DATE
               " - veraltet: kein Lauf seit " STALE-CUT " ("
               FUNCTION TRIM(MONTHS-DISP) " Monate)"
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           STRING "Name                           Zeilen Kl  Dim"
               "      NNZ Band    Sym%    Dom% Eigner"
               "               Pruefung Lauf        Anz Stat"
               "       Eigenwert Kennzeichen"
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           .

      * eine Berichtszeile je Katalogname, danach die Kennzeichen
       REPORT-ENTRY.
           PERFORM LOAD-ENTRY
           IF LOAD-OK = 1
               PERFORM MEASURE-ENTRY
           END-IF
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE INV-LINES(INV-I) TO LINES-DISP
           STRING INV-NAME(INV-I) " " LINES-DISP " "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF INV-PRIO(INV-I) = SPACE
               STRING " - " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               STRING " " INV-PRIO(INV-I) " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF LOAD-OK = 1
               MOVE DIM-M TO DIM-DISP
               MOVE MEAS-NNZ TO NNZ-DISP
               STRING DIM-DISP " " NNZ-DISP " "
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE PROF-BANDW TO DIM-DISP
               STRING DIM-DISP " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
               MOVE PROF-SYM TO PRETTY-PCT
               STRING PRETTY-PCT " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
               MOVE PROF-MARGIN-MIN TO PRETTY-PCT
               STRING PRETTY-PCT " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               STRING "   -        -    -       -       - "
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF INV-EIGNER(INV-I) = SPACES
               STRING "-                    " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               STRING INV-EIGNER(INV-I) " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF INV-PRUEFEN(INV-I) = 0
               STRING "-        " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               STRING INV-PRUEFEN(INV-I) " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF INV-RUNS(INV-I) = 0
               STRING "-             - -                  - "
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               MOVE INV-RUNS(INV-I) TO CNT-DISP
               IF INV-LAST-EW(INV-I) > -1000000000
                   AND INV-LAST-EW(INV-I) < 1000000000
                   MOVE INV-LAST-EW(INV-I) TO PRETTY-NUM
               ELSE
                   MOVE INV-LAST-EW(INV-I) TO PRETTY-GANZ
               END-IF
               STRING INV-LAST-RUN(INV-I)(1:8) " " CNT-DISP " "
                   INV-LAST-STATUS(INV-I) " " PRETTY-NUM " "
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM SET-FLAGS
           STRING FUNCTION TRIM(FLAG-TEXT) DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           PERFORM SAY
           .

      * Kennzeichen des Eintrags INV-I setzen und zaehlen
       SET-FLAGS.
           MOVE SPACES TO FLAG-TEXT
           MOVE 1 TO FLAG-P
           MOVE 0 TO ANY-FLAG
           IF INV-RUNS(INV-I) = 0
               STRING "NIE-GELAUFEN " DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-P
               ADD 1 TO CNT-NEVER
               MOVE 1 TO ANY-FLAG
           ELSE
               IF INV-LAST-RUN(INV-I)(1:8) < STALE-CUT
                   STRING "VERALTET " DELIMITED BY SIZE
                       INTO FLAG-TEXT WITH POINTER FLAG-P
                   ADD 1 TO CNT-STALE
                   MOVE 1 TO ANY-FLAG
               END-IF
           END-IF
           IF INV-PRUEFEN(INV-I) = 0
               STRING "OHNE-PRUEFTERMIN " DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-P
               ADD 1 TO CNT-NODATE
               MOVE 1 TO ANY-FLAG
           ELSE
               IF INV-PRUEFEN(INV-I) < TODAY-DATE
                   STRING "PRUEFUNG-FAELLIG " DELIMITED BY SIZE
                       INTO FLAG-TEXT WITH POINTER FLAG-P
                   ADD 1 TO CNT-DUE
                   MOVE 1 TO ANY-FLAG
               END-IF
           END-IF
           IF LOAD-OK = 0
               STRING "NICHT-LADBAR(" FUNCTION TRIM(LOAD-CODE) ") "
                   DELIMITED BY SIZE INTO FLAG-TEXT WITH POINTER FLAG-P
               ADD 1 TO CNT-NOLOAD
               MOVE 1 TO ANY-FLAG
           END-IF
           IF ANY-FLAG = 1
               ADD 1 TO CNT-FLAGGED
           END-IF
           .

       WRITE-SUMMARY.
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           MOVE INV-COUNT TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "Eintraege:            " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE CNT-FLAGGED TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "davon gekennzeichnet: " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE CNT-NEVER TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "  NIE-GELAUFEN:       " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE CNT-STALE TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "  VERALTET:           " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE CNT-DUE TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "  PRUEFUNG-FAELLIG:   " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE CNT-NODATE TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "  OHNE-PRUEFTERMIN:   " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE CNT-NOLOAD TO CNT-DISP
           MOVE SPACES TO OUT-LINE
           STRING "  NICHT-LADBAR:       " CNT-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           .

      * eine Berichtszeile gleichzeitig auf die Konsole und in die
      * Berichtsdatei
       SAY.
           DISPLAY FUNCTION TRIM(OUT-LINE TRAILING)
           WRITE REP-LINE FROM OUT-LINE
           .
       END PROGRAM CatalogInventory.
