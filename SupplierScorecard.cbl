      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monatliche Lieferanten-Scorecard fuer die Service-
      *          Reviews: wie viele Bloecke hat jede liefernde
      *          Abteilung geliefert, wie viele davon wurden aus
      *          welchem Grund zurueckgewiesen, wie viele Lieferungen
      *          kamen spaet oder gar nicht, wie viele Korrekturen
      *          liefen ueber die Wiedervorlage - bisher gab es dazu
      *          nur Einzelfaelle aus dem Gedaechtnis.
      *          Quellen:
      *            audit.txt und die Monatsarchive
      *              audit_arch_JJJJMM.txt - je verarbeitetem Block
      *              eine Zeile mit Eingabedatei, Name, Ergebnis,
      *              Meldungscode (CODE=), Vermerk VERSPAETET und
      *              Laufkennung. Ein Block zaehlt je Laufkennung,
      *              Eingabedatei und Name einmal (Wiederholungs-
      *              versuche, Komponenten "<name>-K<k>" und Modus-
      *              Eintraege "<name>-<MODUS>" fallen zusammen, das
      *              letzte Ergebnis gilt).
      *            errors.txt und errors_arch_JJJJMM.txt - liefern
      *              den Meldungscode fuer Mitschrift-Zeilen, die
      *              noch ohne CODE= geschrieben wurden.
      *            batchreport.txt - Paare der letzten Nacht, die
      *              UNGELIEFERT bzw. [VERSPAETET] waren.
      *          Abteilung: suppliers.txt (optional) ordnet zu,
      *            je Zeile "<namenspraefix> <abteilung>" (laengster
      *            passender Praefix gewinnt) oder
      *            "DATEI=<eingabedatei> <abteilung>" fuer Bloecke
      *            ohne Namen und nicht gelieferte Paare; "*" am
      *            Zeilenanfang ist Kommentar. Ohne Eintrag gilt das
      *            Gruppenpraefix des Namens bis zum ersten "-" (wie
      *            GROUP-TAG in InputHandling), ohne Namen
      *            "(ohne Zuordnung)".
      *          Ursachen der Zurueckweisung (nach Meldungscode):
      *            PRUEFS  Pruefsumme (INP-012, INP-013)
      *            MANIF   Liefermanifest (MAN-001 bis MAN-004)
      *            DOPP    doppelter Datensatzname (INP-021)
      *            ZERL    uebrige Eingabefehler (INP-...)
      *            VALID   Validierung (VAL-...)
      *            SCHUTZ  vom Schutzschalter angehalten
      *          Rechenfehler (ITR-, CHK- usw.) stehen als SONST
      *          daneben, zaehlen aber nicht in die Ablehnungsquote -
      *          sie liegen nicht beim Lieferanten. Nicht geliefert
      *          (MAN-005) zaehlt je Paar, verspaetet je Block,
      *          Wiedervorlagen (Eingabe resubmit.txt) zaehlen nicht
      *          als neue Lieferung.
      *          Bericht scorecard.txt: der Berichtsmonat je
      *          Abteilung mit Ablehnungsquote und Veraenderung zum
      *          Vormonat, danach die Quote der letzten sechs Monate
      *          und die Paare der letzten Nacht ohne bzw. mit
      *          verspaeteter Lieferung.
      *          Parameter: Berichtsmonat JJJJMM, ohne Angabe der
      *          Vormonat (der zuletzt abgeschlossene Monat).
      *          RETURN-CODE 0; 1 = keine Mitschrift-Zeile im
      *          Auswertungszeitraum.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierScorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDITF ASSIGN TO DYNAMIC AUDIT-FILENAME
               FILE STATUS IS AUDIT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ERRF ASSIGN TO DYNAMIC ERR-FILENAME
               FILE STATUS IS ERR-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BRPTF ASSIGN TO "batchreport.txt"
               FILE STATUS IS BRPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SUPF ASSIGN TO "suppliers.txt"
               FILE STATUS IS SUP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPF ASSIGN TO "scorecard.txt"
               FILE STATUS IS REP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD ERRF
           DATA RECORD IS ERR-LINE.
           01 ERR-LINE PIC X(200).
           FD BRPTF
           DATA RECORD IS BRPT-LINE.
           01 BRPT-LINE PIC X(160).
           FD SUPF
           DATA RECORD IS SUP-LINE.
           01 SUP-LINE PIC X(120).
           FD REPF
           DATA RECORD IS REP-LINE.
           01 REP-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 AUDIT-STATUS PIC XX.
           01 ERR-STATUS PIC XX.
           01 BRPT-STATUS PIC XX.
           01 SUP-STATUS PIC XX.
           01 REP-STATUS PIC XX.
           01 AUDIT-EOF PIC 9 VALUE 0.
           01 ERR-EOF PIC 9 VALUE 0.
           01 BRPT-EOF PIC 9 VALUE 0.
           01 SUP-EOF PIC 9 VALUE 0.
           01 AUDIT-FILENAME PIC X(90).
           01 ERR-FILENAME PIC X(90).
           01 CMD-ARGS PIC X(90).
           01 NOW-STAMP PIC X(21).
      *    Berichtsmonat und Auswertungszeitraum (6 Monate bis
      *    einschliesslich Berichtsmonat); MON-YM(1) ist der aelteste
           01 REP-YYYYMM PIC 9(06).
           01 CUR-YYYYMM PIC 9(06).
           01 WALK-YYYYMM PIC 9(06).
           01 WORK-YYYY PIC 9(04).
           01 WORK-MM PIC 9(02).
           01 MON-COUNT PIC 9(02) VALUE 6.
           01 MON-TABLE.
               05 MON-YM PIC 9(06) OCCURS 6 TIMES.
           01 MON-I PIC 9(02).
           01 MON-HIT PIC 9(02).
           01 FIND-YM PIC 9(06).
      *    Zuordnung aus suppliers.txt
           01 MAP-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 MAP-TABLE.
               05 MAP-ENTRY OCCURS 500 TIMES.
      *            "P" = Namenspraefix, "D" = Eingabedatei
                   10 MAP-KIND PIC X(01).
                   10 MAP-KEY PIC X(80).
                   10 MAP-KLEN PIC 9(02).
                   10 MAP-DEPT PIC X(20).
           01 MAP-I PIC 9(04) COMP-3.
           01 MAP-BEST PIC 9(02).
           01 SUP-KEY PIC X(80).
           01 SUP-DEPT PIC X(20).
      *    Abteilungen mit ihren Monatszaehlern (Index = MON-I)
           01 DP-COUNT PIC 9(03) COMP-3 VALUE 0.
           01 DP-TABLE.
               05 DP-ENTRY OCCURS 200 TIMES.
                   10 DP-NAME PIC X(20).
                   10 DP-MON OCCURS 6 TIMES.
                       15 DP-BLOCKS PIC 9(07) COMP-3.
                       15 DP-OK PIC 9(07) COMP-3.
                       15 DP-CHK PIC 9(07) COMP-3.
                       15 DP-MAN PIC 9(07) COMP-3.
                       15 DP-DUP PIC 9(07) COMP-3.
                       15 DP-PRS PIC 9(07) COMP-3.
                       15 DP-VAL PIC 9(07) COMP-3.
                       15 DP-BRK PIC 9(07) COMP-3.
                       15 DP-OTH PIC 9(07) COMP-3.
                       15 DP-LATE PIC 9(07) COMP-3.
                       15 DP-UNDEL PIC 9(07) COMP-3.
                       15 DP-RESUB PIC 9(07) COMP-3.
           01 DP-I PIC 9(03) COMP-3.
           01 DP-HIT PIC 9(03) COMP-3.
           01 FIND-DEPT PIC X(20).
      *    Bloecke einer Nacht (Laufbeginn JJJJMMTT der Laufkennung):
      *    das letzte Ergebnis je Block gilt, gezaehlt wird beim
      *    Wechsel der Nacht
           01 NB-NIGHT PIC X(08) VALUE SPACES.
           01 NB-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 NB-TABLE.
               05 NB-ENTRY OCCURS 3000 TIMES.
                   10 NB-RUN PIC X(17).
                   10 NB-FILE PIC X(40).
                   10 NB-NAME PIC X(30).
                   10 NB-MON PIC 9(02).
                   10 NB-DEPT PIC 9(03) COMP-3.
      *            Ursache: OK, CHK, MAN, DUP, PRS, VAL, BRK, OTH,
      *            UND (nicht geliefert)
                   10 NB-CAUSE PIC X(03).
                   10 NB-LATE PIC 9.
                   10 NB-RESUB PIC 9.
           01 NB-I PIC 9(04) COMP-3.
           01 NB-HIT PIC 9(04) COMP-3.
           01 NB-FULL-WARNED PIC 9 VALUE 0.
      *    Meldungscodes aus errors.txt fuer Zeilen ohne CODE=
           01 EC-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 EC-TABLE.
               05 EC-ENTRY OCCURS 5000 TIMES.
                   10 EC-RUN PIC X(17).
                   10 EC-NAME PIC X(30).
                   10 EC-CODE PIC X(07).
           01 EC-I PIC 9(04) COMP-3.
           01 ERR-BLOCK-RUN PIC X(17) VALUE SPACES.
           01 ERR-BLOCK-NAME PIC X(30) VALUE SPACES.
      *    Zerlegung einer audit.txt Zeile (Tokenordnung wie
      *    DRIFT-SCAN-LINE in OutputHandling.cbl)
           01 AUDIT-TOKENS.
               05 AT-DT PIC X(20).
               05 AT-FILE PIC X(80).
               05 AT-NAME PIC X(30).
               05 AT-STATUS PIC X(40).
               05 AT-REST PIC X(120).
           01 AT-SATZ PIC X(10).
           01 L-RUN PIC X(17).
           01 L-CODE PIC X(07).
           01 L-MODE PIC X(12).
           01 L-LATE PIC 9.
           01 L-CAUSE PIC X(03).
           01 L-FILE PIC X(40).
           01 L-NAME PIC X(30).
           01 L-GROUP PIC X(20).
           01 L-SUFFIX PIC X(14).
           01 NAME-LEN PIC 9(03).
           01 SUF-LEN PIC 9(03).
      *    Schluesselsuche in einer Mitschrift-Zeile
           01 KEY-PAT PIC X(12).
           01 KEY-LEN PIC 9(02).
           01 KEY-POS PIC 9(04).
           01 KEY-VAL PIC X(40).
           01 KEY-FOUND PIC 9.
           01 LINES-USED PIC 9(08) COMP-3 VALUE 0.
      *    letzte Nacht laut Stapelbericht
           01 BR-IN PIC X(80).
           01 BR-REST PIC X(120).
           01 BR-OUT PIC X(80).
           01 BR-STAT PIC X(20).
           01 BR-COUNT PIC 9(04) COMP-3 VALUE 0.
      *    Auswertung und Anzeige
           01 REJ-SUM PIC 9(08) COMP-3.
           01 RATE-CUR PIC S9(05)V9(02) COMP-3.
           01 RATE-PREV PIC S9(05)V9(02) COMP-3.
           01 RATE-DELTA PIC S9(05)V9(02) COMP-3.
           01 PREV-BLOCKS PIC 9(07) COMP-3.
           01 TOT-ENTRY.
               05 TOT-BLOCKS PIC 9(08) COMP-3.
               05 TOT-OK PIC 9(08) COMP-3.
               05 TOT-CHK PIC 9(08) COMP-3.
               05 TOT-MAN PIC 9(08) COMP-3.
               05 TOT-DUP PIC 9(08) COMP-3.
               05 TOT-PRS PIC 9(08) COMP-3.
               05 TOT-VAL PIC 9(08) COMP-3.
               05 TOT-BRK PIC 9(08) COMP-3.
               05 TOT-OTH PIC 9(08) COMP-3.
               05 TOT-LATE PIC 9(08) COMP-3.
               05 TOT-UNDEL PIC 9(08) COMP-3.
               05 TOT-RESUB PIC 9(08) COMP-3.
           01 SORT-I PIC 9(03) COMP-3.
           01 SORT-J PIC 9(03) COMP-3.
           01 DP-HOLD PIC X(1000).
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
           01 CNT-DISP PIC ZZZZZZ9.
           01 SMALL-DISP PIC ZZZZ9.
           01 RATE-DISP PIC ZZ9.9.
           01 DELTA-DISP PIC +ZZ9.9.
           01 YM-DISP PIC X(07).
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE CUR-YYYYMM = FUNCTION NUMVAL(NOW-STAMP(1:6))
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           IF CMD-ARGS(1:6) IS NUMERIC AND CMD-ARGS(7:1) = SPACE
               COMPUTE REP-YYYYMM = FUNCTION NUMVAL(CMD-ARGS(1:6))
           ELSE
               IF CMD-ARGS NOT = SPACES
                   DISPLAY "SupplierScorecard: Parameter "
                       FUNCTION TRIM(CMD-ARGS)
                       " ist kein Monat JJJJMM - es gilt der Vormonat"
               END-IF
               MOVE CUR-YYYYMM TO WALK-YYYYMM
               PERFORM DECREMENT-WALK-MONTH
               MOVE WALK-YYYYMM TO REP-YYYYMM
           END-IF
      *    Monatsfenster: Berichtsmonat und die fuenf davor
           MOVE REP-YYYYMM TO WALK-YYYYMM
           PERFORM VARYING MON-I FROM MON-COUNT BY -1 UNTIL MON-I < 1
               MOVE WALK-YYYYMM TO MON-YM(MON-I)
               PERFORM DECREMENT-WALK-MONTH
           END-PERFORM

           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-ERROR-CODES
           PERFORM SCAN-AUDIT-FILES
           IF LINES-USED = 0
               DISPLAY "[SupplierScorecard.MAIN-PROCEDURE] keine"
                   " Mitschrift-Zeile im Auswertungszeitraum"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SORT-DEPARTMENTS

           OPEN OUTPUT REPF
           PERFORM WRITE-HEADER
           PERFORM WRITE-MONTH-TABLE
           PERFORM WRITE-TREND-TABLE
           PERFORM WRITE-LAST-NIGHT
           CLOSE REPF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * Zuordnung Namenspraefix / Eingabedatei -> Abteilung
      ******************************************************************
       LOAD-SUPPLIERS.
           OPEN INPUT SUPF
           IF SUP-STATUS NOT = "00"
               DISPLAY "SupplierScorecard: suppliers.txt fehlt -"
                   " Abteilung = Gruppenpraefix des Namens"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SUP-EOF = 1
               READ SUPF
                   AT END MOVE 1 TO SUP-EOF
                   NOT AT END PERFORM TAKE-SUPPLIER-LINE
               END-READ
           END-PERFORM
           CLOSE SUPF
           .

       TAKE-SUPPLIER-LINE.
           IF SUP-LINE = SPACES OR SUP-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUP-KEY
           MOVE SPACES TO SUP-DEPT
           UNSTRING FUNCTION TRIM(SUP-LINE) DELIMITED BY ALL SPACE
               INTO SUP-KEY SUP-DEPT
           IF SUP-DEPT = SPACES
               DISPLAY "suppliers.txt: Zeile ohne Abteilung"
                   " uebergangen: " FUNCTION TRIM(SUP-LINE)
               EXIT PARAGRAPH
           END-IF
           IF MAP-COUNT >= 500
               DISPLAY "suppliers.txt: mehr als 500 Zeilen - Rest"
                   " uebergangen"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MAP-COUNT
           MOVE SUP-DEPT TO MAP-DEPT(MAP-COUNT)
           IF FUNCTION UPPER-CASE(SUP-KEY(1:6)) = "DATEI="
               MOVE "D" TO MAP-KIND(MAP-COUNT)
               MOVE SUP-KEY(7:) TO MAP-KEY(MAP-COUNT)
           ELSE
               MOVE "P" TO MAP-KIND(MAP-COUNT)
               MOVE SUP-KEY TO MAP-KEY(MAP-COUNT)
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MAP-KEY(MAP-COUNT)))
               TO MAP-KLEN(MAP-COUNT)
           .

      * Abteilung des Blocks L-NAME / L-FILE in FIND-DEPT: laengster
      * passender Namenspraefix, sonst Eingabedatei, sonst
      * Gruppenpraefix des Namens
       RESOLVE-DEPARTMENT.
           MOVE SPACES TO FIND-DEPT
           MOVE 0 TO MAP-BEST
           IF L-NAME NOT = SPACES
               PERFORM VARYING MAP-I FROM 1 BY 1 UNTIL MAP-I > MAP-COUNT
                   IF MAP-KIND(MAP-I) = "P"
                      AND MAP-KLEN(MAP-I) > MAP-BEST
                      AND L-NAME(1:MAP-KLEN(MAP-I)) =
                          MAP-KEY(MAP-I)(1:MAP-KLEN(MAP-I))
                       MOVE MAP-DEPT(MAP-I) TO FIND-DEPT
                       MOVE MAP-KLEN(MAP-I) TO MAP-BEST
                   END-IF
               END-PERFORM
           END-IF
           IF FIND-DEPT = SPACES
               PERFORM VARYING MAP-I FROM 1 BY 1 UNTIL MAP-I > MAP-COUNT
                   IF MAP-KIND(MAP-I) = "D"
                      AND MAP-KEY(MAP-I) = L-FILE
                       MOVE MAP-DEPT(MAP-I) TO FIND-DEPT
                   END-IF
               END-PERFORM
           END-IF
           IF FIND-DEPT = SPACES
               IF L-NAME NOT = SPACES
                   MOVE SPACES TO L-GROUP
                   UNSTRING L-NAME DELIMITED BY "-" INTO L-GROUP
                   MOVE L-GROUP TO FIND-DEPT
               ELSE
                   MOVE "(ohne Zuordnung)" TO FIND-DEPT
               END-IF
           END-IF
           PERFORM FIND-DEPARTMENT
           .

      * Abteilung FIND-DEPT suchen bzw. anlegen, Index in DP-HIT
      * (0 = Tabelle voll)
       FIND-DEPARTMENT.
           MOVE 0 TO DP-HIT
           PERFORM VARYING DP-I FROM 1 BY 1 UNTIL DP-I > DP-COUNT
               IF DP-NAME(DP-I) = FIND-DEPT
                   MOVE DP-I TO DP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DP-HIT = 0 AND DP-COUNT < 200
               ADD 1 TO DP-COUNT
               MOVE DP-COUNT TO DP-HIT
               INITIALIZE DP-ENTRY(DP-HIT)
               MOVE FIND-DEPT TO DP-NAME(DP-HIT)
           END-IF
           .

      ******************************************************************
      * Meldungscodes aus errors.txt samt Archiven ("Lauf:"/"Name:"/
      * "Code:" je Block) - nur fuer Mitschrift-Zeilen ohne CODE=
      ******************************************************************
       LOAD-ERROR-CODES.
           MOVE "errors.txt" TO ERR-FILENAME
           PERFORM LOAD-ERROR-FILE
      *    errors.txt wird beim Monatsschnitt als Ganzes in das
      *    Archiv des Schnittmonats kopiert - daher auch der Monat
      *    nach dem Berichtsmonat
           MOVE MON-YM(1) TO WALK-YYYYMM
           PERFORM VARYING MON-I FROM 1 BY 1 UNTIL MON-I > MON-COUNT + 1
               MOVE SPACES TO ERR-FILENAME
               STRING "errors_arch_" WALK-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO ERR-FILENAME
               PERFORM LOAD-ERROR-FILE
               PERFORM INCREMENT-WALK-MONTH
           END-PERFORM
           .

       LOAD-ERROR-FILE.
           OPEN INPUT ERRF
           IF ERR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ERR-EOF
           MOVE SPACES TO ERR-BLOCK-RUN
           MOVE SPACES TO ERR-BLOCK-NAME
           PERFORM UNTIL ERR-EOF = 1
               READ ERRF
                   AT END MOVE 1 TO ERR-EOF
                   NOT AT END PERFORM TAKE-ERROR-LINE
               END-READ
           END-PERFORM
           CLOSE ERRF
           .

       TAKE-ERROR-LINE.
           EVALUATE TRUE
               WHEN ERR-LINE(1:6) = "Lauf: "
                   MOVE ERR-LINE(7:17) TO ERR-BLOCK-RUN
                   MOVE SPACES TO ERR-BLOCK-NAME
               WHEN ERR-LINE(1:6) = "Name: "
                   MOVE ERR-LINE(7:30) TO ERR-BLOCK-NAME
               WHEN ERR-LINE(1:6) = "Code: "
                   IF ERR-BLOCK-RUN NOT = SPACES
                      AND ERR-BLOCK-NAME NOT = SPACES
                      AND EC-COUNT < 5000
                       COMPUTE FIND-YM =
                           FUNCTION NUMVAL(ERR-BLOCK-RUN(1:6))
                       PERFORM FIND-WINDOW-MONTH
                       IF MON-HIT > 0
                           ADD 1 TO EC-COUNT
                           MOVE ERR-BLOCK-RUN TO EC-RUN(EC-COUNT)
                           MOVE ERR-BLOCK-NAME TO EC-NAME(EC-COUNT)
                           MOVE ERR-LINE(7:7) TO EC-CODE(EC-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * Mitschrift: Archive des Zeitraums aelteste zuerst, dann
      * audit.txt
      ******************************************************************
       SCAN-AUDIT-FILES.
           PERFORM VARYING MON-I FROM 1 BY 1 UNTIL MON-I > MON-COUNT
               MOVE SPACES TO AUDIT-FILENAME
               STRING "audit_arch_" MON-YM(MON-I) ".txt"
                   DELIMITED BY SIZE INTO AUDIT-FILENAME
               PERFORM SCAN-AUDIT-FILE
           END-PERFORM
           MOVE "audit.txt" TO AUDIT-FILENAME
           PERFORM SCAN-AUDIT-FILE
           PERFORM FLUSH-NIGHT
           .

       SCAN-AUDIT-FILE.
           OPEN INPUT AUDITF
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUDIT-EOF
           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDITF
                   AT END MOVE 1 TO AUDIT-EOF
                   NOT AT END PERFORM TAKE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITF
           .

       TAKE-AUDIT-LINE.
           IF AUDIT-LINE(1:8) IS NOT NUMERIC
              OR AUDIT-LINE(9:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
      *    Freigabe-/Ablehnungszeilen der Ergebnisfreigabe (VON=) und
      *    Sandkasten-Zeilen sind keine Lieferungen
           MOVE " VON=" TO KEY-PAT
           MOVE 5 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           IF KEY-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE " SANDBOX" TO KEY-PAT
           MOVE 8 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           IF KEY-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE " RUN=" TO KEY-PAT
           MOVE 5 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-RUN
      *    Monat der Nacht: Laufbeginn, fuer aeltere Zeilen ohne
      *    Laufkennung der Zeitstempel der Zeile
           IF L-RUN(1:8) IS NUMERIC
               COMPUTE FIND-YM = FUNCTION NUMVAL(L-RUN(1:6))
           ELSE
               MOVE AUDIT-LINE(1:8) TO L-RUN
               COMPUTE FIND-YM = FUNCTION NUMVAL(AUDIT-LINE(1:6))
           END-IF
           PERFORM FIND-WINDOW-MONTH
           IF MON-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LINES-USED
           IF L-RUN(1:8) NOT = NB-NIGHT
               PERFORM FLUSH-NIGHT
               MOVE L-RUN(1:8) TO NB-NIGHT
           END-IF

           MOVE SPACES TO AUDIT-TOKENS
           UNSTRING AUDIT-LINE DELIMITED BY ALL SPACE INTO
               AT-DT AT-FILE AT-NAME AT-STATUS AT-REST
      *    unbenannter Block: "Satz <n> <meldung>"
           IF AT-NAME = "Satz"
               MOVE AT-STATUS TO AT-SATZ
               MOVE SPACES TO AT-STATUS
               UNSTRING AT-REST DELIMITED BY ALL SPACE INTO AT-STATUS
               MOVE SPACES TO L-NAME
           ELSE
               MOVE SPACES TO AT-SATZ
               MOVE AT-NAME TO L-NAME
           END-IF
           MOVE AT-FILE TO L-FILE
           MOVE " CODE=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-CODE
           MOVE " VERSPAETET" TO KEY-PAT
           MOVE 11 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-FOUND TO L-LATE
           MOVE " MODE=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-MODE
           PERFORM STRIP-MODE-SUFFIX
           MOVE " KOMP=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           PERFORM STRIP-COMP-SUFFIX
           PERFORM CLASSIFY-LINE
           PERFORM RESOLVE-DEPARTMENT
           PERFORM NOTE-NIGHT-BLOCK
           .

      * Zusammenhangsblock einer getrennten Komponentenrechnung
      * ("<name>-K<k>", Blocknummer im Token KOMP=) auf den
      * Blocknamen zurueckfuehren
       STRIP-COMP-SUFFIX.
           IF L-NAME = SPACES OR KEY-VAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO L-SUFFIX
           STRING "-K" FUNCTION TRIM(KEY-VAL) DELIMITED BY SIZE
               INTO L-SUFFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-NAME)) TO NAME-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-SUFFIX)) TO SUF-LEN
           IF NAME-LEN > SUF-LEN
               IF L-NAME(NAME-LEN - SUF-LEN + 1:SUF-LEN) =
                  L-SUFFIX(1:SUF-LEN)
                   MOVE SPACES TO L-NAME(NAME-LEN - SUF-LEN + 1:)
               END-IF
           END-IF
           .

      * Modus-Eintrag einer Modusliste ("<name>-<MODUS>") auf den
      * Blocknamen zurueckfuehren
       STRIP-MODE-SUFFIX.
           IF L-NAME = SPACES OR L-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO L-SUFFIX
           STRING "-" FUNCTION TRIM(L-MODE) DELIMITED BY SIZE
               INTO L-SUFFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-NAME)) TO NAME-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-SUFFIX)) TO SUF-LEN
           IF NAME-LEN > SUF-LEN
               IF FUNCTION UPPER-CASE(
                      L-NAME(NAME-LEN - SUF-LEN + 1:SUF-LEN)) =
                  FUNCTION UPPER-CASE(L-SUFFIX(1:SUF-LEN))
                   MOVE SPACES TO L-NAME(NAME-LEN - SUF-LEN + 1:)
               END-IF
           END-IF
           .

      * Ursache der Zeile nach Ergebnis und Meldungscode; ohne CODE=
      * den Code aus errors.txt zu Laufkennung und Name
       CLASSIFY-LINE.
           IF L-CODE = "MAN-005"
               MOVE "UND" TO L-CAUSE
               EXIT PARAGRAPH
           END-IF
           EVALUATE AT-STATUS
               WHEN "FINE"
                   MOVE "OK " TO L-CAUSE
                   EXIT PARAGRAPH
               WHEN "ANGEHALTEN"
                   MOVE "BRK" TO L-CAUSE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF L-CODE = SPACES AND AT-NAME NOT = "Satz"
               PERFORM VARYING EC-I FROM EC-COUNT BY -1 UNTIL EC-I < 1
                   IF EC-RUN(EC-I) = L-RUN AND EC-NAME(EC-I) = AT-NAME
                       MOVE EC-CODE(EC-I) TO L-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN L-CODE = "INP-012" OR L-CODE = "INP-013"
                   MOVE "CHK" TO L-CAUSE
               WHEN L-CODE(1:4) = "MAN-"
                   MOVE "MAN" TO L-CAUSE
               WHEN L-CODE = "INP-021"
                   MOVE "DUP" TO L-CAUSE
               WHEN L-CODE(1:4) = "INP-"
                   MOVE "PRS" TO L-CAUSE
               WHEN L-CODE(1:4) = "VAL-"
                   MOVE "VAL" TO L-CAUSE
               WHEN OTHER
                   MOVE "OTH" TO L-CAUSE
           END-EVALUATE
           .

      * Block der laufenden Nacht vermerken bzw. sein Ergebnis
      * ersetzen (Wiederholung, weitere Komponente, weiterer Modus)
       NOTE-NIGHT-BLOCK.
           IF DP-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NB-HIT
           PERFORM VARYING NB-I FROM 1 BY 1 UNTIL NB-I > NB-COUNT
               IF NB-RUN(NB-I) = L-RUN AND NB-FILE(NB-I) = L-FILE
                  AND NB-NAME(NB-I) = L-NAME
                  AND (L-NAME NOT = SPACES OR L-CAUSE = "UND")
                   MOVE NB-I TO NB-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NB-HIT = 0
               IF NB-COUNT >= 3000
                   PERFORM FLUSH-NIGHT
                   IF NB-FULL-WARNED = 0
                       DISPLAY "SupplierScorecard: mehr als 3000"
                           " Bloecke in einer Nacht - Zusammenfassung"
                           " von Wiederholungen nur abschnittsweise"
                       MOVE 1 TO NB-FULL-WARNED
                   END-IF
               END-IF
               ADD 1 TO NB-COUNT
               MOVE NB-COUNT TO NB-HIT
               MOVE L-RUN TO NB-RUN(NB-HIT)
               MOVE L-FILE TO NB-FILE(NB-HIT)
               MOVE L-NAME TO NB-NAME(NB-HIT)
               MOVE 0 TO NB-LATE(NB-HIT)
               IF L-FILE = "resubmit.txt"
                   MOVE 1 TO NB-RESUB(NB-HIT)
               ELSE
                   MOVE 0 TO NB-RESUB(NB-HIT)
               END-IF
           END-IF
           MOVE MON-HIT TO NB-MON(NB-HIT)
           MOVE DP-HIT TO NB-DEPT(NB-HIT)
           MOVE L-CAUSE TO NB-CAUSE(NB-HIT)
           IF L-LATE = 1
               MOVE 1 TO NB-LATE(NB-HIT)
           END-IF
           .

      * Bloecke der abgeschlossenen Nacht den Abteilungen zuschlagen
       FLUSH-NIGHT.
           PERFORM VARYING NB-I FROM 1 BY 1 UNTIL NB-I > NB-COUNT
               MOVE NB-DEPT(NB-I) TO DP-I
               MOVE NB-MON(NB-I) TO MON-I
               EVALUATE TRUE
                   WHEN NB-CAUSE(NB-I) = "UND"
                       ADD 1 TO DP-UNDEL(DP-I, MON-I)
                   WHEN NB-RESUB(NB-I) = 1
                       ADD 1 TO DP-RESUB(DP-I, MON-I)
                   WHEN OTHER
                       ADD 1 TO DP-BLOCKS(DP-I, MON-I)
                       IF NB-LATE(NB-I) = 1
                           ADD 1 TO DP-LATE(DP-I, MON-I)
                       END-IF
                       EVALUATE NB-CAUSE(NB-I)
                           WHEN "OK " ADD 1 TO DP-OK(DP-I, MON-I)
                           WHEN "CHK" ADD 1 TO DP-CHK(DP-I, MON-I)
                           WHEN "MAN" ADD 1 TO DP-MAN(DP-I, MON-I)
                           WHEN "DUP" ADD 1 TO DP-DUP(DP-I, MON-I)
                           WHEN "PRS" ADD 1 TO DP-PRS(DP-I, MON-I)
                           WHEN "VAL" ADD 1 TO DP-VAL(DP-I, MON-I)
                           WHEN "BRK" ADD 1 TO DP-BRK(DP-I, MON-I)
                           WHEN OTHER ADD 1 TO DP-OTH(DP-I, MON-I)
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO NB-COUNT
           .

      * Wert hinter KEY-PAT(1:KEY-LEN) in AUDIT-LINE bis zum
      * naechsten Leerzeichen
       FIND-KEY-VALUE.
           MOVE 0 TO KEY-FOUND
           MOVE SPACES TO KEY-VAL
           MOVE 0 TO KEY-POS
           INSPECT AUDIT-LINE TALLYING KEY-POS
               FOR CHARACTERS BEFORE INITIAL KEY-PAT(1:KEY-LEN)
           IF KEY-POS + KEY-LEN > 400
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-LINE(KEY-POS + 1:KEY-LEN) NOT = KEY-PAT(1:KEY-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO KEY-FOUND
           IF KEY-POS + KEY-LEN < 400
               UNSTRING AUDIT-LINE(KEY-POS + KEY-LEN + 1:)
                   DELIMITED BY ALL SPACE INTO KEY-VAL
           END-IF
           .

      * Index des Monats FIND-YM im Auswertungszeitraum (0 = ausser-
      * halb)
       FIND-WINDOW-MONTH.
           MOVE 0 TO MON-HIT
           PERFORM VARYING MON-I FROM 1 BY 1 UNTIL MON-I > MON-COUNT
               IF MON-YM(MON-I) = FIND-YM
                   MOVE MON-I TO MON-HIT
               END-IF
           END-PERFORM
           .

       DECREMENT-WALK-MONTH.
           DIVIDE WALK-YYYYMM BY 100 GIVING WORK-YYYY
               REMAINDER WORK-MM
           IF WORK-MM = 1
               SUBTRACT 1 FROM WORK-YYYY
               MOVE 12 TO WORK-MM
           ELSE
               SUBTRACT 1 FROM WORK-MM
           END-IF
           COMPUTE WALK-YYYYMM = WORK-YYYY * 100 + WORK-MM
           .

       INCREMENT-WALK-MONTH.
           DIVIDE WALK-YYYYMM BY 100 GIVING WORK-YYYY
               REMAINDER WORK-MM
           IF WORK-MM = 12
               ADD 1 TO WORK-YYYY
               MOVE 1 TO WORK-MM
           ELSE
               ADD 1 TO WORK-MM
           END-IF
           COMPUTE WALK-YYYYMM = WORK-YYYY * 100 + WORK-MM
           .

      * Abteilungen alphabetisch, "(ohne Zuordnung)" sortiert durch
      * die Klammer ohnehin nach vorn
       SORT-DEPARTMENTS.
           PERFORM VARYING SORT-I FROM 2 BY 1 UNTIL SORT-I > DP-COUNT
               MOVE DP-ENTRY(SORT-I) TO DP-HOLD
               MOVE SORT-I TO SORT-J
               PERFORM UNTIL SORT-J < 2
                   IF DP-NAME(SORT-J - 1) <= DP-HOLD(1:20)
                       EXIT PERFORM
                   END-IF
                   MOVE DP-ENTRY(SORT-J - 1) TO DP-ENTRY(SORT-J)
                   SUBTRACT 1 FROM SORT-J
               END-PERFORM
               MOVE DP-HOLD TO DP-ENTRY(SORT-J)
           END-PERFORM
           .

      ******************************************************************
      * Bericht
      ******************************************************************
       WRITE-HEADER.
           MOVE REP-YYYYMM TO FIND-YM
           PERFORM FORMAT-YM
           MOVE SPACES TO OUT-LINE
           STRING "Lieferanten-Scorecard Monat " YM-DISP
               " (erstellt " NOW-STAMP(1:4) "-" NOW-STAMP(5:2) "-"
               NOW-STAMP(7:2) " " NOW-STAMP(9:2) ":" NOW-STAMP(11:2)
               ")" DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE ALL "=" TO OUT-LINE(1:78)
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           STRING "Abgewiesen = PRUEFS + MANIF + DOPP + ZERL + VALID"
               " + SCHUTZ; SONST (Rechenfehler) zaehlt nicht."
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           STRING "VERSP = Bloecke aus verspaeteter Lieferung, UNGEL"
               " = Paare ohne Lieferung, WVORL = Wiedervorlagen."
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           .

       WRITE-MONTH-TABLE.
           MOVE SPACES TO OUT-LINE
           STRING "Abteilung              Bloecke      OK  Abgew."
               "  Quote%  PRUEFS MANIF  DOPP  ZERL VALID SCHUTZ"
               " SONST VERSP UNGEL WVORL  Vormon%  Veraend."
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE ALL "-" TO OUT-LINE(1:139)
           PERFORM SAY
           INITIALIZE TOT-ENTRY
           PERFORM VARYING DP-I FROM 1 BY 1 UNTIL DP-I > DP-COUNT
               MOVE MON-COUNT TO MON-I
               IF DP-BLOCKS(DP-I, MON-I) > 0
                  OR DP-UNDEL(DP-I, MON-I) > 0
                  OR DP-RESUB(DP-I, MON-I) > 0
                   PERFORM WRITE-DEPT-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO OUT-LINE
           MOVE ALL "-" TO OUT-LINE(1:139)
           PERFORM SAY
           PERFORM WRITE-TOTAL-ROW
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           .

      * Zeile der Abteilung DP-I im Berichtsmonat samt Vormonat
       WRITE-DEPT-ROW.
           COMPUTE REJ-SUM = DP-CHK(DP-I, MON-I) + DP-MAN(DP-I, MON-I)
               + DP-DUP(DP-I, MON-I) + DP-PRS(DP-I, MON-I)
               + DP-VAL(DP-I, MON-I) + DP-BRK(DP-I, MON-I)
           MOVE 0 TO RATE-CUR
           IF DP-BLOCKS(DP-I, MON-I) > 0
               COMPUTE RATE-CUR ROUNDED =
                   REJ-SUM * 100 / DP-BLOCKS(DP-I, MON-I)
           END-IF
           MOVE SPACES TO OUT-LINE
           MOVE DP-NAME(DP-I) TO OUT-LINE(1:20)
           MOVE DP-BLOCKS(DP-I, MON-I) TO CNT-DISP
           MOVE CNT-DISP TO OUT-LINE(24:7)
           MOVE DP-OK(DP-I, MON-I) TO CNT-DISP
           MOVE CNT-DISP TO OUT-LINE(32:7)
           MOVE REJ-SUM TO CNT-DISP
           MOVE CNT-DISP TO OUT-LINE(40:7)
           IF DP-BLOCKS(DP-I, MON-I) > 0
               MOVE RATE-CUR TO RATE-DISP
               MOVE RATE-DISP TO OUT-LINE(50:5)
           ELSE
               MOVE "    -" TO OUT-LINE(50:5)
           END-IF
           MOVE DP-CHK(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(58:5)
           MOVE DP-MAN(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(64:5)
           MOVE DP-DUP(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(70:5)
           MOVE DP-PRS(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(76:5)
           MOVE DP-VAL(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(82:5)
           MOVE DP-BRK(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(89:5)
           MOVE DP-OTH(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(95:5)
           MOVE DP-LATE(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(101:5)
           MOVE DP-UNDEL(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(107:5)
           MOVE DP-RESUB(DP-I, MON-I) TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(113:5)
      *    Vormonat und Veraenderung der Quote in Prozentpunkten
           MOVE DP-BLOCKS(DP-I, MON-I - 1) TO PREV-BLOCKS
           IF PREV-BLOCKS > 0
               COMPUTE RATE-PREV ROUNDED =
                   (DP-CHK(DP-I, MON-I - 1) + DP-MAN(DP-I, MON-I - 1)
                    + DP-DUP(DP-I, MON-I - 1) + DP-PRS(DP-I, MON-I - 1)
                    + DP-VAL(DP-I, MON-I - 1)
                    + DP-BRK(DP-I, MON-I - 1)) * 100 / PREV-BLOCKS
               MOVE RATE-PREV TO RATE-DISP
               MOVE RATE-DISP TO OUT-LINE(122:5)
               IF DP-BLOCKS(DP-I, MON-I) > 0
                   COMPUTE RATE-DELTA = RATE-CUR - RATE-PREV
                   MOVE RATE-DELTA TO DELTA-DISP
                   MOVE DELTA-DISP TO OUT-LINE(130:6)
                   EVALUATE TRUE
                       WHEN RATE-DELTA > 0
                           MOVE "schlechter" TO OUT-LINE(137:10)
                       WHEN RATE-DELTA < 0
                           MOVE "besser" TO OUT-LINE(137:6)
                       WHEN OTHER
                           MOVE "gleich" TO OUT-LINE(137:6)
                   END-EVALUATE
               END-IF
           ELSE
               MOVE "    -" TO OUT-LINE(122:5)
               MOVE "neu" TO OUT-LINE(137:3)
           END-IF
           PERFORM SAY
           ADD DP-BLOCKS(DP-I, MON-I) TO TOT-BLOCKS
           ADD DP-OK(DP-I, MON-I) TO TOT-OK
           ADD DP-CHK(DP-I, MON-I) TO TOT-CHK
           ADD DP-MAN(DP-I, MON-I) TO TOT-MAN
           ADD DP-DUP(DP-I, MON-I) TO TOT-DUP
           ADD DP-PRS(DP-I, MON-I) TO TOT-PRS
           ADD DP-VAL(DP-I, MON-I) TO TOT-VAL
           ADD DP-BRK(DP-I, MON-I) TO TOT-BRK
           ADD DP-OTH(DP-I, MON-I) TO TOT-OTH
           ADD DP-LATE(DP-I, MON-I) TO TOT-LATE
           ADD DP-UNDEL(DP-I, MON-I) TO TOT-UNDEL
           ADD DP-RESUB(DP-I, MON-I) TO TOT-RESUB
           .

       WRITE-TOTAL-ROW.
           COMPUTE REJ-SUM = TOT-CHK + TOT-MAN + TOT-DUP + TOT-PRS
               + TOT-VAL + TOT-BRK
           MOVE SPACES TO OUT-LINE
           MOVE "SUMME" TO OUT-LINE(1:5)
           MOVE TOT-BLOCKS TO CNT-DISP
           MOVE CNT-DISP TO OUT-LINE(24:7)
           MOVE TOT-OK TO CNT-DISP
           MOVE CNT-DISP TO OUT-LINE(32:7)
           MOVE REJ-SUM TO CNT-DISP
           MOVE CNT-DISP TO OUT-LINE(40:7)
           IF TOT-BLOCKS > 0
               COMPUTE RATE-CUR ROUNDED = REJ-SUM * 100 / TOT-BLOCKS
               MOVE RATE-CUR TO RATE-DISP
               MOVE RATE-DISP TO OUT-LINE(50:5)
           ELSE
               MOVE "    -" TO OUT-LINE(50:5)
           END-IF
           MOVE TOT-CHK TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(58:5)
           MOVE TOT-MAN TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(64:5)
           MOVE TOT-DUP TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(70:5)
           MOVE TOT-PRS TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(76:5)
           MOVE TOT-VAL TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(82:5)
           MOVE TOT-BRK TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(89:5)
           MOVE TOT-OTH TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(95:5)
           MOVE TOT-LATE TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(101:5)
           MOVE TOT-UNDEL TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(107:5)
           MOVE TOT-RESUB TO SMALL-DISP
           MOVE SMALL-DISP TO OUT-LINE(113:5)
           PERFORM SAY
           .

      * Ablehnungsquote je Abteilung ueber die sechs Monate
       WRITE-TREND-TABLE.
           MOVE "Ablehnungsquote % der letzten sechs Monate"
               TO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE "Abteilung" TO OUT-LINE(1:9)
           MOVE 24 TO OUT-P
           PERFORM VARYING MON-I FROM 1 BY 1 UNTIL MON-I > MON-COUNT
               MOVE MON-YM(MON-I) TO FIND-YM
               PERFORM FORMAT-YM
               MOVE YM-DISP TO OUT-LINE(OUT-P + 2:7)
               ADD 10 TO OUT-P
           END-PERFORM
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE ALL "-" TO OUT-LINE(1:83)
           PERFORM SAY
           PERFORM VARYING DP-I FROM 1 BY 1 UNTIL DP-I > DP-COUNT
               PERFORM WRITE-TREND-ROW
           END-PERFORM
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           .

      * Quotenzeile der Abteilung DP-I - nur mit Lieferungen im
      * Zeitraum
       WRITE-TREND-ROW.
           MOVE 0 TO PREV-BLOCKS
           PERFORM VARYING MON-I FROM 1 BY 1 UNTIL MON-I > MON-COUNT
               ADD DP-BLOCKS(DP-I, MON-I) TO PREV-BLOCKS
           END-PERFORM
           IF PREV-BLOCKS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUT-LINE
           MOVE DP-NAME(DP-I) TO OUT-LINE(1:20)
           MOVE 24 TO OUT-P
           PERFORM VARYING MON-I FROM 1 BY 1 UNTIL MON-I > MON-COUNT
               IF DP-BLOCKS(DP-I, MON-I) > 0
                   COMPUTE RATE-CUR ROUNDED =
                       (DP-CHK(DP-I, MON-I) + DP-MAN(DP-I, MON-I)
                        + DP-DUP(DP-I, MON-I) + DP-PRS(DP-I, MON-I)
                        + DP-VAL(DP-I, MON-I)
                        + DP-BRK(DP-I, MON-I)) * 100
                       / DP-BLOCKS(DP-I, MON-I)
                   MOVE RATE-CUR TO RATE-DISP
                   MOVE RATE-DISP TO OUT-LINE(OUT-P + 4:5)
               ELSE
                   MOVE "-" TO OUT-LINE(OUT-P + 8:1)
               END-IF
               ADD 10 TO OUT-P
           END-PERFORM
           PERFORM SAY
           .

      * Paare der letzten Nacht ohne bzw. mit verspaeteter Lieferung
      * ("<eingabe> -> <ausgabe>: <status>, ... [VERSPAETET]")
       WRITE-LAST-NIGHT.
           MOVE SPACES TO OUT-LINE
           STRING "Letzte Nacht (batchreport.txt): Lieferungen ohne"
               " bzw. mit Verspaetung" DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           OPEN INPUT BRPTF
           IF BRPT-STATUS NOT = "00"
               MOVE "  batchreport.txt nicht vorhanden" TO OUT-LINE
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BRPT-EOF = 1
               READ BRPTF
                   AT END MOVE 1 TO BRPT-EOF
                   NOT AT END PERFORM TAKE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE BRPTF
           IF BR-COUNT = 0
               MOVE "  keine - alle Lieferungen rechtzeitig"
                   TO OUT-LINE
               PERFORM SAY
           END-IF
           .

       TAKE-REPORT-LINE.
           MOVE SPACES TO BR-IN
           MOVE SPACES TO BR-REST
           MOVE SPACES TO BR-OUT
           MOVE SPACES TO BR-STAT
           UNSTRING BRPT-LINE DELIMITED BY " -> " INTO BR-IN BR-REST
           IF BR-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING BR-REST DELIMITED BY ": " OR "," INTO BR-OUT
               BR-STAT
           MOVE 0 TO KEY-POS
           INSPECT BRPT-LINE TALLYING KEY-POS FOR ALL "[VERSPAETET]"
           IF BR-STAT NOT = "UNGELIEFERT" AND KEY-POS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BR-COUNT
           MOVE SPACES TO L-NAME
           MOVE BR-IN TO L-FILE
           PERFORM RESOLVE-DEPARTMENT
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           IF BR-STAT = "UNGELIEFERT"
               STRING "  UNGELIEFERT  " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               STRING "  VERSPAETET   " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           STRING FUNCTION TRIM(BR-IN) "  Abteilung: "
               FUNCTION TRIM(FIND-DEPT)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           PERFORM SAY
           .

       FORMAT-YM.
           MOVE SPACES TO YM-DISP
           STRING FIND-YM(1:4) "-" FIND-YM(5:2)
               DELIMITED BY SIZE INTO YM-DISP
           .

       SAY.
           DISPLAY FUNCTION TRIM(OUT-LINE TRAILING)
           IF REP-STATUS = "00"
               WRITE REP-LINE FROM OUT-LINE
           END-IF
           .
       END PROGRAM SupplierScorecard.
