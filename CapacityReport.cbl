      ******************************************************************
      * Author:
      * Date:
      * Purpose: Kapazitaetsbericht fuer die Hardware-Planung. Die
      *          Vorab-Prognose (RunForecast.cbl) sagt nur die
      *          heutige Nacht voraus - das schleichende Wachstum von
      *          Dimension, Eintragszahl und Datensatzmenge ueber
      *          Monate sieht dort niemand. Zwei Schritte:
      *          COLLECT (naechtlich nach MAIN, z.B. als Schritt der
      *            Nachlaufkette): liest die Paarzeilen des
      *            Stapelberichts batchreport.txt, zieht aus dem
      *            Laufzeitprotokoll jedes Paars (<ausgabe>.runlog,
      *            siehe RunLog.cbl) Datensatzzahl, Paarzeit, Dimension
      *            und Eintragszahl und haengt je Paar eine Zeile an die
      *            Kapazitaetshistorie capacity.txt an - das Runlog
      *            wird zu Beginn des naechsten Laufs geleert, die
      *            Historie bleibt. Ein schon erfasstes Paar (gleiche
      *            Laufkennung und Ausgabedatei) wird nicht doppelt
      *            gezaehlt.
      *          REPORT (monatlich): baut aus capacity.txt und den
      *            Datensatzzahlen von audit.txt samt Monatsarchiven
      *            audit_arch_JJJJMM.txt (ueber den Aufbewahrungs-
      *            horizont retainmonths=) je Monat: Datensaetze,
      *            Naechte, Paare, mittlere und hoechste Dimension bzw.
      *            Eintragszahl, Rechenzeit je Paar sowie mittlere und
      *            hoechste Fensterbelegung je Nacht (Laufbeginn laut
      *            Laufkennung bis Ende des letzten Paars). Darueber
      *            legt er je Kennzahl eine Ausgleichsgerade und
      *            projiziert den Monat, in dem die Fensterbelegung
      *            (Mittel und Spitze) das verfuegbare Fenster
      *            ueberschreitet - verfuegbar ist die Zeit vom
      *            mittleren Laufbeginn des juengsten Monats bis
      *            deadline= bzw. hoechstens maxminutes= der Site-
      *            Konfiguration. Bericht nach capacity_report.txt
      *            und auf die Konsole.
      *          Aufruf ohne Parameter fuehrt beide Schritte aus,
      *          "COLLECT" bzw. "REPORT" nur den einen.
      *          RETURN-CODE 0; 1 = weder Historie noch Mitschrift
      *          vorhanden.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BRPTF ASSIGN TO "batchreport.txt"
               FILE STATUS IS BRPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RUNLOGF ASSIGN TO DYNAMIC RUNLOG-FILENAME
               FILE STATUS IS RUNLOG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTF ASSIGN TO "capacity.txt"
               FILE STATUS IS HIST-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITF ASSIGN TO DYNAMIC AUDIT-FILENAME
               FILE STATUS IS AUDIT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPF ASSIGN TO "capacity_report.txt"
               FILE STATUS IS REP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD BRPTF
           DATA RECORD IS BRPT-LINE.
           01 BRPT-LINE PIC X(160).
           FD RUNLOGF
           DATA RECORD IS RUNLOG-LINE.
           01 RUNLOG-LINE PIC X(160).
           FD HISTF
           DATA RECORD IS HIST-LINE.
           01 HIST-LINE PIC X(200).
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD REPF
           DATA RECORD IS REP-LINE.
           01 REP-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 BRPT-STATUS PIC XX.
           01 RUNLOG-STATUS PIC XX.
           01 HIST-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 REP-STATUS PIC XX.
           01 BRPT-EOF PIC 9 VALUE 0.
           01 RUNLOG-EOF PIC 9 VALUE 0.
           01 HIST-EOF PIC 9 VALUE 0.
           01 AUDIT-EOF PIC 9 VALUE 0.
           01 RUNLOG-FILENAME PIC X(90).
           01 AUDIT-FILENAME PIC X(90).
           01 CMD-ARGS PIC X(90).
           01 DO-COLLECT PIC 9 VALUE 1.
           01 DO-REPORT PIC 9 VALUE 1.
           01 NOW-STAMP PIC X(21).
      *    Paare des Stapelberichts und ihre Runlog-Summen
           01 PR-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 PR-TABLE.
               05 PR-ENTRY OCCURS 500 TIMES.
                   10 PR-OUTPUT PIC X(80).
                   10 PR-RUN PIC X(17).
                   10 PR-END PIC X(15).
                   10 PR-DS PIC 9(06) COMP-3.
                   10 PR-CS PIC S9(10) COMP-3.
                   10 PR-DIMN PIC 9(06) COMP-3.
                   10 PR-DIMSUM PIC 9(10) COMP-3.
                   10 PR-DIMMAX PIC 9(04) COMP-3.
                   10 PR-NNZSUM PIC 9(14) COMP-3.
                   10 PR-NNZMAX PIC 9(08) COMP-3.
                   10 PR-NEW PIC 9.
           01 PR-I PIC 9(04) COMP-3.
           01 BR-IN PIC X(80).
           01 BR-REST PIC X(120).
           01 BR-OUT PIC X(80).
           01 PR-ADDED PIC 9(04) COMP-3 VALUE 0.
      *    Zerlegung einer Runlog-Zeile; Wert hinter einem Schluessel
      *    (gesamt=, dim=, nnz=, Lauf=)
           01 LOG-TOKENS.
               05 LT-DT PIC X(20).
               05 LT-NAME PIC X(30).
               05 LT-REST PIC X(120).
           01 KEY-PAT PIC X(08).
           01 KEY-LEN PIC 9(02).
           01 KEY-POS PIC 9(04).
           01 KEY-VAL PIC X(20).
           01 KEY-FOUND PIC 9.
           01 KEY-NUM PIC 9(10).
      *    Zerlegung einer Historienzeile:
      *    <lauf> <ende> <ausgabe> ds= cs= dimn= dimsum= dimmax=
      *    nnzsum= nnzmax=
           01 HIST-TOKENS.
               05 HT-RUN PIC X(17).
               05 HT-END PIC X(15).
               05 HT-OUT PIC X(80).
               05 HT-KEY PIC X(24) OCCURS 7 TIMES.
           01 HT-I PIC 9(02) COMP-3.
           01 H-DS PIC 9(06).
           01 H-CS PIC 9(10).
           01 H-DIMN PIC 9(06).
           01 H-DIMSUM PIC 9(10).
           01 H-DIMMAX PIC 9(04).
           01 H-NNZSUM PIC 9(14).
           01 H-NNZMAX PIC 9(08).
           01 HIST-LINES PIC 9(06) COMP-3 VALUE 0.
           01 OUT-P PIC 9(03).
           01 NUM-DISP PIC Z(13)9.
      *    Monatstabelle, nach Monat sortiert
           01 MO-COUNT PIC 9(03) COMP-3 VALUE 0.
           01 MO-TABLE.
               05 MO-ENTRY OCCURS 240 TIMES.
                   10 MO-YM PIC 9(06).
                   10 MO-AUDIT-DS PIC 9(08) COMP-3.
                   10 MO-PAIRS PIC 9(06) COMP-3.
                   10 MO-DS PIC 9(08) COMP-3.
                   10 MO-CS PIC S9(12) COMP-3.
                   10 MO-DIMN PIC 9(08) COMP-3.
                   10 MO-DIMSUM PIC 9(12) COMP-3.
                   10 MO-DIMMAX PIC 9(04) COMP-3.
                   10 MO-NNZSUM PIC 9(15) COMP-3.
                   10 MO-NNZMAX PIC 9(08) COMP-3.
                   10 MO-NIGHTS PIC 9(04) COMP-3.
                   10 MO-WIN-SUM PIC 9(08) COMP-3.
                   10 MO-WIN-MAX PIC 9(06) COMP-3.
                   10 MO-AVAIL-SUM PIC 9(08) COMP-3.
           01 MO-I PIC 9(03) COMP-3.
           01 MO-J PIC 9(03) COMP-3.
           01 MO-HIT PIC 9(03) COMP-3.
           01 MO-HOLD PIC X(80).
           01 FIND-YM PIC 9(06).
      *    laufende Nacht (eine Laufkennung) beim Lesen der Historie
           01 CUR-RUN PIC X(17) VALUE SPACES.
           01 CUR-END PIC X(15).
           01 RUN-START-DAY PIC 9(08).
           01 RUN-END-DAY PIC 9(08).
           01 RUN-SECS PIC S9(10) COMP-3.
           01 RUN-MIN PIC 9(06) COMP-3.
           01 START-MIN PIC 9(04) COMP-3.
           01 AVAIL-MIN PIC S9(06) COMP-3.
           01 DEADLINE-MIN PIC 9(04) COMP-3.
      *    Monatszeiger fuer die Mitschrift-Archive
           01 CUR-YYYYMM PIC 9(06).
           01 WALK-YYYYMM PIC 9(06).
           01 WORK-YYYY PIC 9(04).
           01 WORK-MM PIC 9(02).
           01 MONTH-STEPS PIC 9(04).
           01 STEP-I PIC 9(04).
      *    Ausgleichsgerade y = FIT-A + FIT-B * x ueber die Monate mit
      *    Werten; x = Monatsnummer ab dem ersten Monat der Tabelle
           01 FIT-N PIC 9(03) COMP-3.
           01 FIT-X PIC S9(05) COMP-3.
           01 FIT-Y PIC S9(12)V9(04) COMP-3.
           01 FIT-SX PIC S9(09) COMP-3.
           01 FIT-SY PIC S9(15)V9(04) COMP-3.
           01 FIT-SXX PIC S9(12) COMP-3.
           01 FIT-SXY PIC S9(18)V9(04) COMP-3.
           01 FIT-DEN PIC S9(15) COMP-3.
           01 FIT-A PIC S9(12)V9(04) COMP-3.
           01 FIT-B PIC S9(12)V9(04) COMP-3.
           01 FIT-LAST-X PIC S9(05) COMP-3.
           01 FIT-NOW PIC S9(12)V9(04) COMP-3.
           01 FIT-KIND PIC X(02).
           01 BASE-ORD PIC 9(06) COMP-3.
           01 MONTH-ORD PIC 9(06) COMP-3.
      *    Projektion der Fensterueberschreitung
           01 AVAIL-AVG PIC S9(06) COMP-3 VALUE 0.
           01 AVAIL-MONTH PIC 9(06) VALUE 0.
           01 AHEAD-MONTHS PIC S9(06) COMP-3.
           01 TARGET-ORD PIC 9(06) COMP-3.
           01 TARGET-YYYY PIC 9(04).
           01 TARGET-MM PIC 9(02).
      *    Anzeigefelder
           01 REP-TEXT PIC X(160).
           01 YM-DISP PIC X(07).
           01 CNT-DISP PIC ZZZZZZZ9.
           01 SMALL-DISP PIC ZZZZZ9.
           01 DEC-DISP PIC ZZZZZZZ9.9.
           01 SLOPE-DISP PIC -(9)9.99.
           01 NIGHT-DISP PIC ZZZ9.
           01 PAIR-DISP PIC ZZZZZ9.
           01 DIM-DISP PIC ZZZZ9.
           01 NNZ-DISP PIC ZZZZZZZZ9.
           01 WIN-DISP PIC ZZZZZ9.
           01 HHMM-DISP PIC 99.
           01 HHMM-DISP2 PIC 99.
           01 AVG-WORK PIC S9(12)V9(04) COMP-3.
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-ARGS))
               WHEN "COLLECT"
                   MOVE 0 TO DO-REPORT
               WHEN "REPORT"
                   MOVE 0 TO DO-COLLECT
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE CUR-YYYYMM = FUNCTION NUMVAL(NOW-STAMP(1:6))

           IF DO-COLLECT = 1
               PERFORM COLLECT-PAIRS
           END-IF
           IF DO-REPORT = 1
               PERFORM LOAD-HISTORY
               PERFORM COUNT-AUDIT-DATASETS
               IF MO-COUNT = 0
                   DISPLAY "[CapacityReport.MAIN-PROCEDURE] weder"
                       " capacity.txt noch audit.txt liefern Werte"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SORT-MONTHS
               PERFORM WRITE-REPORT
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * COLLECT: Paare des Stapelberichts in die Historie uebernehmen
      ******************************************************************
       COLLECT-PAIRS.
           OPEN INPUT BRPTF
           IF BRPT-STATUS NOT = "00"
               DISPLAY "CapacityReport: batchreport.txt fehlt -"
                   " nichts zu erfassen"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BRPT-EOF = 1
               READ BRPTF
                   AT END MOVE 1 TO BRPT-EOF
                   NOT AT END PERFORM TAKE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE BRPTF

           PERFORM VARYING PR-I FROM 1 BY 1 UNTIL PR-I > PR-COUNT
               PERFORM READ-PAIR-RUNLOG
           END-PERFORM
           PERFORM MARK-KNOWN-PAIRS
           PERFORM APPEND-HISTORY
           MOVE PR-ADDED TO CNT-DISP
           DISPLAY "CapacityReport: " FUNCTION TRIM(CNT-DISP)
               " Paare nach capacity.txt erfasst"
           .

      * Paarzeile "<eingabe> -> <ausgabe>: <status>, ..." - Kopf-
      * und Schlusszeile haben kein " -> "
       TAKE-REPORT-LINE.
           MOVE SPACES TO BR-IN
           MOVE SPACES TO BR-REST
           MOVE SPACES TO BR-OUT
           UNSTRING BRPT-LINE DELIMITED BY " -> " INTO BR-IN BR-REST
           IF BR-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING BR-REST DELIMITED BY ": " INTO BR-OUT
           IF BR-OUT = SPACES OR PR-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PR-COUNT
           INITIALIZE PR-ENTRY(PR-COUNT)
           MOVE BR-OUT TO PR-OUTPUT(PR-COUNT)
           .

      * Summen des Paars aus seinem Runlog; ohne SUMME-Zeile (Paar
      * nicht beendet, Runlog fehlt) bleibt PR-RUN leer und das Paar
      * wird nicht erfasst
       READ-PAIR-RUNLOG.
           MOVE SPACES TO RUNLOG-FILENAME
           STRING FUNCTION TRIM(PR-OUTPUT(PR-I)) ".runlog"
               DELIMITED BY SIZE INTO RUNLOG-FILENAME
           OPEN INPUT RUNLOGF
           IF RUNLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RUNLOG-EOF
           PERFORM UNTIL RUNLOG-EOF = 1
               READ RUNLOGF
                   AT END MOVE 1 TO RUNLOG-EOF
                   NOT AT END PERFORM TAKE-RUNLOG-LINE
               END-READ
           END-PERFORM
           CLOSE RUNLOGF
           .

       TAKE-RUNLOG-LINE.
           MOVE SPACES TO LOG-TOKENS
           UNSTRING RUNLOG-LINE DELIMITED BY ALL SPACE INTO
               LT-DT LT-NAME LT-REST
           MOVE "gesamt=" TO KEY-PAT
           MOVE 7 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           IF KEY-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF LT-NAME = "SUMME"
               MOVE KEY-NUM TO PR-CS(PR-I)
               MOVE LT-DT(1:15) TO PR-END(PR-I)
               MOVE "Lauf=" TO KEY-PAT
               MOVE 5 TO KEY-LEN
               PERFORM FIND-KEY-VALUE
               IF KEY-FOUND = 1
                   MOVE KEY-VAL TO PR-RUN(PR-I)
               END-IF
               EXIT PARAGRAPH
           END-IF
      *    Datensatzzeile - aeltere Zeilen ohne dim=/nnz= zaehlen nur
      *    in die Datensatzzahl
           ADD 1 TO PR-DS(PR-I)
           MOVE "dim=" TO KEY-PAT
           MOVE 4 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           IF KEY-FOUND = 1 AND KEY-NUM > 0
               ADD 1 TO PR-DIMN(PR-I)
               ADD KEY-NUM TO PR-DIMSUM(PR-I)
               IF KEY-NUM > PR-DIMMAX(PR-I)
                   MOVE KEY-NUM TO PR-DIMMAX(PR-I)
               END-IF
               MOVE "nnz=" TO KEY-PAT
               MOVE 4 TO KEY-LEN
               PERFORM FIND-KEY-VALUE
               IF KEY-FOUND = 1
                   ADD KEY-NUM TO PR-NNZSUM(PR-I)
                   IF KEY-NUM > PR-NNZMAX(PR-I)
                       MOVE KEY-NUM TO PR-NNZMAX(PR-I)
                   END-IF
               END-IF
           END-IF
           .

      * Wert hinter KEY-PAT(1:KEY-LEN) in RUNLOG-LINE bis zum
      * naechsten Leerzeichen; numerisch in KEY-NUM
       FIND-KEY-VALUE.
           MOVE 0 TO KEY-FOUND
           MOVE 0 TO KEY-NUM
           MOVE SPACES TO KEY-VAL
           MOVE 0 TO KEY-POS
           INSPECT RUNLOG-LINE TALLYING KEY-POS
               FOR CHARACTERS BEFORE INITIAL KEY-PAT(1:KEY-LEN)
           IF KEY-POS + KEY-LEN >= 160
               EXIT PARAGRAPH
           END-IF
           IF RUNLOG-LINE(KEY-POS + 1:KEY-LEN) NOT = KEY-PAT(1:KEY-LEN)
               EXIT PARAGRAPH
           END-IF
           UNSTRING RUNLOG-LINE(KEY-POS + KEY-LEN + 1:)
               DELIMITED BY ALL SPACE INTO KEY-VAL
           MOVE 1 TO KEY-FOUND
           IF KEY-VAL(1:1) IS NUMERIC
               COMPUTE KEY-NUM = FUNCTION NUMVAL(KEY-VAL)
           END-IF
           .

      * schon erfasste Paare (Laufkennung und Ausgabe in
      * capacity.txt) nicht nochmals anhaengen - der Schritt darf
      * wiederholt laufen, und ein ungeliefertes Paar traegt noch
      * das Runlog einer frueheren Nacht
       MARK-KNOWN-PAIRS.
           PERFORM VARYING PR-I FROM 1 BY 1 UNTIL PR-I > PR-COUNT
               IF PR-RUN(PR-I) = SPACES
                   MOVE 0 TO PR-NEW(PR-I)
               ELSE
                   MOVE 1 TO PR-NEW(PR-I)
               END-IF
           END-PERFORM
           OPEN INPUT HISTF
           IF HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HIST-EOF
           PERFORM UNTIL HIST-EOF = 1
               READ HISTF
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       MOVE SPACES TO HIST-TOKENS
                       UNSTRING HIST-LINE DELIMITED BY ALL SPACE
                           INTO HT-RUN HT-END HT-OUT
                       PERFORM VARYING PR-I FROM 1 BY 1
                               UNTIL PR-I > PR-COUNT
                           IF PR-RUN(PR-I) = HT-RUN
                              AND PR-OUTPUT(PR-I) = HT-OUT
                               MOVE 0 TO PR-NEW(PR-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE HISTF
           .

       APPEND-HISTORY.
           OPEN EXTEND HISTF
           IF HIST-STATUS = "35"
               OPEN OUTPUT HISTF
               CLOSE HISTF
               OPEN EXTEND HISTF
           END-IF
           IF HIST-STATUS NOT = "00"
               DISPLAY "[CapacityReport.APPEND-HISTORY] capacity.txt"
                   " nicht beschreibbar (Status " HIST-STATUS ")!"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PR-I FROM 1 BY 1 UNTIL PR-I > PR-COUNT
               IF PR-NEW(PR-I) = 1
                   PERFORM WRITE-HISTORY-LINE
                   ADD 1 TO PR-ADDED
               END-IF
           END-PERFORM
           CLOSE HISTF
           .

       WRITE-HISTORY-LINE.
           MOVE SPACES TO HIST-LINE
           MOVE 1 TO OUT-P
           STRING PR-RUN(PR-I) " " PR-END(PR-I) " "
               FUNCTION TRIM(PR-OUTPUT(PR-I))
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-DS(PR-I) TO NUM-DISP
           STRING " ds=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-CS(PR-I) TO NUM-DISP
           STRING " cs=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-DIMN(PR-I) TO NUM-DISP
           STRING " dimn=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-DIMSUM(PR-I) TO NUM-DISP
           STRING " dimsum=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-DIMMAX(PR-I) TO NUM-DISP
           STRING " dimmax=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-NNZSUM(PR-I) TO NUM-DISP
           STRING " nnzsum=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           MOVE PR-NNZMAX(PR-I) TO NUM-DISP
           STRING " nnzmax=" FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO HIST-LINE WITH POINTER OUT-P
           WRITE HIST-LINE
           .

      ******************************************************************
      * REPORT: Historie und Mitschrift je Monat verdichten
      ******************************************************************
       LOAD-HISTORY.
           OPEN INPUT HISTF
           IF HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HIST-EOF
           PERFORM UNTIL HIST-EOF = 1
               READ HISTF
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END PERFORM TAKE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTF
           PERFORM FLUSH-NIGHT
           .

       TAKE-HISTORY-LINE.
           MOVE SPACES TO HIST-TOKENS
           UNSTRING HIST-LINE DELIMITED BY ALL SPACE INTO
               HT-RUN HT-END HT-OUT HT-KEY(1) HT-KEY(2) HT-KEY(3)
               HT-KEY(4) HT-KEY(5) HT-KEY(6) HT-KEY(7)
           IF HT-RUN(1:8) IS NOT NUMERIC OR HT-END(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HIST-LINES
           MOVE 0 TO H-DS H-CS H-DIMN H-DIMSUM H-DIMMAX H-NNZSUM
               H-NNZMAX
           PERFORM VARYING HT-I FROM 1 BY 1 UNTIL HT-I > 7
               PERFORM TAKE-HISTORY-KEY
           END-PERFORM
      *    Paar zaehlt in den Monat seines Laufbeginns
           COMPUTE FIND-YM = FUNCTION NUMVAL(HT-RUN(1:6))
           PERFORM FIND-MONTH
           IF MO-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MO-PAIRS(MO-HIT)
           ADD H-DS TO MO-DS(MO-HIT)
           ADD H-CS TO MO-CS(MO-HIT)
           ADD H-DIMN TO MO-DIMN(MO-HIT)
           ADD H-DIMSUM TO MO-DIMSUM(MO-HIT)
           ADD H-NNZSUM TO MO-NNZSUM(MO-HIT)
           IF H-DIMMAX > MO-DIMMAX(MO-HIT)
               MOVE H-DIMMAX TO MO-DIMMAX(MO-HIT)
           END-IF
           IF H-NNZMAX > MO-NNZMAX(MO-HIT)
               MOVE H-NNZMAX TO MO-NNZMAX(MO-HIT)
           END-IF
      *    Paare einer Nacht stehen hintereinander - Laufende ist das
      *    spaeteste Paarende der Laufkennung
           IF HT-RUN NOT = CUR-RUN
               PERFORM FLUSH-NIGHT
               MOVE HT-RUN TO CUR-RUN
               MOVE HT-END TO CUR-END
           END-IF
           IF HT-END > CUR-END
               MOVE HT-END TO CUR-END
           END-IF
           .

       TAKE-HISTORY-KEY.
           IF HT-KEY(HT-I) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN HT-KEY(HT-I)(1:3) = "ds="
                   COMPUTE H-DS = FUNCTION NUMVAL(HT-KEY(HT-I)(4:))
               WHEN HT-KEY(HT-I)(1:3) = "cs="
                   COMPUTE H-CS = FUNCTION NUMVAL(HT-KEY(HT-I)(4:))
               WHEN HT-KEY(HT-I)(1:5) = "dimn="
                   COMPUTE H-DIMN = FUNCTION NUMVAL(HT-KEY(HT-I)(6:))
               WHEN HT-KEY(HT-I)(1:7) = "dimsum="
                   COMPUTE H-DIMSUM =
                       FUNCTION NUMVAL(HT-KEY(HT-I)(8:))
               WHEN HT-KEY(HT-I)(1:7) = "dimmax="
                   COMPUTE H-DIMMAX =
                       FUNCTION NUMVAL(HT-KEY(HT-I)(8:))
               WHEN HT-KEY(HT-I)(1:7) = "nnzsum="
                   COMPUTE H-NNZSUM =
                       FUNCTION NUMVAL(HT-KEY(HT-I)(8:))
               WHEN HT-KEY(HT-I)(1:7) = "nnzmax="
                   COMPUTE H-NNZMAX =
                       FUNCTION NUMVAL(HT-KEY(HT-I)(8:))
           END-EVALUATE
           .

      * Fensterbelegung der Nacht CUR-RUN: von der Laufkennung
      * (JJJJMMTT-HHMMSShh, Laufbeginn) bis zum letzten Paarende
      * (JJJJMMTT-HHMMSS), in ganzen Minuten; dazu das an diesem
      * Abend verfuegbare Fenster bis deadline= bzw. maxminutes=
       FLUSH-NIGHT.
           IF CUR-RUN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIND-YM = FUNCTION NUMVAL(CUR-RUN(1:6))
           PERFORM FIND-MONTH
           COMPUTE RUN-START-DAY = FUNCTION NUMVAL(CUR-RUN(1:8))
           COMPUTE RUN-END-DAY = FUNCTION NUMVAL(CUR-END(1:8))
           COMPUTE RUN-SECS =
               (FUNCTION INTEGER-OF-DATE(RUN-END-DAY)
                - FUNCTION INTEGER-OF-DATE(RUN-START-DAY)) * 86400
               + FUNCTION NUMVAL(CUR-END(10:2)) * 3600
               + FUNCTION NUMVAL(CUR-END(12:2)) * 60
               + FUNCTION NUMVAL(CUR-END(14:2))
               - FUNCTION NUMVAL(CUR-RUN(10:2)) * 3600
               - FUNCTION NUMVAL(CUR-RUN(12:2)) * 60
               - FUNCTION NUMVAL(CUR-RUN(14:2))
           IF RUN-SECS < 0
               MOVE 0 TO RUN-SECS
           END-IF
           COMPUTE RUN-MIN ROUNDED = RUN-SECS / 60
           IF MO-HIT > 0
               ADD 1 TO MO-NIGHTS(MO-HIT)
               ADD RUN-MIN TO MO-WIN-SUM(MO-HIT)
               IF RUN-MIN > MO-WIN-MAX(MO-HIT)
                   MOVE RUN-MIN TO MO-WIN-MAX(MO-HIT)
               END-IF
               PERFORM NOTE-AVAILABLE-WINDOW
               ADD AVAIL-MIN TO MO-AVAIL-SUM(MO-HIT)
           END-IF
           MOVE SPACES TO CUR-RUN
           .

      * verfuegbares Fenster ab Laufbeginn: bis zur Uhrzeit-Grenze
      * (tagesueberlappend wie DEADLINE-CHECK in Main.cbl), hoechstens
      * die Hoechstlaufzeit; 0 = keine Grenze konfiguriert
       NOTE-AVAILABLE-WINDOW.
           MOVE 0 TO AVAIL-MIN
           COMPUTE START-MIN = FUNCTION NUMVAL(CUR-RUN(10:2)) * 60
               + FUNCTION NUMVAL(CUR-RUN(12:2))
           IF CFG-DEADLINE-HHMM > 0
               COMPUTE DEADLINE-MIN = (CFG-DEADLINE-HHMM / 100) * 60
                   + FUNCTION MOD(CFG-DEADLINE-HHMM, 100)
               COMPUTE AVAIL-MIN = DEADLINE-MIN - START-MIN
               IF AVAIL-MIN <= 0
                   ADD 1440 TO AVAIL-MIN
               END-IF
           END-IF
           IF CFG-MAX-MINUTES > 0
               IF AVAIL-MIN = 0 OR CFG-MAX-MINUTES < AVAIL-MIN
                   MOVE CFG-MAX-MINUTES TO AVAIL-MIN
               END-IF
           END-IF
           .

      * Datensatzzahlen je Monat aus der Mitschrift: audit.txt (der
      * laufende und der Vormonat) und die Monatsarchive ueber den
      * Aufbewahrungshorizont - eine Zeile je verarbeitetem Datensatz
       COUNT-AUDIT-DATASETS.
           MOVE "audit.txt" TO AUDIT-FILENAME
           PERFORM COUNT-AUDIT-FILE
           MOVE CUR-YYYYMM TO WALK-YYYYMM
           COMPUTE MONTH-STEPS = CFG-RETAIN-MONTHS + 1
           IF MONTH-STEPS > 239
               MOVE 239 TO MONTH-STEPS
           END-IF
           PERFORM VARYING STEP-I FROM 1 BY 1 UNTIL STEP-I > MONTH-STEPS
               MOVE SPACES TO AUDIT-FILENAME
               STRING "audit_arch_" WALK-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDIT-FILENAME
               PERFORM COUNT-AUDIT-FILE
               PERFORM DECREMENT-WALK-MONTH
           END-PERFORM
           .

       COUNT-AUDIT-FILE.
           OPEN INPUT AUDITF
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUDIT-EOF
           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDITF
                   AT END MOVE 1 TO AUDIT-EOF
                   NOT AT END
                       IF AUDIT-LINE(1:8) IS NUMERIC
                          AND AUDIT-LINE(9:1) = "-"
                           COMPUTE FIND-YM =
                               FUNCTION NUMVAL(AUDIT-LINE(1:6))
                           PERFORM FIND-MONTH
                           IF MO-HIT > 0
                               ADD 1 TO MO-AUDIT-DS(MO-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITF
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

      * Monatseintrag zu FIND-YM suchen bzw. anlegen, Index in MO-HIT
      * (0 = Tabelle voll)
       FIND-MONTH.
           MOVE 0 TO MO-HIT
           PERFORM VARYING MO-I FROM 1 BY 1 UNTIL MO-I > MO-COUNT
               IF MO-YM(MO-I) = FIND-YM
                   MOVE MO-I TO MO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MO-HIT = 0 AND MO-COUNT < 240
               ADD 1 TO MO-COUNT
               MOVE MO-COUNT TO MO-HIT
               INITIALIZE MO-ENTRY(MO-HIT)
               MOVE FIND-YM TO MO-YM(MO-HIT)
           END-IF
           .

       SORT-MONTHS.
           PERFORM VARYING MO-I FROM 1 BY 1 UNTIL MO-I >= MO-COUNT
               PERFORM VARYING MO-J FROM 1 BY 1
                       UNTIL MO-J > MO-COUNT - MO-I
                   IF MO-YM(MO-J) > MO-YM(MO-J + 1)
                       MOVE MO-ENTRY(MO-J) TO MO-HOLD
                       MOVE MO-ENTRY(MO-J + 1) TO MO-ENTRY(MO-J)
                       MOVE MO-HOLD TO MO-ENTRY(MO-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE BASE-ORD = (MO-YM(1) / 100) * 12
               + FUNCTION MOD(MO-YM(1), 100) - 1
           .

      ******************************************************************
      * Bericht: Monatstabelle, Trends, Projektion
      ******************************************************************
       WRITE-REPORT.
           OPEN OUTPUT REPF
           IF REP-STATUS NOT = "00"
               DISPLAY "[CapacityReport.WRITE-REPORT] "
                   "capacity_report.txt nicht beschreibbar (Status "
                   REP-STATUS ")!"
           END-IF
           MOVE SPACES TO REP-TEXT
           STRING "Kapazitaetsbericht - Stand " NOW-STAMP(1:4) "-"
               NOW-STAMP(5:2) "-" NOW-STAMP(7:2)
               DELIMITED BY SIZE INTO REP-TEXT
           PERFORM EMIT-LINE
           MOVE HIST-LINES TO CNT-DISP
           MOVE SPACES TO REP-TEXT
           STRING "Quellen: capacity.txt (" FUNCTION TRIM(CNT-DISP)
               " Paarlaeufe), audit.txt und audit_arch_JJJJMM.txt"
               DELIMITED BY SIZE INTO REP-TEXT
           PERFORM EMIT-LINE
           MOVE SPACES TO REP-TEXT
           PERFORM EMIT-LINE
           MOVE "Monat    Datens. Naechte  Paare Dim-Mit Dim-Max"
               TO REP-TEXT
           MOVE "  NNZ-Mittel   NNZ-Max  s/Paar  Fenster-Mit Fen-Max"
               TO REP-TEXT(48:)
           PERFORM EMIT-LINE
           MOVE "                                                "
               TO REP-TEXT
           MOVE "                                  (min)      (min)"
               TO REP-TEXT(48:)
           PERFORM EMIT-LINE
           PERFORM VARYING MO-I FROM 1 BY 1 UNTIL MO-I > MO-COUNT
               PERFORM EMIT-MONTH-LINE
           END-PERFORM
           MOVE SPACES TO REP-TEXT
           PERFORM EMIT-LINE

           MOVE "Trend (lineare Ausgleichsgerade je Monat):"
               TO REP-TEXT
           PERFORM EMIT-LINE
           MOVE "DS" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "  Datensaetze je Monat:" TO REP-TEXT
           PERFORM EMIT-SLOPE-LINE
           MOVE "DM" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "  mittlere Dimension:" TO REP-TEXT
           PERFORM EMIT-SLOPE-LINE
           MOVE "NZ" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "  mittlere Eintragszahl (nnz):" TO REP-TEXT
           PERFORM EMIT-SLOPE-LINE
           MOVE "CP" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "  Rechenzeit je Paar (s):" TO REP-TEXT
           PERFORM EMIT-SLOPE-LINE
           MOVE "WA" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "  Fensterbelegung Mittel (min):" TO REP-TEXT
           PERFORM EMIT-SLOPE-LINE
           MOVE "WX" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "  Fensterbelegung Spitze (min):" TO REP-TEXT
           PERFORM EMIT-SLOPE-LINE
           MOVE SPACES TO REP-TEXT
           PERFORM EMIT-LINE

           PERFORM EMIT-PROJECTION
           CLOSE REPF
           .

       EMIT-LINE.
           DISPLAY FUNCTION TRIM(REP-TEXT TRAILING)
           IF REP-STATUS = "00"
               WRITE REP-LINE FROM REP-TEXT
           END-IF
           MOVE SPACES TO REP-TEXT
           .

       EMIT-MONTH-LINE.
           MOVE SPACES TO REP-TEXT
           MOVE MO-YM(MO-I)(1:4) TO YM-DISP(1:4)
           MOVE "-" TO YM-DISP(5:1)
           MOVE MO-YM(MO-I)(5:2) TO YM-DISP(6:2)
           MOVE YM-DISP TO REP-TEXT(1:7)
      *    Datensaetze laut Mitschrift, ohne sie laut Historie
           IF MO-AUDIT-DS(MO-I) > 0
               MOVE MO-AUDIT-DS(MO-I) TO CNT-DISP
           ELSE
               MOVE MO-DS(MO-I) TO CNT-DISP
           END-IF
           MOVE CNT-DISP TO REP-TEXT(8:8)
           MOVE MO-NIGHTS(MO-I) TO NIGHT-DISP
           MOVE NIGHT-DISP TO REP-TEXT(20:4)
           MOVE MO-PAIRS(MO-I) TO PAIR-DISP
           MOVE PAIR-DISP TO REP-TEXT(25:6)
           IF MO-DIMN(MO-I) > 0
               COMPUTE DIM-DISP ROUNDED =
                   MO-DIMSUM(MO-I) / MO-DIMN(MO-I)
               MOVE DIM-DISP TO REP-TEXT(33:5)
               MOVE MO-DIMMAX(MO-I) TO DIM-DISP
               MOVE DIM-DISP TO REP-TEXT(41:5)
               COMPUTE NNZ-DISP ROUNDED =
                   MO-NNZSUM(MO-I) / MO-DIMN(MO-I)
               MOVE NNZ-DISP TO REP-TEXT(49:9)
               MOVE MO-NNZMAX(MO-I) TO NNZ-DISP
               MOVE NNZ-DISP TO REP-TEXT(59:9)
           ELSE
               MOVE "-" TO REP-TEXT(37:1)
               MOVE "-" TO REP-TEXT(45:1)
               MOVE "-" TO REP-TEXT(57:1)
               MOVE "-" TO REP-TEXT(67:1)
           END-IF
           IF MO-PAIRS(MO-I) > 0
               COMPUTE SMALL-DISP ROUNDED =
                   MO-CS(MO-I) / MO-PAIRS(MO-I) / 100
               MOVE SMALL-DISP TO REP-TEXT(69:6)
           ELSE
               MOVE "-" TO REP-TEXT(74:1)
           END-IF
           IF MO-NIGHTS(MO-I) > 0
               COMPUTE WIN-DISP ROUNDED =
                   MO-WIN-SUM(MO-I) / MO-NIGHTS(MO-I)
               MOVE WIN-DISP TO REP-TEXT(81:6)
               MOVE MO-WIN-MAX(MO-I) TO WIN-DISP
               MOVE WIN-DISP TO REP-TEXT(92:6)
           ELSE
               MOVE "-" TO REP-TEXT(86:1)
               MOVE "-" TO REP-TEXT(97:1)
           END-IF
           PERFORM EMIT-LINE
           .

      * Ausgleichsgerade ueber alle Monate mit einem Wert der
      * Kennzahl FIT-KIND: DS Datensaetze, DM mittlere Dimension,
      * NZ mittlere Eintragszahl, CP Rechenzeit je Paar (s), WA/WX
      * Fensterbelegung Mittel/Spitze je Nacht (min).
      * FIT-N = Zahl der Monate, FIT-LAST-X der juengste davon
       FIT-SERIES.
           MOVE 0 TO FIT-N FIT-SX FIT-SY FIT-SXX FIT-SXY FIT-A FIT-B
           MOVE 0 TO FIT-LAST-X
           PERFORM VARYING MO-I FROM 1 BY 1 UNTIL MO-I > MO-COUNT
               PERFORM FIT-TAKE-MONTH
           END-PERFORM
           IF FIT-N < 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIT-DEN = FIT-N * FIT-SXX - FIT-SX * FIT-SX
           IF FIT-DEN = 0
               MOVE 0 TO FIT-N
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIT-B ROUNDED =
               (FIT-N * FIT-SXY - FIT-SX * FIT-SY) / FIT-DEN
           COMPUTE FIT-A ROUNDED = (FIT-SY - FIT-B * FIT-SX) / FIT-N
           COMPUTE FIT-NOW ROUNDED = FIT-A + FIT-B * FIT-LAST-X
           .

       FIT-TAKE-MONTH.
           EVALUATE FIT-KIND
               WHEN "DS"
                   IF MO-AUDIT-DS(MO-I) > 0
                       MOVE MO-AUDIT-DS(MO-I) TO FIT-Y
                   ELSE
                       IF MO-DS(MO-I) = 0
                           EXIT PARAGRAPH
                       END-IF
                       MOVE MO-DS(MO-I) TO FIT-Y
                   END-IF
               WHEN "DM"
                   IF MO-DIMN(MO-I) = 0
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE FIT-Y ROUNDED =
                       MO-DIMSUM(MO-I) / MO-DIMN(MO-I)
               WHEN "NZ"
                   IF MO-DIMN(MO-I) = 0
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE FIT-Y ROUNDED =
                       MO-NNZSUM(MO-I) / MO-DIMN(MO-I)
               WHEN "CP"
                   IF MO-PAIRS(MO-I) = 0
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE FIT-Y ROUNDED =
                       MO-CS(MO-I) / MO-PAIRS(MO-I) / 100
               WHEN "WA"
                   IF MO-NIGHTS(MO-I) = 0
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE FIT-Y ROUNDED =
                       MO-WIN-SUM(MO-I) / MO-NIGHTS(MO-I)
               WHEN "WX"
                   IF MO-NIGHTS(MO-I) = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE MO-WIN-MAX(MO-I) TO FIT-Y
           END-EVALUATE
           COMPUTE MONTH-ORD = (MO-YM(MO-I) / 100) * 12
               + FUNCTION MOD(MO-YM(MO-I), 100) - 1
           COMPUTE FIT-X = MONTH-ORD - BASE-ORD
           ADD 1 TO FIT-N
           ADD FIT-X TO FIT-SX
           ADD FIT-Y TO FIT-SY
           COMPUTE FIT-SXX = FIT-SXX + FIT-X * FIT-X
           COMPUTE FIT-SXY = FIT-SXY + FIT-X * FIT-Y
           MOVE FIT-X TO FIT-LAST-X
           .

      * Trendzeile: Anstieg je Monat und Ausgleichswert des juengsten
      * Monats - Beschriftung steht schon in REP-TEXT
       EMIT-SLOPE-LINE.
           IF FIT-N < 3
               MOVE "zu wenig Monate (mindestens 3)"
                   TO REP-TEXT(33:)
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FIT-B TO SLOPE-DISP
           MOVE FIT-NOW TO DEC-DISP
           MOVE FIT-N TO NIGHT-DISP
           STRING FUNCTION TRIM(SLOPE-DISP) " je Monat, derzeit "
               FUNCTION TRIM(DEC-DISP) " (" FUNCTION TRIM(NIGHT-DISP)
               " Monate)"
               DELIMITED BY SIZE INTO REP-TEXT(33:)
           PERFORM EMIT-LINE
           .

      * verfuegbares Fenster: Mittel der Abende des juengsten Monats
      * mit Laeufen; danach die Projektion fuer Mittel und Spitze
       EMIT-PROJECTION.
           MOVE 0 TO AVAIL-AVG
           PERFORM VARYING MO-I FROM MO-COUNT BY -1 UNTIL MO-I < 1
               IF MO-NIGHTS(MO-I) > 0
                   COMPUTE AVAIL-AVG ROUNDED =
                       MO-AVAIL-SUM(MO-I) / MO-NIGHTS(MO-I)
                   MOVE MO-YM(MO-I) TO AVAIL-MONTH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AVAIL-AVG <= 0
               MOVE "Projektion: keine Fenstergrenze (deadline=/"
                   TO REP-TEXT
               MOVE "maxminutes=) oder keine Naechte in capacity.txt"
                   TO REP-TEXT(45:)
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE AVAIL-AVG TO WIN-DISP
           STRING "Verfuegbares Fenster: " FUNCTION TRIM(WIN-DISP)
               " min je Nacht (Laufbeginn bis Grenze, Mittel "
               AVAIL-MONTH(1:4) "-" AVAIL-MONTH(5:2) ")"
               DELIMITED BY SIZE INTO REP-TEXT
           PERFORM EMIT-LINE
           MOVE "WA" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "Projektion Mittel:" TO REP-TEXT
           PERFORM EMIT-PROJECTION-LINE
           MOVE "WX" TO FIT-KIND
           PERFORM FIT-SERIES
           MOVE "Projektion Spitze:" TO REP-TEXT
           PERFORM EMIT-PROJECTION-LINE
           .

       EMIT-PROJECTION-LINE.
           EVALUATE TRUE
               WHEN FIT-N < 3
                   MOVE "zu wenig Monate fuer eine Projektion"
                       TO REP-TEXT(20:)
               WHEN FIT-NOW >= AVAIL-AVG
                   MOVE "Fenster bereits ausgeschoepft"
                       TO REP-TEXT(20:)
               WHEN FIT-B <= 0
                   MOVE "kein Wachstum - keine Ueberschreitung absehbar"
                       TO REP-TEXT(20:)
               WHEN OTHER
                   COMPUTE AHEAD-MONTHS =
                       (AVAIL-AVG - FIT-NOW) / FIT-B + 0.9999
                   IF AHEAD-MONTHS > 120
                       MOVE "Ueberschreitung nicht innerhalb von zehn"
                           TO REP-TEXT(20:)
                       MOVE "Jahren" TO REP-TEXT(61:)
                   ELSE
                       COMPUTE TARGET-ORD =
                           BASE-ORD + FIT-LAST-X + AHEAD-MONTHS
                       DIVIDE TARGET-ORD BY 12 GIVING TARGET-YYYY
                           REMAINDER TARGET-MM
                       ADD 1 TO TARGET-MM
                       MOVE AHEAD-MONTHS TO SMALL-DISP
                       STRING "Fenster voraussichtlich ueberschritten"
                           " im " TARGET-YYYY "-" TARGET-MM " (in "
                           FUNCTION TRIM(SMALL-DISP) " Monaten)"
                           DELIMITED BY SIZE INTO REP-TEXT(20:)
                   END-IF
           END-EVALUATE
           PERFORM EMIT-LINE
           .
       END PROGRAM CapacityReport.
