      ******************************************************************
      * Author:
      * Date:
      * Purpose: Statistische Prozesslenkung ueber die Eigenwert-
      *          Historie jedes Datensatzes im Ergebnisbestand
      *          results.dat. DRIFT-CHECK vergleicht nur mit dem
      *          vorigen Lauf, AuditTrend zeigt nur Minimum, Maximum
      *          und Mittelwert - eine langsame Folge steigender
      *          Ergebnisse oder ein einzelner Ausreisser gegen die
      *          eigene Historie fiel bisher nicht auf.
      *          Je Datensatzname (RES-NAME) gehen die FINE-Laeufe in
      *          Laufreihenfolge ein. Die aeltesten CFG-SPC-BASELINE
      *          (spcbaseline=, Default 20) bilden das Basisfenster:
      *          Mittellinie MW und Standardabweichung s daraus,
      *          Eingriffsgrenzen MW +/- 3s, Warngrenzen MW +/- 2s.
      *          Mit weniger als 5 Laeufen im Basisfenster gibt es
      *          keine Regelkarte (zu wenig Historie). Gegen die
      *          Grenzen werden alle Laeufe geprueft:
      *            SPC-3SIGMA  ein Punkt ausserhalb MW +/- 3s
      *            SPC-2VON3   2 von 3 aufeinanderfolgenden Punkten
      *                        jenseits 2s auf derselben Seite
      *            SPC-LAUF7   7 Punkte in Folge auf einer Seite der
      *                        Mittellinie (ein Punkt auf der Linie
      *                        unterbricht die Folge)
      *            SPC-TREND7  7 Punkte in Folge stetig steigend
      *                        bzw. fallend
      *          Eine Folge wird bei ihrem siebten Punkt gemeldet und
      *          am juengsten Lauf erneut, solange sie anhaelt.
      *          Bericht spc.txt: je Datensatz Kennwerte der Karte,
      *          die juengsten 25 Laeufe als Textregelkarte
      *          (Spalte + = MW, : = 2s, | = 3s, * = Punkt, < > =
      *          jenseits 4s) und alle Befunde. Trifft ein Befund den
      *          juengsten Lauf, geht je Regel ein Alarmsatz ueber
      *          AlertWriter an den Ueberwachungs-Poller - aeltere
      *          Befunde stehen nur im Bericht, damit nicht jede
      *          Nacht dieselbe alte Verletzung erneut anschlaegt.
      *          Ein Datensatzname als Parameter beschraenkt die
      *          Auswertung auf diesen Namen.
      *          RETURN-CODE 4, wenn der juengste Lauf eines
      *          Datensatzes eine Regel verletzt, 1 ohne results.dat,
      *          sonst 0. Bei mehr als 2000 FINE-Laeufen eines
      *          Namens gelten die juengsten 2000.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpcMonitor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RESULTF ASSIGN TO "results.dat"
               FILE STATUS IS RESULT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY.
               SELECT REPF ASSIGN TO "spc.txt"
               FILE STATUS IS REP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD REPF
           DATA RECORD IS REP-LINE.
           01 REP-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 RESULT-STATUS PIC XX.
           01 REP-STATUS PIC XX.
           01 RES-EOF PIC 9 VALUE 0.
           01 CMD-ARGS PIC X(80).
           01 ONLY-NAME PIC X(30) VALUE SPACES.
      *    Laufkennung fuer die Alarmsaetze, Form wie in MAIN
           01 RUN-STAMP PIC X(21).
      *    FINE-Laeufe des aktuellen Namens in Laufreihenfolge, je
      *    Punkt die verletzten Regeln als Kurzzeichen (3 = 3s,
      *    2 = 2 von 3, L = Lauf 7, T = Trend 7)
           01 CUR-NAME PIC X(30) VALUE SPACES.
           01 PT-MAX PIC 9(04) COMP-3 VALUE 2000.
           01 PT-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 PT-TABLE.
               05 PT-ENTRY OCCURS 2000 TIMES.
                   10 PT-RUN PIC X(17).
                   10 PT-EW PIC S9(13)V9(16) COMP-3.
                   10 PT-Z PIC S9(03)V99 COMP-3.
                   10 PT-RULES PIC X(04).
           01 PT-I PIC 9(04) COMP-3.
           01 PT-J PIC 9(04) COMP-3.
           01 PT-FROM PIC 9(04) COMP-3.
      *    Kennwerte der Regelkarte
           01 BASE-N PIC 9(04) COMP-3.
           01 BASE-DF PIC 9(04) COMP-3.
           01 BASE-MIN PIC 9(04) COMP-3 VALUE 5.
           01 SPC-MEAN PIC S9(13)V9(16) COMP-3.
           01 SPC-SUM PIC S9(17)V9(12) COMP-3.
           01 SPC-DEV PIC S9(14)V9(16) COMP-3.
           01 SPC-SQ-SUM PIC S9(20)V9(10) COMP-3.
           01 SPC-VAR PIC S9(20)V9(10) COMP-3.
           01 SPC-SIGMA PIC S9(13)V9(16) COMP-3.
           01 SPC-UCL PIC S9(14)V9(16) COMP-3.
           01 SPC-LCL PIC S9(14)V9(16) COMP-3.
      *    Folgenzaehler: Seite der Mittellinie (+1/-1/0) und
      *    Richtung gegen den Vorgaenger (+1/-1/0)
           01 SIDE-NOW PIC S9 COMP-3.
           01 SIDE-PREV PIC S9 COMP-3.
           01 SIDE-RUN PIC 9(04) COMP-3.
           01 DIR-NOW PIC S9 COMP-3.
           01 DIR-PREV PIC S9 COMP-3.
           01 DIR-RUN PIC 9(04) COMP-3.
           01 BEYOND-HI PIC 9 COMP-3.
           01 BEYOND-LO PIC 9 COMP-3.
      *    Zaehler je Name und fuer den Lauf
           01 NAME-FINDINGS PIC 9(04) COMP-3.
           01 CNT-NAMES PIC 9(06) COMP-3 VALUE 0.
           01 CNT-SHORT PIC 9(06) COMP-3 VALUE 0.
           01 CNT-FLAGGED PIC 9(06) COMP-3 VALUE 0.
           01 CNT-3SIGMA PIC 9(06) COMP-3 VALUE 0.
           01 CNT-2VON3 PIC 9(06) COMP-3 VALUE 0.
           01 CNT-LAUF7 PIC 9(06) COMP-3 VALUE 0.
           01 CNT-TREND7 PIC 9(06) COMP-3 VALUE 0.
           01 CNT-ALERTS PIC 9(06) COMP-3 VALUE 0.
      *    Textregelkarte: 49 Spalten fuer -4s .. +4s, 6 Spalten je s
           01 CHART-TEMPLATE PIC X(49) VALUE
               "......|.....:...........+...........:.....|......".
           01 CHART-LINE PIC X(49).
           01 CHART-POS PIC S9(04) COMP-3.
           01 RULE-TEXT PIC X(60).
           01 RULE-P PIC 9(03).
      *    Alarmsatz ueber AlertWriter
           01 ALERT-OP PIC X(08) VALUE SPACES.
           01 ALERT-COND PIC X(16) VALUE SPACES.
           01 ALERT-DETAIL PIC X(40) VALUE SPACES.
      *    Ausgabeaufbau
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
           01 PRETTY-EW PIC -Z(8)9.9(6).
      *    ab 10**9 ohne Nachkommastellen in derselben Spaltenbreite
           01 PRETTY-EW-GANZ PIC -Z(15)9.
           01 PRETTY-EW-TEXT PIC X(17).
           01 EDIT-EW-IN PIC S9(14)V9(16) COMP-3.
           01 PRETTY-Z PIC +ZZ9.99.
           01 CNT-DISP PIC ZZZZZ9.
           01 CNT-DISP-2 PIC ZZZZZ9.
           COPY "FileNames.cpy".
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           IF CFG-SPC-BASELINE < BASE-MIN
               MOVE BASE-MIN TO CFG-SPC-BASELINE
           END-IF
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           MOVE CMD-ARGS TO ONLY-NAME
      *    eigene Laufkennung - ohne sie truege der Alarmsatz eine
      *    leere Kennung und waere nie quittierbar
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO RUN-ID
           STRING RUN-STAMP(1:8) "-" RUN-STAMP(9:8)
               DELIMITED BY SIZE INTO RUN-ID
           MOVE "results.dat" TO INPUT-FILENAME

           OPEN INPUT RESULTF
           IF RESULT-STATUS NOT = "00"
               DISPLAY "[SpcMonitor.MAIN-PROCEDURE] results.dat"
                   " konnte nicht geoeffnet werden, Status "
                   RESULT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPF
           PERFORM WRITE-HEADER

      *    results.dat liegt nach Name und Laufkennung geordnet vor -
      *    ein Namenswechsel schliesst die Historie des vorigen ab
           IF ONLY-NAME NOT = SPACES
               MOVE ONLY-NAME TO RES-NAME
               MOVE LOW-VALUES TO RES-RUN
               START RESULTF KEY >= RES-KEY
                   INVALID KEY MOVE 1 TO RES-EOF
               END-START
           END-IF
           MOVE 0 TO PT-COUNT
           MOVE SPACES TO CUR-NAME
           PERFORM UNTIL RES-EOF = 1
               READ RESULTF NEXT
                   AT END MOVE 1 TO RES-EOF
                   NOT AT END PERFORM TAKE-RESULT-RECORD
               END-READ
           END-PERFORM
           IF CUR-NAME NOT = SPACES
               PERFORM EVALUATE-NAME
           END-IF
           CLOSE RESULTF

           PERFORM WRITE-SUMMARY
           CLOSE REPF
           IF CNT-ALERTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * einen Ergebnissatz der Historie des Namens zuschlagen; nur
      * konvergierte, freigegebene Laeufe (FINE) tragen zur Karte bei
       TAKE-RESULT-RECORD.
           IF ONLY-NAME NOT = SPACES AND RES-NAME NOT = ONLY-NAME
               MOVE 1 TO RES-EOF
               EXIT PARAGRAPH
           END-IF
           IF RES-NAME NOT = CUR-NAME
               IF CUR-NAME NOT = SPACES
                   PERFORM EVALUATE-NAME
               END-IF
               MOVE RES-NAME TO CUR-NAME
               MOVE 0 TO PT-COUNT
           END-IF
           IF RES-STATUS NOT = "FINE"
               EXIT PARAGRAPH
           END-IF
      *    Tabelle voll: aeltesten Punkt verwerfen
           IF PT-COUNT >= PT-MAX
               PERFORM VARYING PT-I FROM 2 BY 1 UNTIL PT-I > PT-COUNT
                   COMPUTE PT-J = PT-I - 1
                   MOVE PT-ENTRY(PT-I) TO PT-ENTRY(PT-J)
               END-PERFORM
               SUBTRACT 1 FROM PT-COUNT
           END-IF
           ADD 1 TO PT-COUNT
           MOVE RES-RUN TO PT-RUN(PT-COUNT)
           MOVE RES-EW TO PT-EW(PT-COUNT)
           MOVE 0 TO PT-Z(PT-COUNT)
           MOVE SPACES TO PT-RULES(PT-COUNT)
           .

      ******************************************************************
      * Regelkarte eines Datensatzes
      ******************************************************************
       EVALUATE-NAME.
           IF PT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNT-NAMES
           MOVE PT-COUNT TO BASE-N
           IF BASE-N > CFG-SPC-BASELINE
               MOVE CFG-SPC-BASELINE TO BASE-N
           END-IF
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE PT-COUNT TO CNT-DISP
           MOVE BASE-N TO CNT-DISP-2
           STRING "Datensatz " FUNCTION TRIM(CUR-NAME) " - "
               FUNCTION TRIM(CNT-DISP) " FINE-Lauf/Laeufe, Basis "
               FUNCTION TRIM(CNT-DISP-2)
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           IF BASE-N < BASE-MIN
               ADD 1 TO CNT-SHORT
               MOVE SPACES TO OUT-LINE
               MOVE BASE-MIN TO CNT-DISP
               STRING "  zu wenig Historie - Regelkarte ab "
                   FUNCTION TRIM(CNT-DISP) " Laeufen"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-LIMITS
           PERFORM APPLY-RUN-RULES
           PERFORM WRITE-LIMITS
           PERFORM WRITE-CHART
           PERFORM WRITE-FINDINGS
           PERFORM RAISE-ALERTS
           .

      * Mittellinie und Standardabweichung (Stichprobe, n - 1) aus
      * den ersten BASE-N Punkten
       COMPUTE-LIMITS.
           MOVE 0 TO SPC-SUM
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > BASE-N
               ADD PT-EW(PT-I) TO SPC-SUM
           END-PERFORM
           COMPUTE SPC-MEAN ROUNDED = SPC-SUM / BASE-N
           MOVE 0 TO SPC-SQ-SUM
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > BASE-N
               COMPUTE SPC-DEV = PT-EW(PT-I) - SPC-MEAN
               COMPUTE SPC-SQ-SUM = SPC-SQ-SUM + SPC-DEV * SPC-DEV
           END-PERFORM
           SUBTRACT 1 FROM BASE-N GIVING BASE-DF
           DIVIDE SPC-SQ-SUM BY BASE-DF GIVING SPC-VAR ROUNDED
           COMPUTE SPC-SIGMA ROUNDED = SPC-VAR ** 0.5
           MULTIPLY 3 BY SPC-SIGMA GIVING SPC-UCL
           SUBTRACT SPC-UCL FROM SPC-MEAN GIVING SPC-LCL
           ADD SPC-MEAN TO SPC-UCL
      *    Abstand jedes Punkts von der Mittellinie in Vielfachen von
      *    s; bei s = 0 (konstante Basis) gilt jede Abweichung als
      *    jenseits 4s
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
               COMPUTE SPC-DEV = PT-EW(PT-I) - SPC-MEAN
               EVALUATE TRUE
                   WHEN SPC-DEV = 0
                       MOVE 0 TO PT-Z(PT-I)
                   WHEN SPC-SIGMA = 0 AND SPC-DEV > 0
                       MOVE 9.99 TO PT-Z(PT-I)
                   WHEN SPC-SIGMA = 0
                       MOVE -9.99 TO PT-Z(PT-I)
                   WHEN OTHER
                       COMPUTE PT-Z(PT-I) ROUNDED =
                           SPC-DEV / SPC-SIGMA
                           ON SIZE ERROR
                               IF SPC-DEV > 0
                                   MOVE 999.99 TO PT-Z(PT-I)
                               ELSE
                                   MOVE -999.99 TO PT-Z(PT-I)
                               END-IF
                       END-COMPUTE
               END-EVALUATE
           END-PERFORM
           .

      * die vier Regeln ueber alle Punkte; Kurzzeichen in PT-RULES
       APPLY-RUN-RULES.
           MOVE 0 TO NAME-FINDINGS
           MOVE 0 TO SIDE-PREV
           MOVE 0 TO SIDE-RUN
           MOVE 0 TO DIR-PREV
           MOVE 0 TO DIR-RUN
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
      *        ein Punkt ausserhalb der Eingriffsgrenzen
               IF PT-Z(PT-I) > 3 OR PT-Z(PT-I) < -3
                   MOVE "3" TO PT-RULES(PT-I)(1:1)
                   ADD 1 TO CNT-3SIGMA
               END-IF
      *        2 von 3 jenseits 2s auf derselben Seite, der aktuelle
      *        Punkt ist einer davon
               IF PT-I >= 3
                   MOVE 0 TO BEYOND-HI
                   MOVE 0 TO BEYOND-LO
                   COMPUTE PT-FROM = PT-I - 2
                   PERFORM VARYING PT-J FROM PT-FROM BY 1
                           UNTIL PT-J > PT-I
                       IF PT-Z(PT-J) > 2
                           ADD 1 TO BEYOND-HI
                       END-IF
                       IF PT-Z(PT-J) < -2
                           ADD 1 TO BEYOND-LO
                       END-IF
                   END-PERFORM
                   IF (BEYOND-HI >= 2 AND PT-Z(PT-I) > 2)
                      OR (BEYOND-LO >= 2 AND PT-Z(PT-I) < -2)
                       MOVE "2" TO PT-RULES(PT-I)(2:1)
                       ADD 1 TO CNT-2VON3
                   END-IF
               END-IF
      *        Folge auf einer Seite der Mittellinie
               EVALUATE TRUE
                   WHEN PT-Z(PT-I) > 0 MOVE 1 TO SIDE-NOW
                   WHEN PT-Z(PT-I) < 0 MOVE -1 TO SIDE-NOW
                   WHEN OTHER MOVE 0 TO SIDE-NOW
               END-EVALUATE
               IF SIDE-NOW = 0
                   MOVE 0 TO SIDE-RUN
               ELSE
                   IF SIDE-NOW = SIDE-PREV
                       ADD 1 TO SIDE-RUN
                   ELSE
                       MOVE 1 TO SIDE-RUN
                   END-IF
               END-IF
               MOVE SIDE-NOW TO SIDE-PREV
               IF SIDE-RUN = 7 OR (SIDE-RUN > 7 AND PT-I = PT-COUNT)
                   MOVE "L" TO PT-RULES(PT-I)(3:1)
                   ADD 1 TO CNT-LAUF7
               END-IF
      *        stetig steigend/fallend: 6 gleichgerichtete Schritte
      *        verbinden 7 Punkte
               MOVE 0 TO DIR-NOW
               IF PT-I > 1
                   COMPUTE PT-J = PT-I - 1
                   EVALUATE TRUE
                       WHEN PT-EW(PT-I) > PT-EW(PT-J) MOVE 1 TO DIR-NOW
                       WHEN PT-EW(PT-I) < PT-EW(PT-J)
                           MOVE -1 TO DIR-NOW
                   END-EVALUATE
               END-IF
               IF DIR-NOW = 0
                   MOVE 0 TO DIR-RUN
               ELSE
                   IF DIR-NOW = DIR-PREV
                       ADD 1 TO DIR-RUN
                   ELSE
                       MOVE 1 TO DIR-RUN
                   END-IF
               END-IF
               MOVE DIR-NOW TO DIR-PREV
               IF DIR-RUN = 6 OR (DIR-RUN > 6 AND PT-I = PT-COUNT)
                   MOVE "T" TO PT-RULES(PT-I)(4:1)
                   ADD 1 TO CNT-TREND7
               END-IF
               IF PT-RULES(PT-I) NOT = SPACES
                   ADD 1 TO NAME-FINDINGS
               END-IF
           END-PERFORM
           IF NAME-FINDINGS > 0
               ADD 1 TO CNT-FLAGGED
           END-IF
           .

      ******************************************************************
      * Bericht
      ******************************************************************
       WRITE-HEADER.
           MOVE SPACES TO OUT-LINE
           MOVE CFG-SPC-BASELINE TO CNT-DISP
           STRING "Regelkarten der Eigenwerte vom " RUN-STAMP(1:8)
               " - Basisfenster " FUNCTION TRIM(CNT-DISP)
               " FINE-Laeufe je Datensatz"
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           STRING "Regeln: 3 = ausserhalb 3s, 2 = 2 von 3 jenseits 2s,"
               " L = 7 auf einer Seite, T = 7 stetig steigend/fallend"
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           .

       WRITE-LIMITS.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE SPC-MEAN TO EDIT-EW-IN
           PERFORM EDIT-EW
           STRING "  MW " FUNCTION TRIM(PRETTY-EW-TEXT)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE SPC-SIGMA TO EDIT-EW-IN
           PERFORM EDIT-EW
           STRING "  s " FUNCTION TRIM(PRETTY-EW-TEXT)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE SPC-LCL TO EDIT-EW-IN
           PERFORM EDIT-EW
           STRING "  UEG " FUNCTION TRIM(PRETTY-EW-TEXT)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE SPC-UCL TO EDIT-EW-IN
           PERFORM EDIT-EW
           STRING "  OEG " FUNCTION TRIM(PRETTY-EW-TEXT)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           PERFORM SAY
           .

      * die juengsten 25 Punkte als Textregelkarte
       WRITE-CHART.
           IF PT-COUNT > 25
               COMPUTE PT-FROM = PT-COUNT - 24
           ELSE
               MOVE 1 TO PT-FROM
           END-IF
           PERFORM VARYING PT-I FROM PT-FROM BY 1 UNTIL PT-I > PT-COUNT
               MOVE CHART-TEMPLATE TO CHART-LINE
               COMPUTE CHART-POS ROUNDED = 25 + PT-Z(PT-I) * 6
               EVALUATE TRUE
                   WHEN CHART-POS < 1
                       MOVE "<" TO CHART-LINE(1:1)
                   WHEN CHART-POS > 49
                       MOVE ">" TO CHART-LINE(49:1)
                   WHEN OTHER
                       MOVE "*" TO CHART-LINE(CHART-POS:1)
               END-EVALUATE
               MOVE PT-EW(PT-I) TO EDIT-EW-IN
               PERFORM EDIT-EW
               MOVE SPACES TO OUT-LINE
               STRING "  " PT-RUN(PT-I) " " PRETTY-EW-TEXT " "
                   CHART-LINE " " PT-RULES(PT-I)
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM SAY
           END-PERFORM
           .

      * Eigenwert oder Kennwert fuer die Ausgabe aufbereiten; ab
      * 10**9 reicht die Spalte nur fuer den ganzzahligen Teil
       EDIT-EW.
           IF EDIT-EW-IN > -1000000000 AND EDIT-EW-IN < 1000000000
               MOVE EDIT-EW-IN TO PRETTY-EW
               MOVE PRETTY-EW TO PRETTY-EW-TEXT
           ELSE
               MOVE EDIT-EW-IN TO PRETTY-EW-GANZ
               MOVE PRETTY-EW-GANZ TO PRETTY-EW-TEXT
           END-IF
           .

      * alle Befunde des Namens, auch die vor dem Kartenausschnitt

       WRITE-FINDINGS.
           IF NAME-FINDINGS = 0
               MOVE "  keine Regelverletzung" TO OUT-LINE
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
               IF PT-RULES(PT-I) NOT = SPACES
                   PERFORM BUILD-RULE-TEXT
                   MOVE PT-Z(PT-I) TO PRETTY-Z
                   MOVE SPACES TO OUT-LINE
                   STRING "  Befund " PT-RUN(PT-I) " z=" PRETTY-Z
                       " " FUNCTION TRIM(RULE-TEXT)
                       DELIMITED BY SIZE INTO OUT-LINE
                   PERFORM SAY
               END-IF
           END-PERFORM
           .

      * Regelkennwoerter des Punkts PT-I, durch Leerzeichen getrennt
       BUILD-RULE-TEXT.
           MOVE SPACES TO RULE-TEXT
           MOVE 1 TO RULE-P
           IF PT-RULES(PT-I)(1:1) = "3"
               STRING "SPC-3SIGMA " DELIMITED BY SIZE
                   INTO RULE-TEXT WITH POINTER RULE-P
           END-IF
           IF PT-RULES(PT-I)(2:1) = "2"
               STRING "SPC-2VON3 " DELIMITED BY SIZE
                   INTO RULE-TEXT WITH POINTER RULE-P
           END-IF
           IF PT-RULES(PT-I)(3:1) = "L"
               STRING "SPC-LAUF7 " DELIMITED BY SIZE
                   INTO RULE-TEXT WITH POINTER RULE-P
           END-IF
           IF PT-RULES(PT-I)(4:1) = "T"
               STRING "SPC-TREND7 " DELIMITED BY SIZE
                   INTO RULE-TEXT WITH POINTER RULE-P
           END-IF
           .

      * je verletzter Regel des juengsten Laufs ein Alarmsatz
       RAISE-ALERTS.
           MOVE PT-COUNT TO PT-I
           IF PT-RULES(PT-I) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CUR-NAME TO DATASET-NAME
           MOVE "ALERT" TO ALERT-OP
           MOVE PT-Z(PT-I) TO PRETTY-Z
           MOVE SPACES TO ALERT-DETAIL
           STRING "Lauf " PT-RUN(PT-I) " z=" PRETTY-Z
               DELIMITED BY SIZE INTO ALERT-DETAIL
           IF PT-RULES(PT-I)(1:1) = "3"
               MOVE "SPC-3SIGMA" TO ALERT-COND
               PERFORM SEND-ALERT
           END-IF
           IF PT-RULES(PT-I)(2:1) = "2"
               MOVE "SPC-2VON3" TO ALERT-COND
               PERFORM SEND-ALERT
           END-IF
           IF PT-RULES(PT-I)(3:1) = "L"
               MOVE "SPC-LAUF7" TO ALERT-COND
               PERFORM SEND-ALERT
           END-IF
           IF PT-RULES(PT-I)(4:1) = "T"
               MOVE "SPC-TREND7" TO ALERT-COND
               PERFORM SEND-ALERT
           END-IF
           .

       SEND-ALERT.
           CALL "AlertWriter" USING FILE-NAMES, ABBRUCH,
                ALERT-OP, ALERT-COND, ALERT-DETAIL
           ADD 1 TO CNT-ALERTS
           .

       WRITE-SUMMARY.
           MOVE SPACES TO OUT-LINE
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE CNT-NAMES TO CNT-DISP
           STRING "Datensaetze: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-SHORT TO CNT-DISP
           STRING ", zu wenig Historie: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-FLAGGED TO CNT-DISP
           STRING ", mit Befund: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-ALERTS TO CNT-DISP
           STRING ", Alarme: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           PERFORM SAY
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE CNT-3SIGMA TO CNT-DISP
           STRING "Befunde: SPC-3SIGMA " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-2VON3 TO CNT-DISP
           STRING ", SPC-2VON3 " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-LAUF7 TO CNT-DISP
           STRING ", SPC-LAUF7 " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-TREND7 TO CNT-DISP
           STRING ", SPC-TREND7 " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           PERFORM SAY
           .

       SAY.
           DISPLAY FUNCTION TRIM(OUT-LINE TRAILING)
           IF REP-STATUS = "00"
               WRITE REP-LINE FROM OUT-LINE
           END-IF
           .
       END PROGRAM SpcMonitor.
