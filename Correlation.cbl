      ******************************************************************
      * Author:
      * Date:
      * Purpose: Versuchsabgleich (Test-Analyse-Korrelation) - das
      *          Versuchslabor liefert gemessene Eigenfrequenzen und
      *          Modenformen an den Sensorpositionen, der Abgleich mit
      *          unseren Ergebnissen lief bisher jedes Mal von Hand.
      *          Das Programm liest die Referenzdatei des Labors und
      *          die berechneten Eigenpaare aus modes.txt (geschrieben
      *          von ModeStore.cbl, je Name der juengste Lauf), ordnet
      *          jeder gemessenen Mode die berechnete mit dem hoechsten
      *          MAC (Modal Assurance Criterion ueber die
      *          Sensor-Freiheitsgrade) zu und berichtet je Paar den
      *          Frequenzfehler in Prozent und den MAC. Bleibt der
      *          beste MAC unter der Schwelle, gilt die Messung als
      *          ungepaart; ebenso werden berechnete Moden ohne
      *          zugeordnete Messung ausgewiesen. Die berechnete
      *          Frequenz ist f = sqrt(lambda)/(2*pi), wie bei unit=hz.
      *          Gesteuert ueber correlation_cmd.txt, eine Zeile:
      *            <referenzdatei> [mac-schwelle]
      *          (Schwelle Default 0.70). Referenzdatei, eine Zeile je
      *          gemessener Mode, "*" oder "#" in Spalte 1 = Kommentar:
      *            <name> <mode> <frequenz-hz> <dof>:<wert> ...
      *          (bis 40 Sensorwerte je Zeile). Bericht nach
      *          correlation.txt und auf die Konsole, die Einzeilen-
      *          Bilanz zusaetzlich an batchreport.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Correlation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "correlation_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REFF ASSIGN TO DYNAMIC REF-FILENAME
               FILE STATUS IS REF-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MODEF ASSIGN TO "modes.txt"
               FILE STATUS IS MODE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RPTF ASSIGN TO "correlation.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BRPTF ASSIGN TO "batchreport.txt"
               FILE STATUS IS BRPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(200).
           FD REFF
           DATA RECORD IS REF-LINE.
           01 REF-LINE PIC X(800).
           FD MODEF
           DATA RECORD IS MODE-LINE.
           01 MODE-LINE PIC X(100).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(160).
           FD BRPTF
           DATA RECORD IS BRPT-LINE.
           01 BRPT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 REF-STATUS PIC XX.
           01 MODE-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 BRPT-STATUS PIC XX.
           01 REF-FILENAME PIC X(90).
           01 REF-EOF PIC 9 VALUE 0.
           01 MODE-EOF PIC 9 VALUE 0.
      *    Kommandozerlegung und MAC-Schwelle der Paarung
           01 MAC-TOK PIC X(30).
           01 MAC-SCHWELLE PIC 9V9(04) COMP-3 VALUE 0.70.
      *    gemessene Moden aus der Referenzdatei: Name, Modennummer,
      *    Frequenz, Sensorwerte und das Ergebnis der Paarung
           01 MESS-TABELLE.
               05 ME-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 ME-ENTRY OCCURS 200 TIMES.
                   10 ME-NAME PIC X(30).
                   10 ME-NR PIC 9(03) COMP-3.
                   10 ME-FREQ PIC S9(07)V9(06) COMP-3.
                   10 ME-NS PIC 9(02) COMP-3.
                   10 ME-SENSOR OCCURS 40 TIMES.
                       15 ME-DOF PIC 9(04) COMP-3.
                       15 ME-VAL PIC S9(06)V9(09) COMP-3.
      *                Index der zugeordneten Rechen-Mode (0 = keine)
      *                und der beste gefundene MAC
                   10 ME-PAIR PIC 9(03) COMP-3.
                   10 ME-BEST-MAC PIC 9V9(06) COMP-3.
      *    berechnete Eigenpaare aus modes.txt - nur fuer Namen, die
      *    auch in der Referenz vorkommen, je Name der juengste Lauf
           01 RECHEN-TABELLE.
               05 CO-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 CO-ENTRY OCCURS 100 TIMES.
                   10 CO-NAME PIC X(30).
                   10 CO-RUN PIC X(17).
                   10 CO-NR PIC 9(03) COMP-3.
                   10 CO-DIM PIC 9(04) COMP-3.
                   10 CO-EW PIC S9(13)V9(09) COMP-3.
                   10 CO-TAKEN PIC 9.
                   10 CO-VEC PIC S9(06)V9(16) COMP-3
                       OCCURS 2000 TIMES.
           01 CO-MAX PIC 9(03) COMP-3 VALUE 100.
           01 CO-OVERFLOW PIC 9 VALUE 0.
      *    Zerlegung einer Referenzzeile
           01 REF-P PIC 9(04) COMP-3.
           01 REF-TOK PIC X(40).
           01 TOK-NR PIC 9(03) COMP-3.
           01 DOF-TOK PIC X(10).
           01 VAL-TOK PIC X(30).
      *    Zerlegung einer modes.txt-Kopfzeile und Stand des Blocks
           01 HDR-NAME PIC X(30).
           01 HDR-RUN PIC X(17).
           01 HDR-NR-TOK PIC X(10).
           01 HDR-DIM-TOK PIC X(10).
           01 HDR-EW-TOK PIC X(30).
           01 HDR-DIM PIC 9(04) COMP-3.
           01 PENDING-VALUES PIC 9(04) COMP-3 VALUE 0.
           01 PENDING-ENTRY PIC 9(03) COMP-3 VALUE 0.
           01 VALUE-IDX PIC 9(04) COMP-3 VALUE 0.
      *    MAC-Berechnung und Frequenzvergleich
           01 MAC-XY PIC S9(09)V9(16) COMP-3.
           01 MAC-XX PIC S9(09)V9(16) COMP-3.
           01 MAC-YY PIC S9(09)V9(16) COMP-3.
           01 MAC-ZAEHLER PIC S9(09)V9(16) COMP-3.
           01 MAC-NENNER PIC S9(09)V9(16) COMP-3.
           01 MAC-WERT PIC 9V9(06) COMP-3.
           01 BEST-MAC PIC 9V9(06) COMP-3.
           01 BEST-CO PIC 9(03) COMP-3.
           01 F-RECH PIC S9(07)V9(06) COMP-3.
           01 F-FEHLER PIC S9(07)V9(04) COMP-3.
           01 F-FEHLER-ABS PIC S9(07)V9(04) COMP-3.
      *    Bilanz
           01 N-PAARE PIC 9(04) VALUE 0.
           01 N-MESS-OFFEN PIC 9(04) VALUE 0.
           01 N-RECH-OFFEN PIC 9(04) VALUE 0.
           01 MAX-FEHLER PIC S9(07)V9(04) COMP-3 VALUE 0.
           01 MIN-MAC PIC 9V9(06) COMP-3 VALUE 1.
           01 NAME-HAS-CO PIC 9.
           01 I PIC 9(04) COMP-3.
           01 J PIC 9(04) COMP-3.
           01 K PIC 9(04) COMP-3.
           01 S PIC 9(04) COMP-3.
           01 HIT PIC 9(04) COMP-3.
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 PRETTY-FREQ PIC -(7)9.9999.
           01 PRETTY-PCT PIC -(6)9.99.
           01 PRETTY-MAC PIC 9.9999.
           01 NR-DISP PIC ZZ9.
           01 CNT-DISP PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               DISPLAY "[Correlation.MAIN-PROCEDURE]"
                   " correlation_cmd.txt konnte nicht geoeffnet"
                   " werden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CMDF
               AT END
                   DISPLAY "[Correlation.MAIN-PROCEDURE]"
                       " correlation_cmd.txt ist leer!"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CMDF
           MOVE SPACES TO REF-FILENAME
           MOVE SPACES TO MAC-TOK
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE INTO
               REF-FILENAME MAC-TOK
           IF REF-FILENAME = SPACES
               DISPLAY "[Correlation.MAIN-PROCEDURE] Kommando braucht:"
                   " <referenzdatei> [mac-schwelle]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MAC-TOK NOT = SPACES
               COMPUTE MAC-SCHWELLE = FUNCTION NUMVAL(MAC-TOK)
           END-IF

           PERFORM LOAD-REFERENCE
           IF ME-COUNT = 0
               DISPLAY "[Correlation.MAIN-PROCEDURE] Referenzdatei "
                   FUNCTION TRIM(REF-FILENAME)
                   " enthaelt keine gemessene Mode!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MODES

           OPEN OUTPUT RPTF
           MOVE SPACES TO OUT-LINE
           MOVE MAC-SCHWELLE TO PRETTY-MAC
           STRING "Versuchsabgleich gegen " FUNCTION TRIM(REF-FILENAME)
               ", MAC-Schwelle " PRETTY-MAC
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM SAY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ME-COUNT
               PERFORM PAIR-ONE-MEASURED
           END-PERFORM
           PERFORM REPORT-OPEN-COMPUTED
           PERFORM WRITE-VERDICT
           CLOSE RPTF
           IF N-MESS-OFFEN > 0
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * liest die Referenzdatei des Labors: je Zeile eine gemessene
      * Mode, Kommentar- und Leerzeilen werden uebergangen
       LOAD-REFERENCE.
           OPEN INPUT REFF
           IF REF-STATUS NOT = "00"
               DISPLAY "[Correlation.LOAD-REFERENCE] Referenzdatei "
                   FUNCTION TRIM(REF-FILENAME) " nicht lesbar"
                   " (Status " REF-STATUS ")!"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO REF-EOF
           PERFORM UNTIL REF-EOF = 1
               READ REFF
                   AT END MOVE 1 TO REF-EOF
                   NOT AT END
                       IF REF-LINE NOT = SPACES
                          AND REF-LINE(1:1) NOT = "*"
                          AND REF-LINE(1:1) NOT = "#"
                           PERFORM PARSE-REFERENCE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFF
           .

      * zerlegt eine Referenzzeile Token fuer Token: Name, Mode,
      * Frequenz, danach die Sensorwerte "dof:wert"
       PARSE-REFERENCE-LINE.
           IF ME-COUNT >= 200
               DISPLAY "[Correlation.PARSE-REFERENCE-LINE] mehr als"
                   " 200 gemessene Moden - Rest uebergangen"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ME-COUNT
           MOVE SPACES TO ME-NAME(ME-COUNT)
           MOVE 0 TO ME-NR(ME-COUNT)
           MOVE 0 TO ME-FREQ(ME-COUNT)
           MOVE 0 TO ME-NS(ME-COUNT)
           MOVE 0 TO ME-PAIR(ME-COUNT)
           MOVE 0 TO ME-BEST-MAC(ME-COUNT)
           MOVE 1 TO REF-P
           MOVE 0 TO TOK-NR
           PERFORM UNTIL REF-P > 800
               MOVE SPACES TO REF-TOK
               UNSTRING REF-LINE DELIMITED BY ALL SPACE
                   INTO REF-TOK WITH POINTER REF-P
               IF REF-TOK NOT = SPACES
                   ADD 1 TO TOK-NR
                   PERFORM STORE-REFERENCE-TOKEN
               END-IF
           END-PERFORM
           IF ME-NS(ME-COUNT) = 0 OR ME-FREQ(ME-COUNT) <= 0
               DISPLAY "[Correlation.PARSE-REFERENCE-LINE] Zeile ohne"
                   " Frequenz oder Sensorwerte uebergangen: "
                   REF-LINE(1:40)
               SUBTRACT 1 FROM ME-COUNT
           END-IF
           .

       STORE-REFERENCE-TOKEN.
           EVALUATE TOK-NR
               WHEN 1
                   MOVE REF-TOK TO ME-NAME(ME-COUNT)
               WHEN 2
                   COMPUTE ME-NR(ME-COUNT) = FUNCTION NUMVAL(REF-TOK)
               WHEN 3
                   COMPUTE ME-FREQ(ME-COUNT) =
                       FUNCTION NUMVAL(REF-TOK)
               WHEN OTHER
                   IF ME-NS(ME-COUNT) < 40
                       MOVE SPACES TO DOF-TOK
                       MOVE SPACES TO VAL-TOK
                       UNSTRING REF-TOK DELIMITED BY ":"
                           INTO DOF-TOK VAL-TOK
                       IF VAL-TOK NOT = SPACES
                           ADD 1 TO ME-NS(ME-COUNT)
                           MOVE ME-NS(ME-COUNT) TO S
                           COMPUTE ME-DOF(ME-COUNT, S) =
                               FUNCTION NUMVAL(DOF-TOK)
                           COMPUTE ME-VAL(ME-COUNT, S) =
                               FUNCTION NUMVAL(VAL-TOK)
                       END-IF
                   END-IF
           END-EVALUATE
           .

      * liest modes.txt und behaelt je Referenz-Name die Eigenpaare
      * des juengsten Laufs - die Datei waechst nur durch Anhaengen,
      * ein Block mit neuer Laufkennung verdraengt also die frueheren
       LOAD-MODES.
           OPEN INPUT MODEF
           IF MODE-STATUS NOT = "00"
               DISPLAY "[Correlation.LOAD-MODES] modes.txt nicht"
                   " lesbar (Status " MODE-STATUS ")!"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MODE-EOF
           MOVE 0 TO PENDING-VALUES
           PERFORM UNTIL MODE-EOF = 1
               READ MODEF
                   AT END MOVE 1 TO MODE-EOF
                   NOT AT END PERFORM SCAN-MODE-LINE
               END-READ
           END-PERFORM
           CLOSE MODEF
           IF CO-OVERFLOW = 1
               DISPLAY "[Correlation.LOAD-MODES] mehr als 100"
                   " berechnete Moden - Rest uebergangen"
           END-IF
           .

      * ordnet eine Zeile von modes.txt ein, wie
      * WarmStart.SCAN-WARM-LINE: Wertzeilen, solange PENDING-VALUES
      * ausstehen, sonst eine Kopfzeile
       SCAN-MODE-LINE.
           IF PENDING-VALUES > 0
               IF PENDING-ENTRY > 0
                   ADD 1 TO VALUE-IDX
                   COMPUTE CO-VEC(PENDING-ENTRY, VALUE-IDX) =
                       FUNCTION NUMVAL(MODE-LINE)
               END-IF
               SUBTRACT 1 FROM PENDING-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HDR-NAME
           MOVE SPACES TO HDR-RUN
           MOVE SPACES TO HDR-NR-TOK
           MOVE SPACES TO HDR-DIM-TOK
           MOVE SPACES TO HDR-EW-TOK
           UNSTRING MODE-LINE DELIMITED BY ALL SPACE INTO
               HDR-NAME HDR-RUN HDR-NR-TOK HDR-DIM-TOK HDR-EW-TOK
           COMPUTE HDR-DIM = FUNCTION NUMVAL(HDR-DIM-TOK)
           MOVE HDR-DIM TO PENDING-VALUES
           MOVE 0 TO VALUE-IDX
           MOVE 0 TO PENDING-ENTRY
           IF HDR-DIM > 2000
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HIT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ME-COUNT OR HIT > 0
               IF ME-NAME(I) = HDR-NAME
                   MOVE I TO HIT
               END-IF
           END-PERFORM
           IF HIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM DROP-OLDER-RUNS
           IF CO-COUNT >= CO-MAX
               MOVE 1 TO CO-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CO-COUNT
           MOVE CO-COUNT TO PENDING-ENTRY
           MOVE HDR-NAME TO CO-NAME(CO-COUNT)
           MOVE HDR-RUN TO CO-RUN(CO-COUNT)
           COMPUTE CO-NR(CO-COUNT) = FUNCTION NUMVAL(HDR-NR-TOK)
           MOVE HDR-DIM TO CO-DIM(CO-COUNT)
           COMPUTE CO-EW(CO-COUNT) = FUNCTION NUMVAL(HDR-EW-TOK)
           MOVE 0 TO CO-TAKEN(CO-COUNT)
           .

      * entfernt die Eintraege des Namens aus einem frueheren Lauf
      * und rueckt die Tabelle zusammen
       DROP-OLDER-RUNS.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CO-COUNT
               IF CO-NAME(I) = HDR-NAME AND CO-RUN(I) NOT = HDR-RUN
                   CONTINUE
               ELSE
                   ADD 1 TO J
                   IF J < I
                       MOVE CO-ENTRY(I) TO CO-ENTRY(J)
                   END-IF
               END-IF
           END-PERFORM
           MOVE J TO CO-COUNT
           .

      * sucht fuer die gemessene Mode I die noch freie berechnete
      * Mode desselben Namens mit dem hoechsten MAC und berichtet
      * Paar oder Ungepaart
       PAIR-ONE-MEASURED.
           MOVE 0 TO BEST-CO
           MOVE 0 TO BEST-MAC
           MOVE 0 TO NAME-HAS-CO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CO-COUNT
               IF CO-NAME(J) = ME-NAME(I)
                   MOVE 1 TO NAME-HAS-CO
                   IF CO-TAKEN(J) = 0
                       PERFORM COMPUTE-MAC
                       IF MAC-WERT > BEST-MAC OR BEST-CO = 0
                           MOVE MAC-WERT TO BEST-MAC
                           MOVE J TO BEST-CO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE BEST-MAC TO ME-BEST-MAC(I)
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE ME-NR(I) TO NR-DISP
           STRING "  " FUNCTION TRIM(ME-NAME(I)) " Mess-Mode "
               FUNCTION TRIM(NR-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF NAME-HAS-CO = 0
               ADD 1 TO N-MESS-OFFEN
               STRING ": UNGEPAART (keine Rechenergebnisse in"
                   " modes.txt)" DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           IF BEST-CO = 0
               ADD 1 TO N-MESS-OFFEN
               STRING ": UNGEPAART (keine freie Rechen-Mode)"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           IF BEST-MAC < MAC-SCHWELLE
               ADD 1 TO N-MESS-OFFEN
               MOVE BEST-MAC TO PRETTY-MAC
               STRING ": UNGEPAART (bester MAC " PRETTY-MAC ")"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               PERFORM SAY
               EXIT PARAGRAPH
           END-IF
           MOVE BEST-CO TO ME-PAIR(I)
           MOVE 1 TO CO-TAKEN(BEST-CO)
           ADD 1 TO N-PAARE
           IF BEST-MAC < MIN-MAC
               MOVE BEST-MAC TO MIN-MAC
           END-IF
           MOVE CO-NR(BEST-CO) TO NR-DISP
           STRING " <-> Rechen-Mode " FUNCTION TRIM(NR-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE ME-FREQ(I) TO PRETTY-FREQ
           STRING ": f Mess " FUNCTION TRIM(PRETTY-FREQ) " Hz"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
      *    ein negativer Eigenwert hat keine reelle Frequenz - das
      *    Paar steht dann ohne Frequenzfehler im Bericht
           IF CO-EW(BEST-CO) < 0
               STRING ", f Rech - (Eigenwert negativ)"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           ELSE
               COMPUTE F-RECH = (CO-EW(BEST-CO) ** 0.5)
                   / 6.2831853072
               COMPUTE F-FEHLER ROUNDED =
                   ((F-RECH - ME-FREQ(I)) * 100) / ME-FREQ(I)
               MOVE F-FEHLER TO F-FEHLER-ABS
               IF F-FEHLER-ABS < 0
                   COMPUTE F-FEHLER-ABS = F-FEHLER-ABS * (-1)
               END-IF
               IF F-FEHLER-ABS > MAX-FEHLER
                   MOVE F-FEHLER-ABS TO MAX-FEHLER
               END-IF
               MOVE F-RECH TO PRETTY-FREQ
               STRING ", f Rech " FUNCTION TRIM(PRETTY-FREQ) " Hz"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE F-FEHLER TO PRETTY-PCT
               STRING ", Fehler " FUNCTION TRIM(PRETTY-PCT) " %"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           MOVE BEST-MAC TO PRETTY-MAC
           STRING ", MAC " PRETTY-MAC
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           PERFORM SAY
           .

      * MAC zwischen gemessener Mode I und berechneter Mode J ueber
      * die Sensor-Freiheitsgrade: (x'y)^2 / ((x'x)(y'y)); ein
      * Sensor ausserhalb der berechneten Dimension zaehlt nicht
       COMPUTE-MAC.
           MOVE 0 TO MAC-XY
           MOVE 0 TO MAC-XX
           MOVE 0 TO MAC-YY
           MOVE 0 TO MAC-WERT
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > ME-NS(I)
               MOVE ME-DOF(I, S) TO K
               IF K > 0 AND K <= CO-DIM(J)
                   COMPUTE MAC-XY = MAC-XY
                       + ME-VAL(I, S) * CO-VEC(J, K)
                   COMPUTE MAC-XX = MAC-XX
                       + ME-VAL(I, S) * ME-VAL(I, S)
                   COMPUTE MAC-YY = MAC-YY
                       + CO-VEC(J, K) * CO-VEC(J, K)
               END-IF
           END-PERFORM
      *    in Schritten gerechnet, damit die Zwischenprodukte unter
      *    den IBM-Rechenregeln ihre Nachkommastellen behalten
           COMPUTE MAC-ZAEHLER = MAC-XY * MAC-XY
           COMPUTE MAC-NENNER = MAC-XX * MAC-YY
           IF MAC-NENNER > 0
               COMPUTE MAC-WERT ROUNDED = MAC-ZAEHLER / MAC-NENNER
                   ON SIZE ERROR MOVE 1 TO MAC-WERT
               END-COMPUTE
           END-IF
           .

      * berechnete Moden der Referenz-Namen, denen keine Messung
      * zugeordnet wurde
       REPORT-OPEN-COMPUTED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CO-COUNT
               IF CO-TAKEN(J) = 0
                   ADD 1 TO N-RECH-OFFEN
                   MOVE SPACES TO OUT-LINE
                   MOVE CO-NR(J) TO NR-DISP
                   STRING "  " FUNCTION TRIM(CO-NAME(J))
                       " Rechen-Mode " FUNCTION TRIM(NR-DISP)
                       ": UNGEPAART (keine Messung zugeordnet)"
                       DELIMITED BY SIZE INTO OUT-LINE
                   PERFORM SAY
               END-IF
           END-PERFORM
           .

      * Einzeilen-Bilanz: in den Bericht, auf die Konsole und an den
      * Stapelbericht angehaengt
       WRITE-VERDICT.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE N-PAARE TO CNT-DISP
           STRING "Versuchsabgleich: " FUNCTION TRIM(CNT-DISP)
               " Paare, " DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-MESS-OFFEN TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " Mess-Moden ungepaart, "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE N-RECH-OFFEN TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " Rechen-Moden ungepaart"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF N-PAARE > 0
               MOVE MAX-FEHLER TO PRETTY-PCT
               STRING ", max. Fehler " FUNCTION TRIM(PRETTY-PCT) " %"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE MIN-MAC TO PRETTY-MAC
               STRING ", min. MAC " PRETTY-MAC
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM SAY
           OPEN EXTEND BRPTF
           IF BRPT-STATUS = "35"
               OPEN OUTPUT BRPTF
               CLOSE BRPTF
               OPEN EXTEND BRPTF
           END-IF
           IF BRPT-STATUS = "00"
               WRITE BRPT-LINE FROM OUT-LINE
               CLOSE BRPTF
           END-IF
           .

       SAY.
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
           .
       END PROGRAM Correlation.
