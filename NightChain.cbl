      ******************************************************************
      * Author:
      * Date:
      * Purpose: Kettensteuerung fuer die Nachlaufprogramme nach MAIN
      *          (PartitionMerge, ConsolidateOutputs, ResidualCertify,
      *          GoldenCheck, MirrorCheck, AuditVerify, ExtractAckCheck,
      *          WeeklySummary ...), statt sie als lose Einzeljobs zu
      *          starten und nach einem Fehlschlag den Rest von Hand
      *          nachzuziehen. Die Schrittliste nightchain.txt nennt
      *          je Zeile einen Schritt in Ausfuehrungsfolge:
      *            <schritt> [ALWAYS|IFOK|ONFAIL] [MAXRC=<n>] <kommando>
      *          <schritt> ist der eindeutige Name (bis 20 Zeichen),
      *          die Bedingung wie in batch.txt: IFOK (Vorgabe) nur,
      *          wenn bisher kein Schritt fehlschlug, ONFAIL nur nach
      *          einem Fehlschlag, ALWAYS immer. MAXRC= ist der
      *          hoechste RETURN-CODE, der noch als Erfolg gilt
      *          (Vorgabe 0), der Rest der Zeile das Kommando, mit dem
      *          das Programm samt Parametern gestartet wird. Zeilen
      *          mit "*" in Spalte 1 sind Kommentar.
      *          Jedes Kommando laeuft als eigener Prozess - die
      *          Nachlaufprogramme enden mit STOP RUN und lassen sich
      *          daher nicht per CALL in diese Steuerung holen. Seine
      *          Konsolausgabe wird mitgeschnitten und landet mit
      *          Ergebnis, RETURN-CODE und Dauer im gemeinsamen
      *          Kettenbericht nightchain_report.txt.
      *          Nach jedem Schritt wird der Kettenstand in
      *          nightchain.state festgeschrieben (Kettenkennung, je
      *          Schritt Ergebnis, RETURN-CODE und Zeitpunkt; ueber
      *          nightchain.state.tmp ersetzt). Endet die Kette nicht
      *          vollstaendig erfolgreich, setzt der naechste Start
      *          beim ersten fehlgeschlagenen (oder nie beendeten)
      *          Schritt wieder auf: die erfolgreichen Schritte davor
      *          werden uebernommen statt doppelt gefahren, ab dort
      *          laeuft alles erneut, und der Bericht wird
      *          fortgeschrieben. Erst eine vollstaendige Kette
      *          (Zeile CHAIN-END=OK) laesst den naechsten Start frisch
      *          beginnen; wer eine unterbrochene Kette verwerfen
      *          will, loescht nightchain.state.
      *          RETURN-CODE 0 = Kette vollstaendig, sonst die Anzahl
      *          der fehlgeschlagenen Schritte (je Fehlschlag auch ein
      *          Alarmsatz KETTENSCHRITT); 99 = Schrittliste fehlt
      *          oder ist leer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightChain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STEPF ASSIGN TO "nightchain.txt"
               FILE STATUS IS STEP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Kettenstand: gelesen wird nightchain.state, geschrieben
      *        die Zwischendatei - Name daher dynamisch
               SELECT STATEF ASSIGN TO DYNAMIC STATE-FILENAME
               FILE STATUS IS STATE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        mitgeschnittene Konsolausgabe des letzten Schritts
               SELECT LOGF ASSIGN TO "nightchain.steplog"
               FILE STATUS IS LOG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RPTF ASSIGN TO "nightchain_report.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD STEPF
           DATA RECORD IS STEP-LINE.
           01 STEP-LINE PIC X(240).
           FD STATEF
           DATA RECORD IS STATE-LINE.
           01 STATE-LINE PIC X(120).
           FD LOGF
           DATA RECORD IS LOG-LINE.
           01 LOG-LINE PIC X(160).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 STEP-STATUS PIC XX.
           01 STATE-STATUS PIC XX.
           01 LOG-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 STEP-EOF PIC 9 VALUE 0.
           01 STATE-EOF PIC 9 VALUE 0.
           01 LOG-EOF PIC 9 VALUE 0.
           01 STATE-FILENAME PIC X(30).
           01 STATE-KEEPNAME PIC X(30) VALUE "nightchain.state".
           01 STATE-TMPNAME PIC X(30) VALUE "nightchain.state.tmp".
      *    Schritte der Kette in Ausfuehrungsfolge. ST-RESULT bleibt
      *    leer, bis der Schritt gelaufen, uebersprungen oder aus dem
      *    Kettenstand uebernommen ist; ST-TAKEN = 1 fuer uebernommene
           01 STEP-COUNT PIC 9(02) VALUE 0.
           01 STEP-MAX PIC 9(02) VALUE 50.
           01 STEP-TABLE.
               05 STEP-ENTRY OCCURS 50 TIMES.
                   10 ST-NAME PIC X(20).
                   10 ST-COND PIC X(06).
                   10 ST-MAXRC PIC 9(03).
                   10 ST-CMD PIC X(200).
                   10 ST-RESULT PIC X(14).
                   10 ST-RC PIC 9(03).
                   10 ST-AT PIC X(14).
                   10 ST-SECS PIC 9(06).
                   10 ST-TAKEN PIC 9.
           01 ST-I PIC 9(02).
           01 ST-J PIC 9(02).
      *    Kettenstand des vorigen Starts
           01 SAVED-COUNT PIC 9(02) VALUE 0.
           01 SAVED-TABLE.
               05 SAVED-ENTRY OCCURS 50 TIMES.
                   10 SV-NAME PIC X(20).
                   10 SV-RESULT PIC X(14).
                   10 SV-RC PIC 9(03).
                   10 SV-AT PIC X(14).
           01 SV-I PIC 9(02).
           01 SV-HIT PIC 9(02).
           01 SAVED-CHAIN-ID PIC X(17) VALUE SPACES.
           01 SAVED-COMPLETE PIC 9 VALUE 0.
      *    1 = dieser Start setzt eine unvollstaendige Kette fort
           01 RESUMING PIC 9 VALUE 0.
               88 CHAIN-RESUMED VALUE 1.
           01 RESUME-AT PIC 9(02) VALUE 0.
           01 CHAIN-ID PIC X(17) VALUE SPACES.
      *    Zerlegung einer Zeile der Schrittliste bzw. des Standes
           01 WORK-LINE PIC X(240).
           01 LP PIC 9(03).
           01 SAVE-P PIC 9(03).
           01 NAME-TOK PIC X(40).
           01 COND-TOK PIC X(20).
           01 OPT-TOK PIC X(20).
           01 TOK1 PIC X(40).
           01 TOK2 PIC X(40).
           01 TOK3 PIC X(40).
           01 TOK4 PIC X(40).
           01 LINE-NO PIC 9(04) VALUE 0.
           01 LINE-NO-DISP PIC ZZZ9.
      *    Kommandozeile mit Umlenkung der Konsolausgabe
           01 CMD-LINE PIC X(260).
           01 SYS-STATUS PIC S9(09) COMP-3.
           01 SYS-QUOT PIC 9(09).
           01 SYS-SIG PIC 9(09).
      *    Bilanz der Kette
           01 FAILED-SO-FAR PIC 9(02) VALUE 0.
           01 CNT-RUN PIC 9(02) VALUE 0.
           01 CNT-FAILED PIC 9(02) VALUE 0.
           01 CNT-SKIPPED PIC 9(02) VALUE 0.
           01 CNT-TAKEN PIC 9(02) VALUE 0.
           01 FIRST-FAILED PIC 9(02) VALUE 0.
      *    Uhrzeit in Hundertstelsekunden seit Mitternacht, fuer die
      *    Schrittdauer - ueber Mitternacht mit einem Tag aufgeschlagen
           01 CLOCK-STAMP.
               05 CLK-DATE PIC X(08).
               05 CLK-HH PIC 9(02).
               05 CLK-MM PIC 9(02).
               05 CLK-SS PIC 9(02).
               05 CLK-CC PIC 9(02).
               05 FILLER PIC X(05).
           01 TIME-NOW PIC S9(08) COMP-3.
           01 TIME-START PIC S9(08) COMP-3.
           01 TIME-SPAN PIC S9(08) COMP-3.
           01 RUN-STAMP PIC X(21).
      *    Anzeigefelder
           01 RC-DISP PIC ZZ9.
           01 SECS-DISP PIC ZZZZZ9.
           01 CNT-DISP PIC Z9.
           01 OUT-P PIC 9(03).
      *    Steuer- und Detailfelder fuer den Alarmsatz
           01 ALERT-OP PIC X(08) VALUE SPACES.
           01 ALERT-COND PIC X(16) VALUE SPACES.
           01 ALERT-DETAIL PIC X(40) VALUE SPACES.
           COPY "FileNames.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO CHAIN-ID
           STRING RUN-STAMP(1:8) "-" RUN-STAMP(9:8)
               DELIMITED BY SIZE INTO CHAIN-ID

           PERFORM LOAD-STEP-LIST
           IF STEP-COUNT = 0
               DISPLAY "Schrittliste nightchain.txt fehlt oder ist"
                   " leer - keine Kette"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CHAIN-STATE
           IF SAVED-CHAIN-ID NOT = SPACES AND SAVED-COMPLETE = 0
               MOVE 1 TO RESUMING
               MOVE SAVED-CHAIN-ID TO CHAIN-ID
               PERFORM TAKE-OVER-DONE-STEPS
           END-IF
      *    Kennung der Kette fuer die Alarmsaetze
           MOVE CHAIN-ID TO RUN-ID
           MOVE "nightchain.txt" TO INPUT-FILENAME
           MOVE "nightchain_report.txt" TO OUTPUT-FILENAME

           PERFORM OPEN-REPORT
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > STEP-COUNT
               IF ST-TAKEN(ST-I) = 1
                   PERFORM REPORT-TAKEN-STEP
               ELSE
                   PERFORM DECIDE-AND-RUN-STEP
                   PERFORM SAVE-CHAIN-STATE
               END-IF
           END-PERFORM
      *    eine Kette, die nur aus uebernommenen Schritten bestand,
      *    hat noch keinen Abschluss geschrieben
           IF CNT-RUN = 0 AND CNT-SKIPPED = 0
               PERFORM SAVE-CHAIN-STATE
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           CLOSE RPTF

           MOVE CNT-FAILED TO RETURN-CODE
           STOP RUN.

      * liest die Schrittliste; fehlerhafte Zeilen (kein Kommando,
      * doppelter Name, zu viele Schritte) werden gemeldet und
      * ausgelassen
       LOAD-STEP-LIST.
           OPEN INPUT STEPF
           IF STEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STEP-EOF = 1
               READ STEPF
                   AT END MOVE 1 TO STEP-EOF
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF STEP-LINE NOT = SPACES
                          AND STEP-LINE(1:1) NOT = "*"
                           PERFORM TAKE-STEP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEPF
           .

       TAKE-STEP-LINE.
           MOVE LINE-NO TO LINE-NO-DISP
           MOVE FUNCTION TRIM(STEP-LINE) TO WORK-LINE
           MOVE SPACES TO NAME-TOK COND-TOK OPT-TOK
           MOVE 1 TO LP
           UNSTRING WORK-LINE DELIMITED BY ALL SPACE INTO NAME-TOK
               WITH POINTER LP
           IF NAME-TOK(21:20) NOT = SPACES
               DISPLAY "nightchain.txt Zeile "
                   FUNCTION TRIM(LINE-NO-DISP)
                   ": Schrittname laenger als 20 Zeichen - ausgelassen"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > STEP-COUNT
               IF ST-NAME(ST-J) = NAME-TOK(1:20)
                   DISPLAY "nightchain.txt Zeile "
                       FUNCTION TRIM(LINE-NO-DISP) ": Schritt "
                       FUNCTION TRIM(NAME-TOK)
                       " doppelt - ausgelassen"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF STEP-COUNT >= STEP-MAX
               DISPLAY "nightchain.txt Zeile "
                   FUNCTION TRIM(LINE-NO-DISP)
                   ": mehr als 50 Schritte - ausgelassen"
               EXIT PARAGRAPH
           END-IF

      *    Bedingung ist optional - ein anderes Wort gehoert schon
      *    zum Kommando
           MOVE LP TO SAVE-P
           UNSTRING WORK-LINE DELIMITED BY ALL SPACE INTO COND-TOK
               WITH POINTER LP
           IF COND-TOK NOT = "ALWAYS" AND COND-TOK NOT = "IFOK"
              AND COND-TOK NOT = "ONFAIL"
               MOVE "IFOK" TO COND-TOK
               MOVE SAVE-P TO LP
           END-IF
           ADD 1 TO STEP-COUNT
           MOVE NAME-TOK(1:20) TO ST-NAME(STEP-COUNT)
           MOVE COND-TOK(1:6) TO ST-COND(STEP-COUNT)
           MOVE 0 TO ST-MAXRC(STEP-COUNT)
           MOVE LP TO SAVE-P
           IF LP <= 240
               UNSTRING WORK-LINE DELIMITED BY ALL SPACE INTO OPT-TOK
                   WITH POINTER LP
               IF OPT-TOK(1:6) = "MAXRC="
                   MOVE FUNCTION NUMVAL(OPT-TOK(7:14))
                       TO ST-MAXRC(STEP-COUNT)
               ELSE
                   MOVE SAVE-P TO LP
               END-IF
           END-IF
           MOVE SPACES TO ST-CMD(STEP-COUNT)
           IF LP <= 240
               MOVE WORK-LINE(LP:) TO ST-CMD(STEP-COUNT)
           END-IF
           IF ST-CMD(STEP-COUNT) = SPACES
               DISPLAY "nightchain.txt Zeile "
                   FUNCTION TRIM(LINE-NO-DISP) ": Schritt "
                   FUNCTION TRIM(NAME-TOK)
                   " ohne Kommando - ausgelassen"
               SUBTRACT 1 FROM STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ST-RESULT(STEP-COUNT)
           MOVE 0 TO ST-RC(STEP-COUNT)
           MOVE SPACES TO ST-AT(STEP-COUNT)
           MOVE 0 TO ST-SECS(STEP-COUNT)
           MOVE 0 TO ST-TAKEN(STEP-COUNT)
           .

      * liest den Kettenstand des vorigen Starts: Kennung, je Schritt
      * Ergebnis/RETURN-CODE/Zeitpunkt und ob die Kette vollstaendig
      * durchlief
       LOAD-CHAIN-STATE.
           MOVE STATE-KEEPNAME TO STATE-FILENAME
           OPEN INPUT STATEF
           IF STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STATE-EOF = 1
               READ STATEF
                   AT END MOVE 1 TO STATE-EOF
                   NOT AT END PERFORM NOTE-STATE-LINE
               END-READ
           END-PERFORM
           CLOSE STATEF
           .

       NOTE-STATE-LINE.
           EVALUATE TRUE
               WHEN STATE-LINE(1:6) = "CHAIN="
                   MOVE STATE-LINE(7:17) TO SAVED-CHAIN-ID
               WHEN STATE-LINE(1:12) = "CHAIN-END=OK"
                   MOVE 1 TO SAVED-COMPLETE
               WHEN STATE-LINE(1:5) = "STEP="
                   AND SAVED-COUNT < STEP-MAX
                   MOVE SPACES TO TOK1 TOK2 TOK3 TOK4
                   UNSTRING STATE-LINE DELIMITED BY ALL SPACE
                       INTO TOK1 TOK2 TOK3 TOK4
                   ADD 1 TO SAVED-COUNT
                   MOVE TOK1(6:20) TO SV-NAME(SAVED-COUNT)
                   MOVE TOK2(8:14) TO SV-RESULT(SAVED-COUNT)
                   MOVE FUNCTION NUMVAL(TOK3(4:6)) TO
                       SV-RC(SAVED-COUNT)
                   MOVE TOK4(4:14) TO SV-AT(SAVED-COUNT)
           END-EVALUATE
           .

      * Wiederaufnahme: von vorn jeder Schritt, der im vorigen Start
      * erfolgreich lief oder planmaessig uebersprungen wurde, gilt
      * als erledigt - der erste andere (fehlgeschlagen oder nie
      * beendet) ist der Wiederaufsetzpunkt, ab ihm laeuft alles
      * erneut
       TAKE-OVER-DONE-STEPS.
           MOVE 0 TO RESUME-AT
           PERFORM VARYING ST-I FROM 1 BY 1
                   UNTIL ST-I > STEP-COUNT OR RESUME-AT > 0
               MOVE 0 TO SV-HIT
               PERFORM VARYING SV-I FROM 1 BY 1
                       UNTIL SV-I > SAVED-COUNT
                   IF SV-NAME(SV-I) = ST-NAME(ST-I)
                       MOVE SV-I TO SV-HIT
                   END-IF
               END-PERFORM
               IF SV-HIT > 0 AND (SV-RESULT(SV-HIT) = "OK"
                  OR SV-RESULT(SV-HIT) = "UEBERSPRUNGEN")
                   MOVE SV-RESULT(SV-HIT) TO ST-RESULT(ST-I)
                   MOVE SV-RC(SV-HIT) TO ST-RC(ST-I)
                   MOVE SV-AT(SV-HIT) TO ST-AT(ST-I)
                   MOVE 1 TO ST-TAKEN(ST-I)
                   ADD 1 TO CNT-TAKEN
               ELSE
                   MOVE ST-I TO RESUME-AT
               END-IF
           END-PERFORM
           IF RESUME-AT > 0
               DISPLAY "Kette " CHAIN-ID " wird fortgesetzt ab"
                   " Schritt " FUNCTION TRIM(ST-NAME(RESUME-AT))
           END-IF
           .

      * frischer Start: neuer Bericht; Wiederaufnahme: der Bericht
      * der Kette wird fortgeschrieben
       OPEN-REPORT.
           IF CHAIN-RESUMED
               OPEN EXTEND RPTF
               IF RPT-STATUS NOT = "00"
                   OPEN OUTPUT RPTF
               END-IF
           ELSE
               OPEN OUTPUT RPTF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           MOVE SPACES TO RPT-LINE
           IF CHAIN-RESUMED
               STRING "Nachtkette " CHAIN-ID " - Wiederaufnahme am "
                   CLK-DATE " um " CLK-HH ":" CLK-MM ":" CLK-SS
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "Nachtkette " CHAIN-ID " - Beginn am "
                   CLK-DATE " um " CLK-HH ":" CLK-MM ":" CLK-SS
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:72)
           WRITE RPT-LINE
           .

      * prueft die Bedingung des Schritts und fuehrt ihn aus oder
      * verbucht ihn als uebersprungen
       DECIDE-AND-RUN-STEP.
           IF (ST-COND(ST-I) = "IFOK" AND FAILED-SO-FAR > 0)
              OR (ST-COND(ST-I) = "ONFAIL" AND FAILED-SO-FAR = 0)
               MOVE "UEBERSPRUNGEN" TO ST-RESULT(ST-I)
               MOVE 0 TO ST-RC(ST-I)
               MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
               MOVE SPACES TO ST-AT(ST-I)
               STRING CLK-DATE CLK-HH CLK-MM CLK-SS
                   DELIMITED BY SIZE INTO ST-AT(ST-I)
               ADD 1 TO CNT-SKIPPED
               DISPLAY "Schritt " FUNCTION TRIM(ST-NAME(ST-I))
                   " uebersprungen (" FUNCTION TRIM(ST-COND(ST-I)) ")"
               MOVE SPACES TO RPT-LINE
               STRING "Schritt " ST-NAME(ST-I) " UEBERSPRUNGEN  "
                   "Bedingung " FUNCTION TRIM(ST-COND(ST-I))
                   " nicht erfuellt"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM RUN-STEP
           .

      * startet das Kommando als eigenen Prozess, Konsolausgabe in
      * nightchain.steplog; der Rueckgabewert von SYSTEM ist der
      * Prozessstatus, der RETURN-CODE des Programms steht im
      * hoeheren Byte - ein durch Signal beendeter Prozess zaehlt
      * mit RETURN-CODE 999 als fehlgeschlagen
       RUN-STEP.
           MOVE SPACES TO CMD-LINE
           STRING FUNCTION TRIM(ST-CMD(ST-I))
               " > nightchain.steplog 2>&1"
               DELIMITED BY SIZE INTO CMD-LINE
           DISPLAY "Schritt " FUNCTION TRIM(ST-NAME(ST-I)) ": "
               FUNCTION TRIM(ST-CMD(ST-I))
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           COMPUTE TIME-START = CLK-HH * 360000 + CLK-MM * 6000
               + CLK-SS * 100 + CLK-CC
           MOVE SPACES TO ST-AT(ST-I)
           STRING CLK-DATE CLK-HH CLK-MM CLK-SS
               DELIMITED BY SIZE INTO ST-AT(ST-I)

           CALL "SYSTEM" USING CMD-LINE
           MOVE RETURN-CODE TO SYS-STATUS
           MOVE 0 TO RETURN-CODE
           IF SYS-STATUS < 0
               MOVE 999 TO ST-RC(ST-I)
           ELSE
               DIVIDE SYS-STATUS BY 256 GIVING SYS-QUOT
                   REMAINDER SYS-SIG
               IF SYS-SIG NOT = 0 OR SYS-QUOT > 998
                   MOVE 999 TO ST-RC(ST-I)
               ELSE
                   MOVE SYS-QUOT TO ST-RC(ST-I)
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           COMPUTE TIME-NOW = CLK-HH * 360000 + CLK-MM * 6000
               + CLK-SS * 100 + CLK-CC
           COMPUTE TIME-SPAN = TIME-NOW - TIME-START
           IF TIME-SPAN < 0
               ADD 8640000 TO TIME-SPAN
           END-IF
           COMPUTE ST-SECS(ST-I) = TIME-SPAN / 100
           ADD 1 TO CNT-RUN

           MOVE ST-RC(ST-I) TO RC-DISP
           MOVE ST-SECS(ST-I) TO SECS-DISP
           IF ST-RC(ST-I) <= ST-MAXRC(ST-I)
               MOVE "OK" TO ST-RESULT(ST-I)
               DISPLAY "Schritt " FUNCTION TRIM(ST-NAME(ST-I))
                   " beendet, RETURN-CODE " FUNCTION TRIM(RC-DISP)
           ELSE
               MOVE "FEHLER" TO ST-RESULT(ST-I)
               ADD 1 TO FAILED-SO-FAR
               ADD 1 TO CNT-FAILED
               IF FIRST-FAILED = 0
                   MOVE ST-I TO FIRST-FAILED
               END-IF
               DISPLAY "Schritt " FUNCTION TRIM(ST-NAME(ST-I))
                   " fehlgeschlagen, RETURN-CODE "
                   FUNCTION TRIM(RC-DISP)
               MOVE "ALERT" TO ALERT-OP
               MOVE "KETTENSCHRITT" TO ALERT-COND
               MOVE SPACES TO ALERT-DETAIL
               STRING "Schritt fehlgeschlagen RC="
                   FUNCTION TRIM(RC-DISP)
                   DELIMITED BY SIZE INTO ALERT-DETAIL
               MOVE ST-NAME(ST-I) TO DATASET-NAME
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH,
                    ALERT-OP, ALERT-COND, ALERT-DETAIL
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "Schritt " ST-NAME(ST-I) " " ST-RESULT(ST-I)
               " RC=" RC-DISP "  Dauer " SECS-DISP " s  "
               FUNCTION TRIM(ST-CMD(ST-I))
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM COPY-STEP-LOG
           .

      * haengt die mitgeschnittene Konsolausgabe des Schritts
      * eingerueckt an den Kettenbericht
       COPY-STEP-LOG.
           MOVE 0 TO LOG-EOF
           OPEN INPUT LOGF
           IF LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = 1
               READ LOGF
                   AT END MOVE 1 TO LOG-EOF
                   NOT AT END
                       MOVE SPACES TO RPT-LINE
                       STRING "    | " LOG-LINE
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
               END-READ
           END-PERFORM
           CLOSE LOGF
           .

      * aus dem vorigen Start uebernommener Schritt
       REPORT-TAKEN-STEP.
           MOVE ST-RC(ST-I) TO RC-DISP
           MOVE SPACES TO RPT-LINE
           STRING "Schritt " ST-NAME(ST-I) " " ST-RESULT(ST-I)
               " RC=" RC-DISP "  uebernommen (gelaufen "
               ST-AT(ST-I) ")"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

      * schreibt den Kettenstand komplett neu: Kennung, alle bisher
      * abgeschlossenen Schritte und - wenn der letzte Schritt ohne
      * Fehlschlag erreicht ist - die Abschlusszeile
       SAVE-CHAIN-STATE.
           MOVE STATE-TMPNAME TO STATE-FILENAME
           OPEN OUTPUT STATEF
           MOVE STATE-KEEPNAME TO STATE-FILENAME
           IF STATE-STATUS NOT = "00"
               DISPLAY "Warnung: Kettenstand "
                   FUNCTION TRIM(STATE-TMPNAME)
                   " nicht beschreibbar (Status " STATE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-LINE
           STRING "CHAIN=" CHAIN-ID DELIMITED BY SIZE
               INTO STATE-LINE
           WRITE STATE-LINE
           PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > STEP-COUNT
               IF ST-RESULT(ST-J) NOT = SPACES
                   MOVE SPACES TO STATE-LINE
                   STRING "STEP=" FUNCTION TRIM(ST-NAME(ST-J))
                       " RESULT=" FUNCTION TRIM(ST-RESULT(ST-J))
                       " RC=" ST-RC(ST-J)
                       " AT=" ST-AT(ST-J)
                       DELIMITED BY SIZE INTO STATE-LINE
                   WRITE STATE-LINE
               END-IF
           END-PERFORM
           IF ST-RESULT(STEP-COUNT) NOT = SPACES
              AND FAILED-SO-FAR = 0
               MOVE "CHAIN-END=OK" TO STATE-LINE
               WRITE STATE-LINE
           END-IF
           CLOSE STATEF
           CALL "CBL_DELETE_FILE" USING STATE-KEEPNAME
           CALL "CBL_RENAME_FILE" USING STATE-TMPNAME STATE-KEEPNAME
           .

       WRITE-REPORT-FOOTER.
           MOVE ALL "-" TO RPT-LINE(1:72)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 1 TO OUT-P
           MOVE CNT-RUN TO CNT-DISP
           STRING "Ergebnis: " FUNCTION TRIM(CNT-DISP) " gelaufen, "
               DELIMITED BY SIZE INTO RPT-LINE WITH POINTER OUT-P
           MOVE CNT-FAILED TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " fehlgeschlagen, "
               DELIMITED BY SIZE INTO RPT-LINE WITH POINTER OUT-P
           MOVE CNT-SKIPPED TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " uebersprungen, "
               DELIMITED BY SIZE INTO RPT-LINE WITH POINTER OUT-P
           MOVE CNT-TAKEN TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " uebernommen"
               DELIMITED BY SIZE INTO RPT-LINE WITH POINTER OUT-P
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF CNT-FAILED = 0
               MOVE "Kette vollstaendig" TO RPT-LINE
           ELSE
               STRING "Kette unvollstaendig - der naechste Start"
                   " setzt bei Schritt "
                   FUNCTION TRIM(ST-NAME(FIRST-FAILED)) " auf"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
       END PROGRAM NightChain.
