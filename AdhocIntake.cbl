      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annahme der Tagesanfragen: Ingenieure, die tagsueber
      *          einen einzelnen Datensatz gerechnet brauchen, tragen
      *          ihn in die Warteschlange adhoc_queue.txt ein, statt
      *          einen Operator um input.txt und batch.txt von Hand
      *          zu bitten. Eine Zeile je Anfrage:
      *            <anforderer> <datensatz> [mode=<modus>]
      *                [shift=<wert>] [topk=<k>] [SANDBOX]
      *          <datensatz> ist ein Name aus dem Katalog
      *          (catalog.dat) oder "include=<datei>" fuer eine
      *          Bibliotheksdatei; mode=, shift= (bzw. s=) und topk=
      *          ueberschreiben die hinterlegten Optionen, SANDBOX
      *          rechnet im Sandkasten statt in der Produktion.
      *          Die Annahme stellt jeder Zeile ihren Status voran:
      *            OPEN     angenommen, wartet
      *            RUNNING  wird gerade gerechnet
      *            DONE     gerechnet, Datensatz ohne Fehler
      *            FAILED   Anfrage unvollstaendig, Lauf gescheitert
      *                     oder Datensatz mit Fehler
      *          Je offene Anfrage baut sie die Staging-Eingabe
      *          adhoc_req<nnnn>.txt (catalog=/include=-Zeile plus die
      *          Ueberschreibungen) und die Steuerdatei
      *          adhoc_batch.txt und startet MAIN mit
      *          "batch=adhoc_batch.txt" - die naechtliche batch.txt
      *          bleibt unberuehrt, Katalog und Bibliotheksdateien
      *          sind dieselben wie nachts. SANDBOX-Anfragen laufen
      *          mit dem Sandkasten-Token der Steuerdatei und
      *          veroeffentlichen nichts. Das Ergebnis (Ausgabe samt
      *          Zusammenfassung) wird mit Kopf und Status an die
      *          persoenliche Ergebnisdatei adhoc_<anforderer>.txt
      *          angehaengt. n in adhoc_req<nnnn> ist die Zeilennummer
      *          der Anfrage in der Warteschlange.
      *          Waehrend der Annahme angehaengte Zeilen bleiben
      *          erhalten und werden im selben Aufruf noch
      *          abgearbeitet. Eine beim Start noch auf RUNNING
      *          stehende Anfrage (abgebrochene Annahme) wird neu
      *          gestartet - die Annahme laeuft nur einmal zur Zeit.
      *          Gesteuert ueber adhoc_cmd.txt (key=value je Zeile):
      *            program=<kommando>  Start des Eigenwertlaufs
      *                                (Pflicht)
      *            sandbox=<verz>      Sandkasten-Verzeichnis der
      *                                SANDBOX-Anfragen (Vorgabe
      *                                sandbox)
      *          Die Laufausgaben von MAIN sammelt adhoc.log.
      *          RETURN-CODE: Zahl der in diesem Aufruf gescheiterten
      *          Anfragen (hoechstens 98); 99 = kein program=.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdhocIntake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "adhoc_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT QUEUEF ASSIGN TO DYNAMIC QUEUE-FILENAME
               FILE STATUS IS QUEUE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT QTMPF ASSIGN TO DYNAMIC QUEUE-TMPNAME
               FILE STATUS IS QTMP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Staging-Eingabe bzw. Steuerdatei des Einzellaufs
               SELECT STAGEF ASSIGN TO DYNAMIC STAGE-FILENAME
               FILE STATUS IS STAGE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Ausgabe des Einzellaufs
               SELECT OUTF ASSIGN TO DYNAMIC OUT-PATH
               FILE STATUS IS OUT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        persoenliche Ergebnisdatei des Anforderers
               SELECT PERSF ASSIGN TO DYNAMIC PERS-FILENAME
               FILE STATUS IS PERS-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(200).
           FD QUEUEF
           DATA RECORD IS QUEUE-LINE.
           01 QUEUE-LINE PIC X(160).
           FD QTMPF
           DATA RECORD IS QTMP-LINE.
           01 QTMP-LINE PIC X(160).
           FD STAGEF
           DATA RECORD IS STAGE-LINE.
           01 STAGE-LINE PIC X(160).
           FD OUTF
           DATA RECORD IS OUT-LINE.
           01 OUT-LINE PIC X(200).
           FD PERSF
           DATA RECORD IS PERS-LINE.
           01 PERS-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 QUEUE-STATUS PIC XX.
           01 QTMP-STATUS PIC XX.
           01 STAGE-STATUS PIC XX.
           01 OUT-STATUS PIC XX.
           01 PERS-STATUS PIC XX.
           01 CMD-EOF PIC 9 VALUE 0.
           01 QUEUE-EOF PIC 9 VALUE 0.
           01 OUT-EOF PIC 9 VALUE 0.
           01 COUNTER PIC 9(03).
           01 QUEUE-FILENAME PIC X(80) VALUE "adhoc_queue.txt".
           01 QUEUE-TMPNAME PIC X(80) VALUE "adhoc_queue.tmp".
           01 BATCH-FILENAME PIC X(80) VALUE "adhoc_batch.txt".
           01 STAGE-FILENAME PIC X(80).
           01 STAGE-NAME PIC X(80).
           01 OUT-NAME PIC X(80).
           01 OUT-PATH PIC X(150).
           01 PERS-FILENAME PIC X(80).
           01 DEL-NAME PIC X(160).
      *    Einstellungen aus adhoc_cmd.txt
           01 ADHOC-PROGRAM PIC X(120) VALUE SPACES.
           01 ADHOC-SANDBOX PIC X(60) VALUE SPACES.
      *    Warteschlange: Status und Rest jeder Zeile (Anforderer,
      *    Datensatz, Ueberschreibungen); eine Leerzeile hat keinen
      *    Status und bleibt leer
           01 Q-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 Q-OPEN-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 Q-TABLE.
               05 Q-ENTRY OCCURS 500 TIMES.
                   10 Q-STATUS PIC X(07).
                   10 Q-REST PIC X(150).
           01 Q-I PIC 9(04) COMP-3.
           01 Q-LINE-NO PIC 9(04) COMP-3.
           01 Q-WORK PIC X(160).
           01 Q-TOK PIC X(20).
           01 Q-TOK-LEN PIC 9(04) COMP-3.
           01 QUEUE-WRITE-FAILED PIC 9 VALUE 0.
      *    zerlegte Anfrage
           01 REQ-USER PIC X(30).
           01 REQ-DATA PIC X(80).
           01 REQ-TOK-TABLE.
               05 REQ-TOK PIC X(40) OCCURS 6 TIMES.
           01 T-I PIC 9(02) COMP-3.
           01 REQ-MODE PIC X(40).
           01 REQ-SHIFT PIC X(30).
           01 REQ-TOPK PIC X(10).
           01 REQ-SANDBOX PIC 9.
           01 REQ-BAD PIC 9.
           01 REQ-BAD-TOK PIC X(40).
           01 REQ-NR-DISP PIC 9(04).
           01 REQ-REASON PIC X(80).
           01 REQ-WHERE PIC X(80).
      *    Start des Eigenwertlaufs, Auswertung wie ReplayVerify
           01 SYS-LINE PIC X(260).
           01 SYS-STATUS PIC S9(09) COMP-3.
           01 SYS-QUOT PIC 9(09).
           01 SYS-SIG PIC 9(09).
           01 MAIN-STARTED PIC 9 VALUE 0.
           01 MAIN-RC PIC 9(03) VALUE 0.
      *    Zusammenfassung der Ausgabe des Einzellaufs
           01 SUM-FOUND PIC 9 VALUE 0.
           01 SUM-TOTAL PIC 9(06) VALUE 0.
           01 SUM-ERRORS PIC 9(06) VALUE 0.
           01 SUM-DISP PIC ZZZZZ9.
           01 NOW-STAMP PIC X(21).
      *    Zaehler dieses Aufrufs
           01 CNT-DONE PIC 9(04) COMP-3 VALUE 0.
           01 CNT-FAILED PIC 9(04) COMP-3 VALUE 0.
           01 CNT-OPEN PIC 9(04) COMP-3 VALUE 0.
           01 CNT-RUNNING PIC 9(04) COMP-3 VALUE 0.
           01 CNT-DISP PIC ZZZ9.
           01 LINE-DISP PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-COMMANDS
           IF ADHOC-PROGRAM = SPACES
               DISPLAY "[AdhocIntake.MAIN-PROCEDURE] adhoc_cmd.txt"
                   " nennt kein program= - keine Annahme moeglich"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

      *    solange die Warteschlange offene Anfragen traegt - auch
      *    die waehrend der Annahme neu eingetragenen
           PERFORM UNTIL 1 = 2
               PERFORM LOAD-QUEUE
               IF Q-OPEN-COUNT = 0 OR QUEUE-WRITE-FAILED = 1
                   EXIT PERFORM
               END-IF
               PERFORM VARYING Q-I FROM 1 BY 1 UNTIL Q-I > Q-COUNT
                                       OR QUEUE-WRITE-FAILED = 1
                   IF Q-STATUS(Q-I) = "OPEN"
                       PERFORM RUN-ONE-REQUEST
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM SHOW-QUEUE
           IF QUEUE-WRITE-FAILED = 1
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CNT-FAILED > 98
               MOVE 98 TO RETURN-CODE
           ELSE
               MOVE CNT-FAILED TO RETURN-CODE
           END-IF
           STOP RUN.

      * liest adhoc_cmd.txt, key=value je Zeile wie siteconfig.txt
       LOAD-COMMANDS.
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CMD-EOF = 1
               READ CMDF
                   AT END MOVE 1 TO CMD-EOF
                   NOT AT END PERFORM TAKE-COMMAND-LINE
               END-READ
           END-PERFORM
           CLOSE CMDF
           IF ADHOC-SANDBOX = SPACES
               MOVE "sandbox" TO ADHOC-SANDBOX
           END-IF
           .

       TAKE-COMMAND-LINE.
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "program="
           IF COUNTER > 0
               MOVE CMD-LINE(9:120) TO ADHOC-PROGRAM
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "sandbox="
           IF COUNTER > 0
               MOVE CMD-LINE(9:60) TO ADHOC-SANDBOX
           END-IF
           .

      * laedt die Warteschlange in Q-TABLE; neue Zeilen (ohne
      * Status) werden OPEN, liegengebliebene RUNNING-Anfragen
      * ebenfalls - die Tabelle wird danach gleich zurueckgeschrieben,
      * damit die Datei den Stand zeigt
       LOAD-QUEUE.
           MOVE 0 TO Q-COUNT
           MOVE 0 TO Q-OPEN-COUNT
           OPEN INPUT QUEUEF
           IF QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO QUEUE-EOF
           PERFORM UNTIL QUEUE-EOF = 1
               READ QUEUEF
                   AT END MOVE 1 TO QUEUE-EOF
                   NOT AT END
                       IF Q-COUNT < 500
                           ADD 1 TO Q-COUNT
                           PERFORM TAKE-QUEUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUEF
           IF Q-OPEN-COUNT > 0
               PERFORM WRITE-QUEUE
           END-IF
           .

       TAKE-QUEUE-LINE.
           MOVE SPACES TO Q-STATUS(Q-COUNT)
           MOVE SPACES TO Q-REST(Q-COUNT)
           IF QUEUE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(QUEUE-LINE LEADING) TO Q-WORK
           MOVE SPACES TO Q-TOK
           UNSTRING Q-WORK DELIMITED BY ALL SPACE INTO Q-TOK
           EVALUATE Q-TOK
               WHEN "OPEN"
               WHEN "RUNNING"
               WHEN "DONE"
               WHEN "FAILED"
                   MOVE Q-TOK TO Q-STATUS(Q-COUNT)
                   COMPUTE Q-TOK-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(Q-TOK)) + 1
                   MOVE FUNCTION TRIM(Q-WORK(Q-TOK-LEN:))
                       TO Q-REST(Q-COUNT)
               WHEN OTHER
                   MOVE "OPEN" TO Q-STATUS(Q-COUNT)
                   MOVE Q-WORK TO Q-REST(Q-COUNT)
           END-EVALUATE
           IF Q-STATUS(Q-COUNT) = "RUNNING"
               MOVE Q-COUNT TO LINE-DISP
               DISPLAY "Anfrage " FUNCTION TRIM(LINE-DISP)
                   " stand noch auf RUNNING (abgebrochene Annahme)"
                   " - wird neu gestartet"
               MOVE "OPEN" TO Q-STATUS(Q-COUNT)
           END-IF
           IF Q-STATUS(Q-COUNT) = "OPEN"
               ADD 1 TO Q-OPEN-COUNT
           END-IF
           .

      * schreibt den Status der Tabelle in die Warteschlange zurueck;
      * Zeilen jenseits der Tabelle (seit dem Laden angehaengt)
      * werden unveraendert uebernommen
       WRITE-QUEUE.
           OPEN OUTPUT QTMPF
           IF QTMP-STATUS NOT = "00"
               DISPLAY "[AdhocIntake.WRITE-QUEUE] "
                   FUNCTION TRIM(QUEUE-TMPNAME)
                   " nicht beschreibbar (Status " QTMP-STATUS ")!"
               MOVE 1 TO QUEUE-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Q-LINE-NO
           OPEN INPUT QUEUEF
           IF QUEUE-STATUS = "00"
               MOVE 0 TO QUEUE-EOF
               PERFORM UNTIL QUEUE-EOF = 1
                   READ QUEUEF
                       AT END MOVE 1 TO QUEUE-EOF
                       NOT AT END
                           ADD 1 TO Q-LINE-NO
                           IF Q-LINE-NO > Q-COUNT
                               WRITE QTMP-LINE FROM QUEUE-LINE
                           ELSE
                               PERFORM WRITE-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUEF
           END-IF
      *    Warteschlange inzwischen gekuerzt oder entfernt - die
      *    Tabelle geht trotzdem vollstaendig zurueck
           PERFORM UNTIL Q-LINE-NO >= Q-COUNT
               ADD 1 TO Q-LINE-NO
               PERFORM WRITE-QUEUE-ENTRY
           END-PERFORM
           CLOSE QTMPF
           CALL "CBL_DELETE_FILE" USING QUEUE-FILENAME
           CALL "CBL_RENAME_FILE" USING QUEUE-TMPNAME QUEUE-FILENAME
           MOVE 0 TO RETURN-CODE
           .

       WRITE-QUEUE-ENTRY.
           MOVE SPACES TO QTMP-LINE
           IF Q-STATUS(Q-LINE-NO) NOT = SPACES
               STRING Q-STATUS(Q-LINE-NO) DELIMITED BY SPACE
                   " " Q-REST(Q-LINE-NO) DELIMITED BY SIZE
                   INTO QTMP-LINE
           END-IF
           WRITE QTMP-LINE
           .

      * bearbeitet die offene Anfrage Q-I: zerlegen, RUNNING melden,
      * Staging-Eingabe und Steuerdatei bauen, MAIN rechnen lassen,
      * Ergebnis an die persoenliche Datei haengen, DONE/FAILED
       RUN-ONE-REQUEST.
           MOVE Q-I TO REQ-NR-DISP
           MOVE Q-I TO LINE-DISP
           PERFORM PARSE-REQUEST
           MOVE SPACES TO REQ-REASON
           MOVE SPACES TO REQ-WHERE
           MOVE 0 TO SUM-FOUND
           EVALUATE TRUE
               WHEN REQ-USER = SPACES OR REQ-DATA = SPACES
                   MOVE "Anforderer oder Datensatz fehlt"
                       TO REQ-REASON
               WHEN REQ-BAD = 1
                   STRING "unbekannte Angabe " REQ-BAD-TOK
                       DELIMITED BY SIZE INTO REQ-REASON
               WHEN REQ-DATA(1:8) NOT = "include="
                    AND REQ-DATA(31:50) NOT = SPACES
                   MOVE "Katalogname laenger als 30 Zeichen"
                       TO REQ-REASON
           END-EVALUATE
           IF REQ-REASON NOT = SPACES
               DISPLAY "Anfrage " FUNCTION TRIM(LINE-DISP) ": "
                   FUNCTION TRIM(REQ-REASON) " - FAILED"
               MOVE "FAILED" TO Q-STATUS(Q-I)
               ADD 1 TO CNT-FAILED
               IF REQ-USER NOT = SPACES
                   PERFORM APPEND-PERSONAL
               END-IF
               PERFORM WRITE-QUEUE
               EXIT PARAGRAPH
           END-IF

           MOVE "RUNNING" TO Q-STATUS(Q-I)
           PERFORM WRITE-QUEUE
           IF QUEUE-WRITE-FAILED = 1
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STAGE-NAME
           STRING "adhoc_req" REQ-NR-DISP ".txt"
               DELIMITED BY SIZE INTO STAGE-NAME
           MOVE SPACES TO OUT-NAME
           STRING "adhoc_req" REQ-NR-DISP ".out"
               DELIMITED BY SIZE INTO OUT-NAME
           MOVE SPACES TO OUT-PATH
           IF REQ-SANDBOX = 1
               STRING FUNCTION TRIM(ADHOC-SANDBOX) "/"
                   FUNCTION TRIM(OUT-NAME)
                   DELIMITED BY SIZE INTO OUT-PATH
               MOVE SPACES TO REQ-WHERE
               STRING "SANDKASTEN " FUNCTION TRIM(ADHOC-SANDBOX)
                   DELIMITED BY SIZE INTO REQ-WHERE
           ELSE
               MOVE OUT-NAME TO OUT-PATH
               MOVE "PRODUKTION" TO REQ-WHERE
           END-IF
           PERFORM WRITE-STAGING
           PERFORM WRITE-BATCH
      *    Reste eines frueheren Laufs derselben Zeilennummer, die
      *    MAIN sonst als Wiederaufnahmepunkt nehmen wuerde
           CALL "CBL_DELETE_FILE" USING OUT-PATH
           MOVE SPACES TO DEL-NAME
           STRING FUNCTION TRIM(OUT-PATH) ".ckpt"
               DELIMITED BY SIZE INTO DEL-NAME
           CALL "CBL_DELETE_FILE" USING DEL-NAME
           MOVE 0 TO RETURN-CODE

           PERFORM RUN-MAIN
           PERFORM READ-SUMMARY
           EVALUATE TRUE
               WHEN MAIN-STARTED = 0
                   MOVE "Lauf nicht gestartet/abgebrochen - adhoc.log"
                       TO REQ-REASON
               WHEN MAIN-RC = 110 OR MAIN-RC = 120
                   MOVE "Lauf vorzeitig beendet (Batchfenster/Pause)"
                       TO REQ-REASON
               WHEN SUM-FOUND = 0 OR SUM-TOTAL = 0
                   MOVE "kein Ergebnis - siehe adhoc.log"
                       TO REQ-REASON
               WHEN SUM-ERRORS > 0
                   MOVE "Datensatz mit Fehler - Meldung in errors.txt"
                       TO REQ-REASON
           END-EVALUATE
           IF REQ-REASON = SPACES
               MOVE "DONE" TO Q-STATUS(Q-I)
               ADD 1 TO CNT-DONE
           ELSE
               MOVE "FAILED" TO Q-STATUS(Q-I)
               ADD 1 TO CNT-FAILED
           END-IF
           PERFORM APPEND-PERSONAL
           CALL "CBL_DELETE_FILE" USING STAGE-NAME
           CALL "CBL_DELETE_FILE" USING OUT-PATH
           MOVE 0 TO RETURN-CODE
           DISPLAY "Anfrage " FUNCTION TRIM(LINE-DISP) ": "
               FUNCTION TRIM(Q-STATUS(Q-I)) " -> "
               FUNCTION TRIM(PERS-FILENAME)
           PERFORM WRITE-QUEUE
           .

      * zerlegt den Rest der Zeile in Anforderer, Datensatz und bis
      * zu sechs Ueberschreibungen
       PARSE-REQUEST.
           MOVE SPACES TO REQ-USER
           MOVE SPACES TO REQ-DATA
           MOVE SPACES TO REQ-TOK-TABLE
           MOVE SPACES TO REQ-MODE
           MOVE SPACES TO REQ-SHIFT
           MOVE SPACES TO REQ-TOPK
           MOVE SPACES TO REQ-BAD-TOK
           MOVE 0 TO REQ-SANDBOX
           MOVE 0 TO REQ-BAD
           UNSTRING Q-REST(Q-I) DELIMITED BY ALL SPACE INTO
               REQ-USER REQ-DATA REQ-TOK(1) REQ-TOK(2) REQ-TOK(3)
               REQ-TOK(4) REQ-TOK(5) REQ-TOK(6)
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > 6
               PERFORM TAKE-REQUEST-OPTION
           END-PERFORM
           MOVE SPACES TO PERS-FILENAME
           STRING "adhoc_" FUNCTION TRIM(REQ-USER) ".txt"
               DELIMITED BY SIZE INTO PERS-FILENAME
           .

       TAKE-REQUEST-OPTION.
           EVALUATE TRUE
               WHEN REQ-TOK(T-I) = SPACES
                   CONTINUE
               WHEN REQ-TOK(T-I)(1:5) = "mode="
                   MOVE REQ-TOK(T-I)(6:) TO REQ-MODE
               WHEN REQ-TOK(T-I)(1:6) = "shift="
                   MOVE REQ-TOK(T-I)(7:) TO REQ-SHIFT
               WHEN REQ-TOK(T-I)(1:2) = "s="
                   MOVE REQ-TOK(T-I)(3:) TO REQ-SHIFT
               WHEN REQ-TOK(T-I)(1:5) = "topk="
                   MOVE REQ-TOK(T-I)(6:) TO REQ-TOPK
               WHEN REQ-TOK(T-I) = "SANDBOX"
                   MOVE 1 TO REQ-SANDBOX
               WHEN OTHER
                   MOVE 1 TO REQ-BAD
                   MOVE REQ-TOK(T-I) TO REQ-BAD-TOK
           END-EVALUATE
           .

      * Staging-Eingabe: ein Block aus der catalog=/include=-Zeile,
      * danach die Ueberschreibungen - sie stehen hinter den
      * hinterlegten Optionen und gelten damit zuletzt
       WRITE-STAGING.
           MOVE STAGE-NAME TO STAGE-FILENAME
           OPEN OUTPUT STAGEF
           MOVE SPACES TO STAGE-LINE
           IF REQ-DATA(1:8) = "include="
               MOVE REQ-DATA TO STAGE-LINE
           ELSE
               STRING "catalog=" FUNCTION TRIM(REQ-DATA)
                   DELIMITED BY SIZE INTO STAGE-LINE
           END-IF
           WRITE STAGE-LINE
           IF REQ-MODE NOT = SPACES
               MOVE SPACES TO STAGE-LINE
               STRING "mode=" FUNCTION TRIM(REQ-MODE)
                   DELIMITED BY SIZE INTO STAGE-LINE
               WRITE STAGE-LINE
           END-IF
           IF REQ-SHIFT NOT = SPACES
               MOVE SPACES TO STAGE-LINE
               STRING "s=" FUNCTION TRIM(REQ-SHIFT)
                   DELIMITED BY SIZE INTO STAGE-LINE
               WRITE STAGE-LINE
           END-IF
           IF REQ-TOPK NOT = SPACES
               MOVE SPACES TO STAGE-LINE
               STRING "topk=" FUNCTION TRIM(REQ-TOPK)
                   DELIMITED BY SIZE INTO STAGE-LINE
               WRITE STAGE-LINE
           END-IF
           MOVE "==========" TO STAGE-LINE
           WRITE STAGE-LINE
           CLOSE STAGEF
           .

      * Steuerdatei des Einzellaufs: genau ein Paar, im Sandkasten
      * mit dem Sandkasten-Token von BatchControl
       WRITE-BATCH.
           MOVE BATCH-FILENAME TO STAGE-FILENAME
           OPEN OUTPUT STAGEF
           MOVE SPACES TO STAGE-LINE
           IF REQ-SANDBOX = 1
               STRING FUNCTION TRIM(STAGE-NAME) " "
                   FUNCTION TRIM(OUT-NAME) " SANDBOX="
                   FUNCTION TRIM(ADHOC-SANDBOX)
                   DELIMITED BY SIZE INTO STAGE-LINE
           ELSE
               STRING FUNCTION TRIM(STAGE-NAME) " "
                   FUNCTION TRIM(OUT-NAME)
                   DELIMITED BY SIZE INTO STAGE-LINE
           END-IF
           WRITE STAGE-LINE
           CLOSE STAGEF
           .

      * startet den Eigenwertlauf mit der Steuerdatei der Anfrage;
      * Rueckgabewert von SYSTEM wie in ReplayVerify.RUN-REPLAY
       RUN-MAIN.
           MOVE 0 TO MAIN-STARTED
           MOVE 0 TO MAIN-RC
           MOVE SPACES TO SYS-LINE
           STRING FUNCTION TRIM(ADHOC-PROGRAM) " batch="
               FUNCTION TRIM(BATCH-FILENAME)
               " >> adhoc.log 2>&1"
               DELIMITED BY SIZE INTO SYS-LINE
           DISPLAY "Anfrage " FUNCTION TRIM(LINE-DISP) " ("
               FUNCTION TRIM(REQ-USER) "): " FUNCTION TRIM(REQ-DATA)
               " - " FUNCTION TRIM(REQ-WHERE)
           CALL "SYSTEM" USING SYS-LINE
           MOVE RETURN-CODE TO SYS-STATUS
           MOVE 0 TO RETURN-CODE
           IF SYS-STATUS < 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE SYS-STATUS BY 256 GIVING SYS-QUOT
               REMAINDER SYS-SIG
           IF SYS-SIG NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SYS-QUOT > 999
               MOVE 999 TO MAIN-RC
           ELSE
               MOVE SYS-QUOT TO MAIN-RC
           END-IF
           MOVE 1 TO MAIN-STARTED
           .

      * Zusammenfassung am Ende der Ausgabe (OutputHandling.PRINT-
      * SUMMARY): verarbeitete Datensaetze und davon mit Fehler
       READ-SUMMARY.
           MOVE 0 TO SUM-FOUND
           MOVE 0 TO SUM-TOTAL
           MOVE 0 TO SUM-ERRORS
           OPEN INPUT OUTF
           IF OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OUT-EOF
           PERFORM UNTIL OUT-EOF = 1
               READ OUTF
                   AT END MOVE 1 TO OUT-EOF
                   NOT AT END
                       IF OUT-LINE(1:24) = "Datensaetze verarbeitet:"
                           MOVE 1 TO SUM-FOUND
                           COMPUTE SUM-TOTAL =
                               FUNCTION NUMVAL(OUT-LINE(25:10))
                       END-IF
                       IF OUT-LINE(1:23) = "Datensaetze mit Fehler:"
                           COMPUTE SUM-ERRORS =
                               FUNCTION NUMVAL(OUT-LINE(24:10))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTF
           .

      * haengt Kopf, Status und - falls vorhanden - die Ausgabe des
      * Einzellaufs an die persoenliche Ergebnisdatei an
       APPEND-PERSONAL.
           OPEN EXTEND PERSF
           IF PERS-STATUS = "35"
               OPEN OUTPUT PERSF
               CLOSE PERSF
               OPEN EXTEND PERSF
           END-IF
           IF PERS-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(PERS-FILENAME)
                   " nicht beschreibbar (Status " PERS-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE "##########" TO PERS-LINE
           WRITE PERS-LINE
           MOVE SPACES TO PERS-LINE
           STRING "Anfrage " FUNCTION TRIM(LINE-DISP) " vom "
               NOW-STAMP(1:8) "-" NOW-STAMP(9:6) ": "
               FUNCTION TRIM(Q-REST(Q-I))
               DELIMITED BY SIZE INTO PERS-LINE
           WRITE PERS-LINE
           MOVE SPACES TO PERS-LINE
           IF REQ-WHERE = SPACES
               STRING "Status: " FUNCTION TRIM(Q-STATUS(Q-I))
                   DELIMITED BY SIZE INTO PERS-LINE
           ELSE
               STRING "Status: " FUNCTION TRIM(Q-STATUS(Q-I))
                   " (" FUNCTION TRIM(REQ-WHERE) ")"
                   DELIMITED BY SIZE INTO PERS-LINE
           END-IF
           WRITE PERS-LINE
           IF REQ-REASON NOT = SPACES
               MOVE SPACES TO PERS-LINE
               STRING "Grund: " FUNCTION TRIM(REQ-REASON)
                   DELIMITED BY SIZE INTO PERS-LINE
               WRITE PERS-LINE
           END-IF
           IF SUM-FOUND = 1
               OPEN INPUT OUTF
               IF OUT-STATUS = "00"
                   MOVE 0 TO OUT-EOF
                   PERFORM UNTIL OUT-EOF = 1
                       READ OUTF
                           AT END MOVE 1 TO OUT-EOF
                           NOT AT END WRITE PERS-LINE FROM OUT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE OUTF
               END-IF
           END-IF
           CLOSE PERSF
           .

      * Stand der Warteschlange am Ende der Annahme
       SHOW-QUEUE.
           PERFORM LOAD-QUEUE
           MOVE 0 TO CNT-OPEN
           MOVE 0 TO CNT-RUNNING
           DISPLAY "Warteschlange " FUNCTION TRIM(QUEUE-FILENAME) ":"
           PERFORM VARYING Q-I FROM 1 BY 1 UNTIL Q-I > Q-COUNT
               IF Q-STATUS(Q-I) NOT = SPACES
                   MOVE Q-I TO LINE-DISP
                   DISPLAY "  " LINE-DISP " " Q-STATUS(Q-I) " "
                       FUNCTION TRIM(Q-REST(Q-I))
               END-IF
               IF Q-STATUS(Q-I) = "OPEN"
                   ADD 1 TO CNT-OPEN
               END-IF
           END-PERFORM
           MOVE CNT-DONE TO CNT-DISP
           DISPLAY "Diese Annahme: " FUNCTION TRIM(CNT-DISP) " DONE, "
               WITH NO ADVANCING
           MOVE CNT-FAILED TO CNT-DISP
           DISPLAY FUNCTION TRIM(CNT-DISP) " FAILED"
           .
       END PROGRAM AdhocIntake.
