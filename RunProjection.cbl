      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restlaufzeit-Prognose eines Dateipaars waehrend des
      *          Laufs, fuer den Laufstatus (RunStatus.cbl). Die
      *          Zeiten kommen wie bei der Vorab-Prognose
      *          (RunForecast.cbl) aus dem Laufzeitprotokoll des
      *          Paars (<ausgabe>.runlog): juengste Gesamtzeit je
      *          Datensatzname, Datensaetze ohne Historie mit dem
      *          Durchschnitt der bekannten.
      *          Modi:
      *            "LOAD"   liest die Historie - MUSS vor dem Leeren
      *                     des Laufzeitprotokolls zu Paarbeginn
      *                     kommen, danach steht dort nur noch der
      *                     heutige Lauf
      *            "PLAN"   setzt je Eintrag des Prioritaetsplans
      *                     (PriorityPlan.cbl) die Zeit an und bildet
      *                     die Restsummen ab jedem Planplatz
      *            "REMAIN" liefert fuer den Planplatz PROJ-POS die
      *                     Zahl der danach noch folgenden Datensaetze
      *                     und die Zeit ab einschliesslich PROJ-POS
      *                     bis Paarende, -1 ohne jede Historie
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunProjection.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUNLOGF ASSIGN TO DYNAMIC RUNLOG-FILENAME
               FILE STATUS IS RUNLOG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD RUNLOGF
           DATA RECORD IS RUNLOG-LINE.
           01 RUNLOG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 RUNLOG-STATUS PIC XX.
           01 RUNLOG-FILENAME PIC X(90).
           01 RUNLOG-EOF PIC 9 VALUE 0.
      *    juengste Gesamtzeit je Datensatzname aus dem Runlog
           01 HIST-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 HIST-TABLE.
               05 HIST-ENTRY OCCURS 2000 TIMES.
                   10 HI-NAME PIC X(30).
                   10 HI-CS PIC S9(08) COMP-3.
           01 HI-I PIC 9(04) COMP-3.
           01 HI-HIT PIC 9(04) COMP-3.
      *    Zerlegung einer Runlog-Zeile
           01 LOG-TOKENS.
               05 LT-DT PIC X(20).
               05 LT-NAME PIC X(30).
               05 LT-REST PIC X(120).
           01 GESAMT-POS PIC 9(04).
           01 GESAMT-TOK PIC X(12).
      *    Zeitansatz je Planplatz (-1 = ohne Historie, geht mit dem
      *    Durchschnitt ein), dazu je Platz die Zeit und die Zahl
      *    der belegten Bloecke ab diesem Platz bis zum Paarende
           01 PJ-TABLE.
               05 PJ-ENTRY OCCURS 20001 TIMES.
                   10 PJ-CS PIC S9(08) COMP-3.
                   10 PJ-SUFFIX-CS PIC S9(10) COMP-3.
                   10 PJ-SUFFIX-N PIC 9(06) COMP-3.
           01 PJ-I PIC 9(06) COMP-3.
           01 PJ-COUNT PIC 9(06) COMP-3 VALUE 0.
           01 KNOWN-CS PIC S9(10) COMP-3.
           01 KNOWN-N PIC 9(06) COMP-3.
           01 AVG-CS PIC S9(08) COMP-3 VALUE 0.
       LINKAGE SECTION.
           COPY "FileNames.cpy".
           COPY "PrioPlan.cpy".
      *    Auftrag und Rueckgabe, siehe Kopfkommentar
           01 PROJ-REQUEST.
               05 PROJ-OP PIC X(08).
               05 PROJ-POS PIC 9(06) COMP-3.
               05 PROJ-LEFT PIC 9(06) COMP-3.
               05 PROJ-REMAIN-CS PIC S9(10) COMP-3.
       PROCEDURE DIVISION USING FILE-NAMES PRIO-PLAN PROJ-REQUEST.
       MAIN-PROCEDURE.
           EVALUATE PROJ-OP
               WHEN "LOAD"
                   PERFORM LOAD-RUNLOG-HISTORY
                   MOVE 0 TO PJ-COUNT
               WHEN "PLAN"
                   PERFORM PLAN-TIMES
               WHEN "REMAIN"
                   PERFORM REMAIN-FROM-POS
           END-EVALUATE
           EXIT PROGRAM.

      * laedt die juengste Gesamtzeit je Datensatzname aus dem
      * Laufzeitprotokoll des Paars - Auswertung muss mit
      * LOAD-RUNLOG-HISTORY in RunForecast.cbl uebereinstimmen
       LOAD-RUNLOG-HISTORY.
           MOVE 0 TO HIST-COUNT
           MOVE SPACES TO RUNLOG-FILENAME
           STRING FUNCTION TRIM(OUTPUT-FILENAME) ".runlog"
               DELIMITED BY SIZE INTO RUNLOG-FILENAME
           MOVE 0 TO RUNLOG-EOF
           OPEN INPUT RUNLOGF
           IF RUNLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RUNLOG-EOF = 1
               READ RUNLOGF
                   AT END MOVE 1 TO RUNLOG-EOF
                   NOT AT END PERFORM NOTE-RUNLOG-LINE
               END-READ
           END-PERFORM
           CLOSE RUNLOGF
           .

       NOTE-RUNLOG-LINE.
           MOVE SPACES TO LOG-TOKENS
           UNSTRING RUNLOG-LINE DELIMITED BY ALL SPACE INTO
               LT-DT LT-NAME LT-REST
           IF LT-NAME NOT = SPACES AND LT-NAME NOT = "SUMME"
              AND LT-NAME NOT = "Satz"
               MOVE 0 TO GESAMT-POS
               INSPECT RUNLOG-LINE TALLYING GESAMT-POS
                   FOR CHARACTERS BEFORE INITIAL "gesamt="
               IF GESAMT-POS < 150 AND
                  RUNLOG-LINE(GESAMT-POS + 1:7) = "gesamt="
                   MOVE RUNLOG-LINE(GESAMT-POS + 8:10) TO GESAMT-TOK
                   MOVE 0 TO HI-HIT
                   PERFORM VARYING HI-I FROM 1 BY 1
                           UNTIL HI-I > HIST-COUNT
                       IF HI-NAME(HI-I) = LT-NAME
                           MOVE HI-I TO HI-HIT
                       END-IF
                   END-PERFORM
                   IF HI-HIT = 0 AND HIST-COUNT < 2000
                       ADD 1 TO HIST-COUNT
                       MOVE HIST-COUNT TO HI-HIT
                       MOVE LT-NAME TO HI-NAME(HI-HIT)
                   END-IF
                   IF HI-HIT > 0
                       COMPUTE HI-CS(HI-HIT) =
                           FUNCTION NUMVAL(GESAMT-TOK)
                   END-IF
               END-IF
           END-IF
           .

      * Zeitansatz je Planplatz und die Restsummen von hinten nach
      * vorn - einmal je Paar, damit der Aufruf je Datensatz nur
      * noch nachschlaegt. Ist der Plan uebergelaufen, bleibt der
      * Ansatz leer und REMAIN meldet "unbekannt"
       PLAN-TIMES.
           MOVE 0 TO PJ-COUNT
           MOVE 0 TO KNOWN-CS
           MOVE 0 TO KNOWN-N
           MOVE 0 TO AVG-CS
           IF PP-OVERFLOW = 1
               EXIT PARAGRAPH
           END-IF
           MOVE PP-COUNT TO PJ-COUNT
           PERFORM VARYING PJ-I FROM 1 BY 1 UNTIL PJ-I > PJ-COUNT
               MOVE -1 TO PJ-CS(PJ-I)
               MOVE 0 TO HI-HIT
               IF PP-FILLED(PJ-I) = 1 AND PP-NAME(PJ-I) NOT = SPACES
                   PERFORM VARYING HI-I FROM 1 BY 1
                           UNTIL HI-I > HIST-COUNT
                       IF HI-NAME(HI-I) = PP-NAME(PJ-I)
                           MOVE HI-I TO HI-HIT
                       END-IF
                   END-PERFORM
               END-IF
               IF HI-HIT > 0
                   MOVE HI-CS(HI-HIT) TO PJ-CS(PJ-I)
                   ADD HI-CS(HI-HIT) TO KNOWN-CS
                   ADD 1 TO KNOWN-N
               END-IF
           END-PERFORM
           IF KNOWN-N > 0
               COMPUTE AVG-CS = KNOWN-CS / KNOWN-N
           END-IF

      *    Restsummen: Platz PJ-COUNT + 1 ist der leere Rand
           MOVE 0 TO PJ-SUFFIX-CS(PJ-COUNT + 1)
           MOVE 0 TO PJ-SUFFIX-N(PJ-COUNT + 1)
           PERFORM VARYING PJ-I FROM PJ-COUNT BY -1 UNTIL PJ-I < 1
               MOVE PJ-SUFFIX-CS(PJ-I + 1) TO PJ-SUFFIX-CS(PJ-I)
               MOVE PJ-SUFFIX-N(PJ-I + 1) TO PJ-SUFFIX-N(PJ-I)
               IF PP-FILLED(PJ-I) = 1
                   ADD 1 TO PJ-SUFFIX-N(PJ-I)
                   IF PJ-CS(PJ-I) < 0
                       ADD AVG-CS TO PJ-SUFFIX-CS(PJ-I)
                   ELSE
                       ADD PJ-CS(PJ-I) TO PJ-SUFFIX-CS(PJ-I)
                   END-IF
               END-IF
           END-PERFORM
           .

      * Restzahl (ohne den Datensatz auf PROJ-POS selbst) und
      * Restzeit (mit ihm, er beginnt gerade erst)
       REMAIN-FROM-POS.
           MOVE 0 TO PROJ-LEFT
           MOVE -1 TO PROJ-REMAIN-CS
           IF PROJ-POS < 1 OR PROJ-POS > PJ-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-SUFFIX-N(PROJ-POS + 1) TO PROJ-LEFT
           IF KNOWN-N > 0
               MOVE PJ-SUFFIX-CS(PROJ-POS) TO PROJ-REMAIN-CS
           END-IF
           .
       END PROGRAM RunProjection.
