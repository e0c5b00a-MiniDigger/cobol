      *               die NEUEN geht ein Alarmsatz an den Poller,
      *               damit frische Brueche nicht zwischen den
      *               bekannten Daueroffendern untergehen.
      *          Sandkasten (SANDBOX-DIR gesetzt): audit.txt,
      *          errors.txt und batchreport.txt sind die des
      *          Sandkasten-Verzeichnisses; die Historie wird aus der
      *          produktiven failhist.txt gelesen, fortgeschrieben
      *          aber nur in das Sandkasten-Verzeichnis, ebenso
      *          quarantine.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDITF ASSIGN TO DYNAMIC AUDIT-FILENAME
               FILE STATUS IS AUDIT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ERRF ASSIGN TO DYNAMIC ERR-FILENAME
               FILE STATUS IS ERR-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTF ASSIGN TO DYNAMIC HIST-FILENAME
               FILE STATUS IS HIST-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT QUARF ASSIGN TO DYNAMIC QUAR-FILENAME
               FILE STATUS IS QUAR-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Triage-Sektion am Ende des Stapelberichts - eigener
      *        Anhang hinter den von BatchReport.cbl geschriebenen
      *        Zeilen
               SELECT REPORTF ASSIGN TO DYNAMIC REPORT-FILENAME
               FILE STATUS IS REPORT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD ERRF
           DATA RECORD IS ERR-LINE.
           01 ERR-LINE PIC X(200).
           01 HIST-STATUS PIC XX.
           01 QUAR-STATUS PIC XX.
           01 REPORT-STATUS PIC XX.
      *    Dateinamen, im Sandkasten mit vorangestelltem Verzeichnis
           01 AUDIT-FILENAME PIC X(90).
           01 ERR-FILENAME PIC X(90).
           01 HIST-FILENAME PIC X(90).
           01 QUAR-FILENAME PIC X(90).
           01 REPORT-FILENAME PIC X(90).
           01 SANDBOX-BASE PIC X(90).
           01 SANDBOX-NAME PIC X(90).
           01 AUDIT-EOF PIC 9 VALUE 0.
           01 ERR-EOF PIC 9 VALUE 0.
           01 HIST-EOF PIC 9 VALUE 0.
           MOVE 0 TO TRIAGE-REPEAT
           MOVE 0 TO TRIAGE-RESOLVED
           MOVE 0 TO QUAR-PROPOSED
           PERFORM SET-FILENAMES

           PERFORM SCAN-AUDIT
           PERFORM SCAN-ERRORS
           PERFORM LOAD-HISTORY
           PERFORM MERGE-RUN-INTO-HISTORY
      *    die produktive Historie liest der Sandkasten nur
           IF SANDBOX-DIR NOT = SPACES
               MOVE "failhist.txt" TO SANDBOX-BASE
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO HIST-FILENAME
           END-IF
           PERFORM WRITE-HISTORY
           PERFORM WRITE-QUARANTINE
           PERFORM WRITE-TRIAGE-SECTION
           EXIT PROGRAM.

      * Dateinamen des Laufs; die Historie liest immer die produktive
       SET-FILENAMES.
           MOVE "audit.txt" TO AUDIT-FILENAME
           MOVE "errors.txt" TO ERR-FILENAME
           MOVE "failhist.txt" TO HIST-FILENAME
           MOVE "quarantine.txt" TO QUAR-FILENAME
           MOVE "batchreport.txt" TO REPORT-FILENAME
           IF SANDBOX-DIR NOT = SPACES
               MOVE AUDIT-FILENAME TO SANDBOX-BASE
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO AUDIT-FILENAME
               MOVE ERR-FILENAME TO SANDBOX-BASE
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO ERR-FILENAME
               MOVE QUAR-FILENAME TO SANDBOX-BASE
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO QUAR-FILENAME
               MOVE REPORT-FILENAME TO SANDBOX-BASE
               PERFORM PREFIX-SANDBOX
               MOVE SANDBOX-NAME TO REPORT-FILENAME
           END-IF
           .

       PREFIX-SANDBOX.
           MOVE SPACES TO SANDBOX-NAME
           STRING FUNCTION TRIM(SANDBOX-DIR) "/"
               FUNCTION TRIM(SANDBOX-BASE)
               DELIMITED BY SIZE INTO SANDBOX-NAME
           .

      * sammelt die Endergebnisse der benannten Datensaetze dieses
      * Laufs aus audit.txt (RUN=-Token gegen die eigene Laufkennung);
      * unbenannte Datensaetze ("Satz N") bleiben aussen vor, die
           MOVE 0 TO RUN-POS
           INSPECT AUDIT-LINE TALLYING RUN-POS
               FOR CHARACTERS BEFORE INITIAL "RUN="
           IF RUN-POS < 395 AND AUDIT-LINE(RUN-POS + 1:4) = "RUN="
              AND AUDIT-LINE(RUN-POS + 5:17) = RUN-ID
               MOVE SPACES TO AUDIT-TOKENS
               UNSTRING AUDIT-LINE DELIMITED BY ALL SPACE INTO
       WRITE-HISTORY.
           OPEN OUTPUT HISTF
           IF HIST-STATUS NOT = "00"
               DISPLAY "[FailureHistory.WRITE-HISTORY] "
                   FUNCTION TRIM(HIST-FILENAME)
                   " nicht beschreibbar (Status " HIST-STATUS ")"
               EXIT PARAGRAPH
           END-IF
