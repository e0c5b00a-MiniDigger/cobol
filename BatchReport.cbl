      * Purpose: Abschlussbericht der Stapelverarbeitung in
      *          batchreport.txt: eine Zeile je Dateipaar mit dessen
      *          Ausgang (OK, ABGEBROCHEN bei einem Ausgabedatei-
      *          Fehler, TEILLAUF beim Batchfenster-Abbruch,
      *          UNGELIEFERT bei ausgebliebener WAITFOR-Lieferung,
      *          Vermerk [VERSPAETET] bei erst waehrend der Wartefrist
      *          eingetroffener Lieferung)
      *          sowie Datensatz- und Fehlerzahl, am Laufende eine
      *          Schlusszeile mit den Gesamtzahlen, den wegen ihrer
      *          Bedingungsspalte uebersprungenen batch.txt Zeilen und
      *          den Paaren ohne Lieferung.
      *          Modi: "CLEAR" leert den Bericht zu Laufbeginn,
      *          "PAIR" haengt die Zeile des Paars an, "FINAL" die
      *          Schlusszeile.
      *          Sandkasten (SANDBOX-DIR gesetzt): der Bericht liegt
      *          im Sandkasten-Verzeichnis, Kopf und Paarzeilen tragen
      *          den Vermerk SANDBOX; "CLEAR" legt dort zusaetzlich
      *          SANDBOX.txt als Kennzeichen fuer die Dateien ohne
      *          eigenen Vermerk (vectors.dat, Moden) an.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORTF ASSIGN TO DYNAMIC REPORT-FILENAME
               FILE STATUS IS REPORT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MARKF ASSIGN TO DYNAMIC MARK-FILENAME
               FILE STATUS IS MARK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD REPORTF
           DATA RECORD IS REPORT-LINE.
           01 REPORT-LINE PIC X(160).
           FD MARKF
           DATA RECORD IS MARK-LINE.
           01 MARK-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 REPORT-STATUS PIC XX.
           01 REPORT-FILENAME PIC X(90).
           01 MARK-STATUS PIC XX.
           01 MARK-FILENAME PIC X(90).
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 CNT-DISP PIC ZZZZZ9.
           COPY "FileNames.cpy".
      *    "CLEAR", "PAIR" oder "FINAL", siehe Kopfkommentar
           01 REPORT-OP PIC X(08).
      *    Ausgang des Paars ("OK", "ABGEBROCHEN", "TEILLAUF",
      *    "UNGELIEFERT")
           01 PAIR-STATUS PIC X(12).
      *    Datensatz- und Fehlerzahl des Paars (bei "FINAL": des
      *    gesamten Laufs)
       PROCEDURE DIVISION USING FILE-NAMES REPORT-OP PAIR-STATUS
           RPT-TOTAL RPT-ERRORS.
       MAIN-PROCEDURE.
           IF SANDBOX-DIR NOT = SPACES
               MOVE SPACES TO REPORT-FILENAME
               STRING FUNCTION TRIM(SANDBOX-DIR) "/batchreport.txt"
                   DELIMITED BY SIZE INTO REPORT-FILENAME
           ELSE
               MOVE "batchreport.txt" TO REPORT-FILENAME
           END-IF
           EVALUATE REPORT-OP
               WHEN "CLEAR"
                   OPEN OUTPUT REPORTF
                   IF REPORT-STATUS = '00'
                       IF SANDBOX-DIR NOT = SPACES
                           WRITE REPORT-LINE FROM
                           "SANDBOX - Stapelbericht (je Dateipaar):"
                       ELSE
                           WRITE REPORT-LINE FROM
                               "Stapelbericht (je Dateipaar):"
                       END-IF
                       CLOSE REPORTF
                   END-IF
                   IF SANDBOX-DIR NOT = SPACES
                       PERFORM WRITE-SANDBOX-MARK
                   END-IF
               WHEN "PAIR"
                   PERFORM WRITE-PAIR-LINE
               WHEN "FINAL"
               MOVE RPT-ERRORS TO CNT-DISP
               STRING ", " FUNCTION TRIM(CNT-DISP) " Fehler"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
      *        erst waehrend der Wartefrist eingetroffene Lieferung
               IF PAIR-LATE = 1
                   STRING " [VERSPAETET]"
                       DELIMITED BY SIZE INTO OUT-LINE
                       WITH POINTER OUT-P
               END-IF
               IF SANDBOX-DIR NOT = SPACES
                   STRING " [SANDBOX]"
                       DELIMITED BY SIZE INTO OUT-LINE
                       WITH POINTER OUT-P
               END-IF
               WRITE REPORT-LINE FROM OUT-LINE
               CLOSE REPORTF
           END-IF
           .

      * Kennzeichen-Datei des Sandkasten-Verzeichnisses: alles darin
      * ist Probelauf, nichts davon veroeffentlicht
       WRITE-SANDBOX-MARK.
           MOVE SPACES TO MARK-FILENAME
           STRING FUNCTION TRIM(SANDBOX-DIR) "/SANDBOX.txt"
               DELIMITED BY SIZE INTO MARK-FILENAME
           OPEN OUTPUT MARKF
           IF MARK-STATUS = '00'
               MOVE SPACES TO OUT-LINE
               STRING "SANDBOX - Sandkasten-Lauf " RUN-ID
                   ", kein veroeffentlichtes Ergebnis"
                   DELIMITED BY SIZE INTO OUT-LINE
               WRITE MARK-LINE FROM OUT-LINE
               CLOSE MARKF
           END-IF
           .

       WRITE-FINAL-LINE.
           PERFORM OPEN-FOR-APPEND
           IF REPORT-STATUS = '00'
               STRING ", " FUNCTION TRIM(CNT-DISP)
                   " Paare per Bedingung uebersprungen"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               IF BATCH-UNDELIVERED > 0
                   MOVE BATCH-UNDELIVERED TO CNT-DISP
                   STRING ", " FUNCTION TRIM(CNT-DISP)
                       " Paare ohne Lieferung"
                       DELIMITED BY SIZE INTO OUT-LINE
                       WITH POINTER OUT-P
               END-IF
               WRITE REPORT-LINE FROM OUT-LINE
               CLOSE REPORTF
           END-IF
