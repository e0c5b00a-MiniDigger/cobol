      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bestand der berechneten Eigenpaare fuer den
      *          Versuchsabgleich (siehe Correlation.cbl): nach jedem
      *          FINE-Lauf eines benannten Datensatzes wird jedes
      *          Eigenpaar mit Vektor an modes.txt angehaengt - im
      *          Modus "LANCZOS" alle Eintraege der EIGENLIST, sonst
      *          das Paar RET-EW/XI. Die Datei waechst wie
      *          warmstart.txt nur durch Anhaengen; der Abgleich nimmt
      *          je Name die Paare des juengsten Laufs.
      *          Blockaufbau: Kopfzeile "name laufkennung mode dim
      *          eigenwert", danach dim Wertzeilen (eine je
      *          Komponente).
      *          Ein Sandkasten-Lauf (SANDBOX-DIR in FileNames.cpy)
      *          schreibt in die modes.txt seines Verzeichnisses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ModeStore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        dynamisch: bei partitionierten Laeufen schreibt jeder
      *        Prozess seinen eigenen Bestand, wie bei warmstart.txt
               SELECT MODEF ASSIGN TO DYNAMIC MODE-FILENAME
               FILE STATUS IS MODE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD MODEF
           DATA RECORD IS MODE-LINE.
           01 MODE-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 MODE-STATUS PIC XX.
           01 MODE-FILENAME PIC X(90).
           01 MODE-BASE PIC X(90).
           01 PART-DISP PIC Z(05)9.
           01 I PIC 9(04) COMP-3.
           01 K PIC 9(04) COMP-3.
      *    Wertzeile im Format von warmstart.txt
           01 MODE-NUM PIC -9(06).9(16).
      *    anzeigefaehige Kopfzeilenfelder, da STRING keine COMP-3
      *    Felder direkt aufnimmt
           01 DIM-DISP PIC 9(04).
           01 MODE-NR-DISP PIC 9(03).
           01 MODE-EW-DISP PIC -9(13).9(09).
       LINKAGE SECTION.
           COPY "VectorDim.cpy".
           COPY "Abbruch.cpy".
           COPY "FileNames.cpy".
           COPY "EigenList.cpy".
       PROCEDURE DIVISION USING INPUT-VEKTOR ABBRUCH FILE-NAMES
           EIGENLIST.
       MAIN-PROCEDURE.
           IF PARTITION-START > 0 OR PARTITION-LIMIT > 0
               MOVE PARTITION-START TO PART-DISP
               MOVE SPACES TO MODE-FILENAME
               STRING "modes.txt.p" FUNCTION TRIM(PART-DISP)
                   DELIMITED BY SIZE INTO MODE-FILENAME
           ELSE
               MOVE "modes.txt" TO MODE-FILENAME
           END-IF
           IF SANDBOX-DIR NOT = SPACES
               MOVE MODE-FILENAME TO MODE-BASE
               MOVE SPACES TO MODE-FILENAME
               STRING FUNCTION TRIM(SANDBOX-DIR) "/"
                   FUNCTION TRIM(MODE-BASE)
                   DELIMITED BY SIZE INTO MODE-FILENAME
           END-IF
           OPEN EXTEND MODEF
           IF MODE-STATUS = '35'
               OPEN OUTPUT MODEF
               CLOSE MODEF
               OPEN EXTEND MODEF
           END-IF
           IF MODE-STATUS NOT = '00'
      *        der Bestand dient dem nachgelagerten Versuchsabgleich -
      *        ein nicht beschreibbarer Bestand haelt den Lauf nicht
      *        auf
               DISPLAY "[ModeStore.MAIN-PROCEDURE] modes.txt nicht"
                   " beschreibbar, Status " MODE-STATUS
               EXIT PROGRAM
           END-IF
           IF MODE-LANCZOS
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > EW-COUNT
                   PERFORM WRITE-LIST-MODE
               END-PERFORM
           ELSE
               PERFORM WRITE-MAIN-MODE
           END-IF
           CLOSE MODEF
           EXIT PROGRAM.

      * das Hauptergebnis RET-EW mit dem konvergierten XI als Mode 1
       WRITE-MAIN-MODE.
           MOVE 1 TO MODE-NR-DISP
           MOVE RET-EW TO MODE-EW-DISP
           PERFORM WRITE-HEADER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE XI(I) TO MODE-NUM
               WRITE MODE-LINE FROM MODE-NUM
           END-PERFORM
           .

      * Eintrag K der EIGENLIST (Modus "LANCZOS", absteigend nach
      * Betrag) mit seinem Ritz-Vektor
       WRITE-LIST-MODE.
           MOVE K TO MODE-NR-DISP
           MOVE EW-VALUE(K) TO MODE-EW-DISP
           PERFORM WRITE-HEADER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-I
               MOVE EW-VEC(K, I) TO MODE-NUM
               WRITE MODE-LINE FROM MODE-NUM
           END-PERFORM
           .

       WRITE-HEADER.
           MOVE SPACES TO MODE-LINE
           MOVE DIM-I TO DIM-DISP
           STRING FUNCTION TRIM(DATASET-NAME) DELIMITED BY SIZE
               " " RUN-ID " " MODE-NR-DISP " " DIM-DISP " "
               MODE-EW-DISP DELIMITED BY SIZE
               INTO MODE-LINE
           WRITE MODE-LINE
           .
       END PROGRAM ModeStore.
