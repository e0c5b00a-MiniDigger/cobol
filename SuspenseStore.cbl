      ******************************************************************
      * Author:
      * Date:
      * Purpose: Schwebeablage fuer zurueckgewiesene Datensaetze:
      *          scheitert ein Block an Eingabepruefung oder
      *          Validierung (Meldungscode INP-/VAL-), legt MAIN ihn
      *          hier samt Meldung, Meldungscode und Laufkennung ab,
      *          statt dass er nur als Zeile in errors.txt endet und
      *          die Korrektur per Mail und Handarbeit im naechsten
      *          input.txt landet. Der Blockeditor oeffnet einen
      *          Eintrag, zeigt die Meldung, prueft die Korrektur mit
      *          der echten Eingabe- und Validierungslogik und gibt
      *          sie frei: der korrigierte Block wandert in die
      *          Wiedervorlage resubmit.txt, die BatchControl als
      *          letztes Paar des naechsten Laufs liefert
      *          (-> resubmit_output.txt). Dort schliesst MAIN je
      *          Datensatz den Eintrag und verknuepft ihn mit dem
      *          neuen Ergebnis (Laufkennung, Ergebnis, Eigenwert,
      *          Ausgabedatei bzw. der neue Eintrag, falls auch die
      *          Korrektur zurueckgewiesen wurde). Nach vollstaendig
      *          durchgelaufenem Paar werden die verarbeiteten Bloecke
      *          aus resubmit.txt nach resubmit_<laufkennung>.txt
      *          verschoben; was inzwischen neu freigegeben wurde,
      *          bleibt fuer den naechsten Lauf stehen.
      *          Aufbau von suspense.txt je Eintrag:
      *            ###SCHWEBE NR=<nr> STATUS=<status> CODE=<code>
      *                       RUN=<laufkennung> NAME=<datensatz>
      *            ###QUELLE BLOCK=<n> EINGABE=<datei> AUSGABE=<datei>
      *            ###FEHLER <meldung>
      *            <Blockzeilen, wie geliefert>
      *            ###FREIGABE POS=<index in resubmit.txt> AM=<zeit>
      *            ###ERLEDIGT RUN=... ERGEBNIS=... NEU=... EW=...
      *            ###ENDE NR=<nr>
      *          Status: OFFEN -> FREIGABE -> ERLEDIGT. Die Kopfzeilen
      *          sind spaltenfest (siehe SH-LINE usw.); Statuswechsel
      *          schreiben die Datei ueber suspense.tmp neu. Kopiert
      *          wird der Block aus der Eingabedatei, wie er dort
      *          steht - catalog=/include=-Direktiven bleiben
      *          Direktiven und werden bei der Wiedervorlage erneut
      *          aufgeloest. Ein Sandkasten-Lauf (SANDBOX-DIR in
      *          FileNames.cpy) legt in die suspense.txt seines
      *          Verzeichnisses ab.
      *          Auftrag und Rueckgaben siehe Suspense.cpy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseStore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUSPF ASSIGN TO DYNAMIC SUSP-FILENAME
               FILE STATUS IS SUSPF-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TMPF ASSIGN TO DYNAMIC SUSP-TMPNAME
               FILE STATUS IS TMP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        gelesene Blockquelle: Eingabedatei des Paars,
      *        Arbeitsdatei des Blockeditors bzw. resubmit.txt
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        geschriebene Blockdatei: Arbeitsdatei, resubmit.txt
      *        bzw. das Archiv der verarbeiteten Wiedervorlage
               SELECT WORKF ASSIGN TO DYNAMIC WORK-FILENAME
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        noch nicht verarbeiteter Rest der Wiedervorlage
               SELECT RESTF ASSIGN TO DYNAMIC REST-FILENAME
               FILE STATUS IS REST-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD SUSPF
           DATA RECORD IS SUSP-LINE.
           01 SUSP-LINE PIC X(240).
           FD TMPF
           DATA RECORD IS TMP-LINE.
           01 TMP-LINE PIC X(240).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(80).
           FD WORKF
           DATA RECORD IS WORK-LINE.
           01 WORK-LINE PIC X(80).
           FD RESTF
           DATA RECORD IS REST-LINE.
           01 REST-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 SUSPF-STATUS PIC XX.
           01 TMP-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
           01 WORK-STATUS PIC XX.
           01 REST-STATUS PIC XX.
           01 SUSP-FILENAME PIC X(90).
           01 SUSP-TMPNAME PIC X(90).
           01 SRC-FILENAME PIC X(90).
           01 WORK-FILENAME PIC X(90).
           01 REST-FILENAME PIC X(90).
      *    Wiedervorlage: Eingabe des Paars, Rest beim Abschluss und
      *    die Ausgabe, in die ihre Ergebnisse gehen
           01 RESUBMIT-FILENAME PIC X(90) VALUE "resubmit.txt".
           01 RESUBMIT-TMPNAME PIC X(90) VALUE "resubmit.tmp".
           01 SUSP-EOF PIC 9 VALUE 0.
           01 SRC-EOF PIC 9 VALUE 0.
           01 WORK-OPEN PIC 9 VALUE 0.
           01 WORK-KEPT PIC 9 VALUE 0.
           01 COUNTER PIC 9(03).
      *    Kopfzeilen eines Eintrags, spaltenfest - gelesen wird per
      *    MOVE der Dateizeile auf die Gruppe
           01 SH-LINE.
               05 FILLER PIC X(14) VALUE "###SCHWEBE NR=".
               05 SH-NR PIC 9(06).
               05 FILLER PIC X(08) VALUE " STATUS=".
               05 SH-STATUS PIC X(08).
               05 FILLER PIC X(06) VALUE " CODE=".
               05 SH-CODE PIC X(07).
               05 FILLER PIC X(05) VALUE " RUN=".
               05 SH-RUN PIC X(17).
               05 FILLER PIC X(06) VALUE " NAME=".
               05 SH-NAME PIC X(30).
           01 SQ-LINE.
               05 FILLER PIC X(16) VALUE "###QUELLE BLOCK=".
               05 SQ-BLOCK PIC 9(06).
               05 FILLER PIC X(09) VALUE " EINGABE=".
               05 SQ-INPUT PIC X(80).
               05 FILLER PIC X(09) VALUE " AUSGABE=".
               05 SQ-OUTPUT PIC X(80).
           01 SF-LINE.
               05 FILLER PIC X(16) VALUE "###FREIGABE POS=".
               05 SF-POS PIC 9(06).
               05 FILLER PIC X(04) VALUE " AM=".
               05 SF-AM PIC X(15).
           01 SE-LINE.
               05 FILLER PIC X(16) VALUE "###ERLEDIGT RUN=".
               05 SE-RUN PIC X(17).
               05 FILLER PIC X(10) VALUE " ERGEBNIS=".
               05 SE-RESULT PIC X(07).
               05 FILLER PIC X(05) VALUE " NEU=".
               05 SE-NEW PIC 9(06).
               05 FILLER PIC X(04) VALUE " EW=".
               05 SE-EW PIC X(19).
               05 FILLER PIC X(06) VALUE " NAME=".
               05 SE-NAME PIC X(30).
               05 FILLER PIC X(09) VALUE " AUSGABE=".
               05 SE-OUTPUT PIC X(80).
           01 SX-LINE.
               05 FILLER PIC X(11) VALUE "###ENDE NR=".
               05 SX-NR PIC 9(06).
      *    Eintragsnummern und Blockzaehlung
           01 HIGH-NR PIC 9(06).
           01 TARGET-NR PIC 9(06).
           01 CUR-NR PIC 9(06).
           01 CUR-STATUS PIC X(08).
           01 IN-ENTRY PIC 9 VALUE 0.
           01 LIST-SHOW PIC 9 VALUE 0.
           01 BLK-NO PIC 9(06) COMP-3.
           01 COPIED PIC 9(06) COMP-3.
           01 RESUB-BLOCKS PIC 9(06) COMP-3.
           01 RESUB-OPEN-TAIL PIC 9.
           01 REST-LINES PIC 9(06) COMP-3.
      *    Statuswechsel fuer REWRITE-SUSPENSE: je Eintrag der neue
      *    Status und eine vor ###ENDE einzufuegende Zeile; SHIFT-N
      *    verschiebt die Wiedervorlage-Position der noch
      *    freigegebenen Eintraege, nachdem die ersten SHIFT-N Bloecke
      *    aus resubmit.txt genommen wurden
           01 CHG-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 CHG-TABLE.
               05 CHG-ENTRY OCCURS 500 TIMES.
                   10 CHG-NR PIC 9(06).
                   10 CHG-STATUS PIC X(08).
                   10 CHG-EXTRA PIC X(240).
           01 CHG-I PIC 9(04) COMP-3.
           01 CUR-CHG PIC 9(04) COMP-3.
           01 SHIFT-N PIC 9(06) COMP-3 VALUE 0.
      *    Existenzpruefung der Arbeitsdatei
           01 WORK-FILE-INFO.
               05 WFI-SIZE PIC X(8).
               05 WFI-DATE PIC X(4).
               05 WFI-TIME PIC X(4).
      *    Anzeigefelder
           01 EW-DISP PIC -Z(8)9.9(08).
      *    ab 10**9 mit weniger Nachkommastellen, gleiche Breite
           01 EW-DISP-GROSS PIC -Z(12)9.9(04).
           01 NR-DISP PIC 9(06).
           01 CNT-DISP PIC ZZZZZ9.
           01 NOW-STAMP PIC X(21).
       LINKAGE SECTION.
           COPY "FileNames.cpy".
           COPY "Abbruch.cpy".
           COPY "Suspense.cpy".
       PROCEDURE DIVISION USING FILE-NAMES ABBRUCH SUSP-REQUEST.
       MAIN-PROCEDURE.
           PERFORM SET-FILENAMES
           MOVE 0 TO SUSP-FOUND
           EVALUATE SUSP-OP
               WHEN "SUSPEND"
                   PERFORM SUSPEND-BLOCK
               WHEN "LIST"
                   PERFORM LIST-OPEN-ENTRIES
               WHEN "FETCH"
                   PERFORM FETCH-ENTRY
               WHEN "RELEASE"
                   PERFORM RELEASE-ENTRY
               WHEN "RESOLVE"
                   PERFORM RESOLVE-ENTRY
               WHEN "RESUBDONE"
                   PERFORM FINISH-RESUBMIT
           END-EVALUATE
           EXIT PROGRAM.

       SET-FILENAMES.
           MOVE SPACES TO SUSP-FILENAME
           MOVE SPACES TO SUSP-TMPNAME
           IF SANDBOX-DIR NOT = SPACES
               STRING FUNCTION TRIM(SANDBOX-DIR) "/suspense.txt"
                   DELIMITED BY SIZE INTO SUSP-FILENAME
               STRING FUNCTION TRIM(SANDBOX-DIR) "/suspense.tmp"
                   DELIMITED BY SIZE INTO SUSP-TMPNAME
           ELSE
               MOVE "suspense.txt" TO SUSP-FILENAME
               MOVE "suspense.tmp" TO SUSP-TMPNAME
           END-IF
           .

      * legt Block SUSP-ORD der Eingabedatei des Paars als neuen,
      * offenen Eintrag ab - Meldung, Code, Laufkennung und Name aus
      * ABBRUCH/FILE-NAMES des soeben zurueckgewiesenen Datensatzes
       SUSPEND-BLOCK.
           PERFORM FIND-HIGHEST-NR
           COMPUTE SUSP-NR = HIGH-NR + 1
           MOVE INPUT-FILENAME TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               DISPLAY "Warnung: Schwebeablage - "
                   FUNCTION TRIM(SRC-FILENAME)
                   " nicht lesbar (Status " SRC-STATUS ")"
               MOVE 0 TO SUSP-NR
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SUSPF
           IF SUSPF-STATUS = "35"
               OPEN OUTPUT SUSPF
               CLOSE SUSPF
               OPEN EXTEND SUSPF
           END-IF
           IF SUSPF-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(SUSP-FILENAME)
                   " nicht beschreibbar (Status " SUSPF-STATUS ")"
               CLOSE SRCF
               MOVE 0 TO SUSP-NR
               EXIT PARAGRAPH
           END-IF

           MOVE SUSP-NR TO SH-NR
           MOVE "OFFEN" TO SH-STATUS
           MOVE MESSAGE-CODE TO SH-CODE
           MOVE RUN-ID TO SH-RUN
           MOVE DATASET-NAME TO SH-NAME
           WRITE SUSP-LINE FROM SH-LINE
           COMPUTE SQ-BLOCK = SUSP-ORD + 1
           MOVE INPUT-FILENAME TO SQ-INPUT
           MOVE OUTPUT-FILENAME TO SQ-OUTPUT
           WRITE SUSP-LINE FROM SQ-LINE
           MOVE SPACES TO SUSP-LINE
           STRING "###FEHLER " ERRORMSG
               DELIMITED BY SIZE INTO SUSP-LINE
           WRITE SUSP-LINE

           MOVE 0 TO BLK-NO
           MOVE 0 TO COPIED
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM COPY-TARGET-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF

           MOVE SUSP-NR TO SX-NR
           WRITE SUSP-LINE FROM SX-LINE
           CLOSE SUSPF
           MOVE SUSP-NR TO NR-DISP
           DISPLAY "Schwebeablage: Block " SQ-BLOCK " abgelegt als"
               " Eintrag " NR-DISP " (" MESSAGE-CODE ")"
           .

      * Zeilen des Blocks SUSP-ORD (zwischen der SUSP-ORD-ten und
      * der folgenden Trennzeile) in die Ablage kopieren
       COPY-TARGET-LINE.
           MOVE 0 TO COUNTER
           INSPECT SRC-LINE TALLYING COUNTER FOR LEADING "=========="
           IF COUNTER > 0
               IF BLK-NO = SUSP-ORD
                   MOVE 1 TO SRC-EOF
               END-IF
               ADD 1 TO BLK-NO
           ELSE
               IF BLK-NO = SUSP-ORD
                   WRITE SUSP-LINE FROM SRC-LINE
                   ADD 1 TO COPIED
               END-IF
           END-IF
           .

       FIND-HIGHEST-NR.
           MOVE 0 TO HIGH-NR
           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END
                       IF SUSP-LINE(1:14) = "###SCHWEBE NR="
                           MOVE SUSP-LINE TO SH-LINE
                           IF SH-NR NUMERIC AND SH-NR > HIGH-NR
                               MOVE SH-NR TO HIGH-NR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPF
           .

      * zeigt alle nicht erledigten Eintraege an; SUSP-COUNT zaehlt
      * die offenen (noch nicht freigegebenen)
       LIST-OPEN-ENTRIES.
           MOVE 0 TO SUSP-COUNT
           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LIST-SHOW
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END PERFORM LIST-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SUSPF
           .

       LIST-ONE-LINE.
           EVALUATE TRUE
               WHEN SUSP-LINE(1:14) = "###SCHWEBE NR="
                   MOVE SUSP-LINE TO SH-LINE
                   MOVE 0 TO LIST-SHOW
                   IF SH-STATUS NOT = "ERLEDIGT"
                       MOVE 1 TO LIST-SHOW
                       IF SH-STATUS = "OFFEN"
                           ADD 1 TO SUSP-COUNT
                       END-IF
                       IF SH-NAME = SPACES
                           MOVE "(unbenannt)" TO SH-NAME
                       END-IF
                       DISPLAY "  " SH-NR " " SH-STATUS " " SH-CODE
                           " Lauf " SH-RUN " "
                           FUNCTION TRIM(SH-NAME)
                   END-IF
               WHEN SUSP-LINE(1:16) = "###QUELLE BLOCK=" AND
                    LIST-SHOW = 1
                   MOVE SUSP-LINE TO SQ-LINE
                   DISPLAY "         aus " FUNCTION TRIM(SQ-INPUT)
                       ", Block " SQ-BLOCK
                   MOVE 0 TO LIST-SHOW
           END-EVALUATE
           .

      * liest Eintrag SUSP-NR; ist er offen, kommt sein Block in die
      * Arbeitsdatei suspense_<nr>.txt - eine dort bereits liegende
      * (angefangene) Korrektur wird nicht ueberschrieben
       FETCH-ENTRY.
           MOVE SPACES TO SUSP-STATUS
           MOVE SPACES TO SUSP-CODE
           MOVE SPACES TO SUSP-RUN
           MOVE SPACES TO SUSP-NAME
           MOVE SPACES TO SUSP-TEXT
           MOVE SUSP-NR TO NR-DISP
           MOVE SPACES TO SUSP-WORKFILE
           IF SANDBOX-DIR NOT = SPACES
               STRING FUNCTION TRIM(SANDBOX-DIR) "/suspense_" NR-DISP
                   ".txt" DELIMITED BY SIZE INTO SUSP-WORKFILE
           ELSE
               STRING "suspense_" NR-DISP ".txt"
                   DELIMITED BY SIZE INTO SUSP-WORKFILE
           END-IF
           MOVE 0 TO WORK-KEPT
           CALL "CBL_CHECK_FILE_EXIST" USING SUSP-WORKFILE
               WORK-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 1 TO WORK-KEPT
           END-IF
           MOVE 0 TO RETURN-CODE

           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO IN-ENTRY
           MOVE 0 TO WORK-OPEN
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END PERFORM FETCH-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SUSPF
           IF WORK-OPEN = 1
               CLOSE WORKF
           END-IF
           IF SUSP-FOUND = 1 AND SUSP-STATUS = "OFFEN"
              AND WORK-KEPT = 1
               DISPLAY "Arbeitsdatei " FUNCTION TRIM(SUSP-WORKFILE)
                   " besteht bereits (angefangene Korrektur) -"
                   " bleibt unveraendert"
           END-IF
           .

       FETCH-ONE-LINE.
           EVALUATE TRUE
               WHEN SUSP-LINE(1:14) = "###SCHWEBE NR="
                   MOVE SUSP-LINE TO SH-LINE
                   IF SH-NR = SUSP-NR
                       MOVE 1 TO IN-ENTRY
                       MOVE 1 TO SUSP-FOUND
                       MOVE SH-STATUS TO SUSP-STATUS
                       MOVE SH-CODE TO SUSP-CODE
                       MOVE SH-RUN TO SUSP-RUN
                       MOVE SH-NAME TO SUSP-NAME
                       IF SH-STATUS = "OFFEN" AND WORK-KEPT = 0
                           MOVE SUSP-WORKFILE TO WORK-FILENAME
                           OPEN OUTPUT WORKF
                           IF WORK-STATUS = "00"
                               MOVE 1 TO WORK-OPEN
                           END-IF
                       END-IF
                   END-IF
               WHEN IN-ENTRY = 0
                   CONTINUE
               WHEN SUSP-LINE(1:7) = "###ENDE"
                   MOVE 0 TO IN-ENTRY
                   MOVE 1 TO SUSP-EOF
               WHEN SUSP-LINE(1:10) = "###FEHLER "
                   MOVE SUSP-LINE(11:100) TO SUSP-TEXT
               WHEN SUSP-LINE(1:3) = "###"
                   CONTINUE
               WHEN OTHER
                   IF WORK-OPEN = 1
                       WRITE WORK-LINE FROM SUSP-LINE(1:80)
                   END-IF
           END-EVALUATE
           .

      * haengt den korrigierten Block aus SUSP-WORKFILE an die
      * Wiedervorlage an und setzt den Eintrag auf FREIGABE; die
      * Position (0-basierter Blockindex in resubmit.txt) ist der
      * Schluessel, ueber den MAIN den Eintrag spaeter schliesst
       RELEASE-ENTRY.
           PERFORM FIND-ENTRY-STATUS
           IF SUSP-FOUND = 0 OR SUSP-STATUS NOT = "OFFEN"
               MOVE 0 TO SUSP-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SUSP-FOUND
           PERFORM COUNT-RESUBMIT-BLOCKS
           MOVE SUSP-WORKFILE TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RESUBMIT-FILENAME TO WORK-FILENAME
           OPEN EXTEND WORKF
           IF WORK-STATUS = "35"
               OPEN OUTPUT WORKF
               CLOSE WORKF
               OPEN EXTEND WORKF
           END-IF
           IF WORK-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(WORK-FILENAME)
                   " nicht beschreibbar (Status " WORK-STATUS ")"
               CLOSE SRCF
               EXIT PARAGRAPH
           END-IF
      *    ein von Hand angefuegter Block ohne Trennzeile wird erst
      *    abgeschlossen, sonst verschmoelze er mit dem neuen
           IF RESUB-OPEN-TAIL = 1
               MOVE "==========" TO WORK-LINE
               WRITE WORK-LINE
               ADD 1 TO RESUB-BLOCKS
           END-IF
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END
                       MOVE 0 TO COUNTER
                       INSPECT SRC-LINE TALLYING COUNTER
                           FOR LEADING "=========="
                       IF COUNTER = 0
                           WRITE WORK-LINE FROM SRC-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "==========" TO WORK-LINE
           WRITE WORK-LINE
           CLOSE WORKF
           CLOSE SRCF

           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE 1 TO CHG-COUNT
           MOVE SUSP-NR TO CHG-NR(1)
           MOVE "FREIGABE" TO CHG-STATUS(1)
           MOVE RESUB-BLOCKS TO SF-POS
           MOVE SPACES TO SF-AM
           STRING NOW-STAMP(1:8) "-" NOW-STAMP(9:6)
               DELIMITED BY SIZE INTO SF-AM
           MOVE SPACES TO CHG-EXTRA(1)
           MOVE SF-LINE TO CHG-EXTRA(1)
           MOVE 0 TO SHIFT-N
           PERFORM REWRITE-SUSPENSE
           CALL "CBL_DELETE_FILE" USING SUSP-WORKFILE
           MOVE 0 TO RETURN-CODE
           MOVE "FREIGABE" TO SUSP-STATUS
           MOVE RESUB-BLOCKS TO SUSP-ORD
           MOVE 1 TO SUSP-FOUND
           .

       FIND-ENTRY-STATUS.
           MOVE 0 TO SUSP-FOUND
           MOVE SPACES TO SUSP-STATUS
           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END
                       IF SUSP-LINE(1:14) = "###SCHWEBE NR="
                           MOVE SUSP-LINE TO SH-LINE
                           IF SH-NR = SUSP-NR
                               MOVE 1 TO SUSP-FOUND
                               MOVE SH-STATUS TO SUSP-STATUS
                               MOVE 1 TO SUSP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPF
           .

      * Zahl der Bloecke in resubmit.txt (= Index des naechsten) und
      * ob hinter der letzten Trennzeile noch Zeilen stehen
       COUNT-RESUBMIT-BLOCKS.
           MOVE 0 TO RESUB-BLOCKS
           MOVE 0 TO RESUB-OPEN-TAIL
           MOVE RESUBMIT-FILENAME TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END
                       MOVE 0 TO COUNTER
                       INSPECT SRC-LINE TALLYING COUNTER
                           FOR LEADING "=========="
                       IF COUNTER > 0
                           ADD 1 TO RESUB-BLOCKS
                           MOVE 0 TO RESUB-OPEN-TAIL
                       ELSE
                           IF SRC-LINE NOT = SPACES
                               MOVE 1 TO RESUB-OPEN-TAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRCF
           .

      * schliesst den freigegebenen Eintrag des Wiedervorlage-Blocks
      * SUSP-ORD mit dem Ergebnis des soeben verarbeiteten Datensatzes
       RESOLVE-ENTRY.
           MOVE 0 TO TARGET-NR
           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUR-NR
           MOVE SPACES TO CUR-STATUS
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SUSP-LINE(1:14) = "###SCHWEBE NR="
                               MOVE SUSP-LINE TO SH-LINE
                               MOVE SH-NR TO CUR-NR
                               MOVE SH-STATUS TO CUR-STATUS
                           WHEN SUSP-LINE(1:16) = "###FREIGABE POS="
                               MOVE SUSP-LINE TO SF-LINE
                               IF CUR-STATUS = "FREIGABE" AND
                                  SF-POS = SUSP-ORD
                                   MOVE CUR-NR TO TARGET-NR
                                   MOVE 1 TO SUSP-EOF
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SUSPF
           IF TARGET-NR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE RUN-ID TO SE-RUN
           MOVE SUSP-NEW-NR TO SE-NEW
           MOVE SPACES TO SE-EW
           IF ERRORMSG = "FINE"
               MOVE "FINE" TO SE-RESULT
               IF RET-EW > -1000000000 AND RET-EW < 1000000000
                   MOVE RET-EW TO EW-DISP
                   MOVE EW-DISP TO SE-EW
               ELSE
                   MOVE RET-EW TO EW-DISP-GROSS
                   MOVE EW-DISP-GROSS TO SE-EW
               END-IF
           ELSE
               IF MESSAGE-CODE NOT = SPACES
                   MOVE MESSAGE-CODE TO SE-RESULT
               ELSE
                   MOVE "FEHLER" TO SE-RESULT
               END-IF
           END-IF
           MOVE DATASET-NAME TO SE-NAME
           MOVE OUTPUT-FILENAME TO SE-OUTPUT
           MOVE 1 TO CHG-COUNT
           MOVE TARGET-NR TO CHG-NR(1)
           MOVE "ERLEDIGT" TO CHG-STATUS(1)
           MOVE SPACES TO CHG-EXTRA(1)
           MOVE SE-LINE TO CHG-EXTRA(1)
           MOVE 0 TO SHIFT-N
           PERFORM REWRITE-SUSPENSE
           MOVE 1 TO SUSP-FOUND
           MOVE TARGET-NR TO NR-DISP
           DISPLAY "Schwebeablage: Eintrag " NR-DISP
               " erledigt (" FUNCTION TRIM(SE-RESULT) ")"
           .

      * die ersten SUSP-ORD Bloecke der Wiedervorlage sind
      * verarbeitet: sie wandern ins Archiv resubmit_<laufkennung>.txt,
      * der Rest bleibt als resubmit.txt stehen. Freigegebene
      * Eintraege rutschen entsprechend nach vorn; ein freigegebener
      * Eintrag unter den verarbeiteten Bloecken, den MAIN nicht
      * geschlossen hat (z.B. per Ausschlussliste uebersprungen),
      * wird ohne Ergebnis geschlossen
       FINISH-RESUBMIT.
           MOVE RESUBMIT-FILENAME TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-FILENAME
           STRING "resubmit_" FUNCTION TRIM(RUN-ID) ".txt"
               DELIMITED BY SIZE INTO WORK-FILENAME
           OPEN EXTEND WORKF
           IF WORK-STATUS = "35"
               OPEN OUTPUT WORKF
               CLOSE WORKF
               OPEN EXTEND WORKF
           END-IF
           IF WORK-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(WORK-FILENAME)
                   " nicht beschreibbar (Status " WORK-STATUS
                   ") - Wiedervorlage bleibt stehen"
               CLOSE SRCF
               EXIT PARAGRAPH
           END-IF
           MOVE RESUBMIT-TMPNAME TO REST-FILENAME
           OPEN OUTPUT RESTF
           MOVE 0 TO BLK-NO
           MOVE 0 TO REST-LINES
           MOVE 0 TO SRC-EOF
           PERFORM UNTIL SRC-EOF = 1
               READ SRCF
                   AT END MOVE 1 TO SRC-EOF
                   NOT AT END PERFORM SPLIT-RESUBMIT-LINE
               END-READ
           END-PERFORM
           CLOSE SRCF
           CLOSE WORKF
           CLOSE RESTF
           CALL "CBL_DELETE_FILE" USING RESUBMIT-FILENAME
           IF REST-LINES > 0
               CALL "CBL_RENAME_FILE" USING RESUBMIT-TMPNAME
                   RESUBMIT-FILENAME
           ELSE
               CALL "CBL_DELETE_FILE" USING RESUBMIT-TMPNAME
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE SUSP-ORD TO CNT-DISP
           DISPLAY "Wiedervorlage: " FUNCTION TRIM(CNT-DISP)
               " Block/Bloecke verarbeitet, abgelegt in "
               FUNCTION TRIM(WORK-FILENAME)

      *    Eintraege: verarbeitete, aber nicht geschlossene sammeln
           MOVE 0 TO CHG-COUNT
           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUR-STATUS
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END PERFORM NOTE-UNRESOLVED-LINE
               END-READ
           END-PERFORM
           CLOSE SUSPF
           MOVE SUSP-ORD TO SHIFT-N
           PERFORM REWRITE-SUSPENSE
           .

       SPLIT-RESUBMIT-LINE.
           MOVE 0 TO COUNTER
           INSPECT SRC-LINE TALLYING COUNTER FOR LEADING "=========="
           IF BLK-NO < SUSP-ORD
               WRITE WORK-LINE FROM SRC-LINE
               IF COUNTER > 0
                   ADD 1 TO BLK-NO
               END-IF
           ELSE
               WRITE REST-LINE FROM SRC-LINE
               IF SRC-LINE NOT = SPACES
                   ADD 1 TO REST-LINES
               END-IF
           END-IF
           .

       NOTE-UNRESOLVED-LINE.
           EVALUATE TRUE
               WHEN SUSP-LINE(1:14) = "###SCHWEBE NR="
                   MOVE SUSP-LINE TO SH-LINE
                   MOVE SH-NR TO CUR-NR
                   MOVE SH-STATUS TO CUR-STATUS
               WHEN SUSP-LINE(1:16) = "###FREIGABE POS="
                   MOVE SUSP-LINE TO SF-LINE
                   IF CUR-STATUS = "FREIGABE" AND SF-POS < SUSP-ORD
                      AND CHG-COUNT < 500
                       ADD 1 TO CHG-COUNT
                       MOVE CUR-NR TO CHG-NR(CHG-COUNT)
                       MOVE "ERLEDIGT" TO CHG-STATUS(CHG-COUNT)
                       MOVE RUN-ID TO SE-RUN
                       MOVE "OHNE" TO SE-RESULT
                       MOVE 0 TO SE-NEW
                       MOVE SPACES TO SE-EW
                       MOVE SPACES TO SE-NAME
                       MOVE OUTPUT-FILENAME TO SE-OUTPUT
                       MOVE SPACES TO CHG-EXTRA(CHG-COUNT)
                       MOVE SE-LINE TO CHG-EXTRA(CHG-COUNT)
                   END-IF
           END-EVALUATE
           .

      * schreibt suspense.txt mit den Statuswechseln aus CHG-TABLE
      * und der Positionsverschiebung SHIFT-N ueber suspense.tmp neu
       REWRITE-SUSPENSE.
           OPEN INPUT SUSPF
           IF SUSPF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMPF
           IF TMP-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(SUSP-TMPNAME)
                   " nicht beschreibbar (Status " TMP-STATUS ")"
               CLOSE SUSPF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUR-CHG
           MOVE SPACES TO CUR-STATUS
           MOVE 0 TO SUSP-EOF
           PERFORM UNTIL SUSP-EOF = 1
               READ SUSPF
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END PERFORM REWRITE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SUSPF
           CLOSE TMPF
           CALL "CBL_DELETE_FILE" USING SUSP-FILENAME
           CALL "CBL_RENAME_FILE" USING SUSP-TMPNAME SUSP-FILENAME
           MOVE 0 TO RETURN-CODE
           .

       REWRITE-ONE-LINE.
           EVALUATE TRUE
               WHEN SUSP-LINE(1:14) = "###SCHWEBE NR="
                   MOVE SUSP-LINE TO SH-LINE
                   MOVE 0 TO CUR-CHG
                   PERFORM VARYING CHG-I FROM 1 BY 1
                           UNTIL CHG-I > CHG-COUNT
                       IF CHG-NR(CHG-I) = SH-NR
                           MOVE CHG-I TO CUR-CHG
                       END-IF
                   END-PERFORM
                   IF CUR-CHG > 0
                       MOVE CHG-STATUS(CUR-CHG) TO SH-STATUS
                   END-IF
                   MOVE SH-STATUS TO CUR-STATUS
                   MOVE SPACES TO TMP-LINE
                   MOVE SH-LINE TO TMP-LINE
                   WRITE TMP-LINE
               WHEN SUSP-LINE(1:16) = "###FREIGABE POS="
                   MOVE SUSP-LINE TO SF-LINE
                   IF SHIFT-N > 0 AND CUR-STATUS = "FREIGABE"
                      AND SF-POS >= SHIFT-N
                       SUBTRACT SHIFT-N FROM SF-POS
                   END-IF
                   MOVE SPACES TO TMP-LINE
                   MOVE SF-LINE TO TMP-LINE
                   WRITE TMP-LINE
               WHEN SUSP-LINE(1:7) = "###ENDE"
                   IF CUR-CHG > 0
                       IF CHG-EXTRA(CUR-CHG) NOT = SPACES
                           WRITE TMP-LINE FROM CHG-EXTRA(CUR-CHG)
                       END-IF
                   END-IF
                   MOVE 0 TO CUR-CHG
                   WRITE TMP-LINE FROM SUSP-LINE
               WHEN OTHER
                   WRITE TMP-LINE FROM SUSP-LINE
           END-EVALUATE
           .
       END PROGRAM SuspenseStore.
