      ******************************************************************
      * Author:
      * Date:
      * Purpose: Freigabeablage fuer auffaellige Ergebnisse: ein
      *          Produktionsergebnis, das Drift gegen den Vorlauf, ein
      *          FAIL der Grenzwertpruefung, eine Fehlerschranke ueber
      *          boundlimit= oder einen Modentausch (MODE-SWAP) zeigt,
      *          ging bisher mit dem naechsten Extrakt ungesehen an
      *          das Warehouse und in results.dat - der Alarmsatz kam
      *          beim Ingenieur an, wenn die Zahl laengst verteilt
      *          war. OutputHandling legt solche Ergebnisse jetzt
      *          hier ab statt sie zu schreiben: mit dem fertigen
      *          Extraktsatz, den Feldern des Ergebnisbestands und
      *          einer Kopie des Eingabeblocks. Ein berechtigter
      *          Ingenieur entscheidet je Eintrag an der
      *          Bedienkonsole (OperatorConsole.cbl, Punkt 6) mit
      *          Kommentar: FREIGABE - der naechste Produktionslauf
      *          schreibt Extraktsatz und Bestandseintrag nach und
      *          vermerkt den Freigebenden in audit.txt; ABGELEHNT -
      *          der Block geht mit Meldungscode REL-001 in die
      *          Schwebeablage (SuspenseStore.cbl), der naechste Lauf
      *          vermerkt die Ablehnung in audit.txt.
      *          Aufbau von release_pending.txt je Eintrag:
      *            ###HALT NR=<nr> STATUS=<status> RUN=<laufkennung>
      *                    VERSUCH=<n> NAME=<datensatz>
      *            ###QUELLE BLOCK=<n> EINGABE=<datei> AUSGABE=<datei>
      *            ###GRUND <befunde>
      *            ###EXTRAKT <satz des Warehouse-Extrakts>
      *            ###BESTAND EW=... MODE=... ITER=... (results.dat)
      *            <Blockzeilen, wie geliefert>
      *            ###ENTSCHEID <ergebnis> VON=<kennung> AM=<zeit>
      *            ###KOMMENTAR <text>
      *            ###ERLEDIGT RUN=<verbuchender lauf> AM=<zeit>
      *            ###ENDE NR=<nr>
      *          Status: OFFEN -> FREIGABE bzw. ABGELEHNT -> ERLEDIGT;
      *          ERSETZT, wenn ein Wiederholungsversuch desselben
      *          Blocks im selben Lauf an seine Stelle trat. Die
      *          Kopfzeilen sind spaltenfest; Statuswechsel schreiben
      *          die Datei ueber release_pending.tmp neu (Verfahren
      *          wie suspense.txt). Ein Sandkasten-Lauf haelt nichts
      *          zurueck - er liefert ohnehin nicht aus.
      *          Auftrag und Rueckgaben siehe Release.cpy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReleaseHold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLDF ASSIGN TO DYNAMIC HOLD-FILENAME
               FILE STATUS IS HOLDF-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TMPF ASSIGN TO DYNAMIC HOLD-TMPNAME
               FILE STATUS IS TMP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Eingabedatei des Paars, aus der der Block kopiert wird
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Arbeitsdatei mit dem Block eines abgelehnten Eintrags,
      *        aus der die Schwebeablage ihn uebernimmt
               SELECT WORKF ASSIGN TO DYNAMIC WORK-FILENAME
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD HOLDF
           DATA RECORD IS HOLD-LINE.
           01 HOLD-LINE PIC X(240).
           FD TMPF
           DATA RECORD IS TMP-LINE.
           01 TMP-LINE PIC X(240).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(80).
           FD WORKF
           DATA RECORD IS WORK-LINE.
           01 WORK-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 HOLDF-STATUS PIC XX.
           01 TMP-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
           01 WORK-STATUS PIC XX.
           01 HOLD-FILENAME PIC X(90) VALUE "release_pending.txt".
           01 HOLD-TMPNAME PIC X(90) VALUE "release_pending.tmp".
           01 SRC-FILENAME PIC X(90).
           01 WORK-FILENAME PIC X(90).
           01 HOLD-EOF PIC 9 VALUE 0.
           01 SRC-EOF PIC 9 VALUE 0.
           01 WORK-OPEN PIC 9 VALUE 0.
      *    1 = FETCH-ENTRY legt den Block in die Arbeitsdatei
           01 WANT-BLOCK PIC 9 VALUE 0.
           01 COUNTER PIC 9(03).
      *    Kopfzeilen eines Eintrags, spaltenfest - gelesen wird per
      *    MOVE der Dateizeile auf die Gruppe
           01 RH-LINE.
               05 FILLER PIC X(11) VALUE "###HALT NR=".
               05 RH-NR PIC 9(06).
               05 FILLER PIC X(08) VALUE " STATUS=".
               05 RH-STATUS PIC X(09).
               05 FILLER PIC X(05) VALUE " RUN=".
               05 RH-RUN PIC X(17).
               05 FILLER PIC X(09) VALUE " VERSUCH=".
               05 RH-ATTEMPT PIC 9.
               05 FILLER PIC X(06) VALUE " NAME=".
               05 RH-IDENT PIC X(30).
           01 RQ-LINE.
               05 FILLER PIC X(16) VALUE "###QUELLE BLOCK=".
               05 RQ-BLOCK PIC 9(06).
               05 FILLER PIC X(09) VALUE " EINGABE=".
               05 RQ-INPUT PIC X(80).
               05 FILLER PIC X(09) VALUE " AUSGABE=".
               05 RQ-OUTPUT PIC X(80).
      *    RB-EW mit dreizehn Vorkommastellen wie RET-EW; Eintraege
      *    von vor dieser Breite (vier Stellen kuerzer, " MODE=" ab
      *    Spalte 41) liest FETCH-ONE-LINE mit vorangestellten Nullen
           01 RB-LINE.
               05 FILLER PIC X(14) VALUE "###BESTAND EW=".
               05 RB-EW PIC S9(13)V9(16) SIGN LEADING SEPARATE.
               05 FILLER PIC X(06) VALUE " MODE=".
               05 RB-MODE PIC X(09).
               05 FILLER PIC X(06) VALUE " ITER=".
               05 RB-ITER PIC 9(06).
               05 FILLER PIC X(06) VALUE " KONV=".
               05 RB-CONV PIC 9.
               05 FILLER PIC X(08) VALUE " STATUS=".
               05 RB-STATUS PIC X(04).
               05 FILLER PIC X(05) VALUE " MAC=".
               05 RB-MAC-KZ PIC X(01).
               05 RB-MAC PIC 9V9(06).
               05 FILLER PIC X(09) VALUE " BESTAND=".
               05 RB-WANTED PIC 9.
               05 FILLER PIC X(09) VALUE " KATALOG=".
               05 RB-CAT-NAME PIC X(30).
               05 FILLER PIC X(09) VALUE " VERSION=".
               05 RB-CAT-VER PIC 9(04).
           01 RD-LINE.
               05 FILLER PIC X(13) VALUE "###ENTSCHEID ".
               05 RD-RESULT PIC X(09).
               05 FILLER PIC X(05) VALUE " VON=".
               05 RD-USER PIC X(20).
               05 FILLER PIC X(04) VALUE " AM=".
               05 RD-AM PIC X(15).
           01 RE-LINE.
               05 FILLER PIC X(16) VALUE "###ERLEDIGT RUN=".
               05 RE-RUN PIC X(17).
               05 FILLER PIC X(04) VALUE " AM=".
               05 RE-AM PIC X(15).
           01 RZ-LINE.
               05 FILLER PIC X(11) VALUE "###ENDE NR=".
               05 RZ-NR PIC 9(06).
      *    Eintragsnummern und Zustand beim Durchlesen
           01 HIGH-NR PIC 9(06).
           01 CUR-NR PIC 9(06).
           01 CUR-STATUS PIC X(09).
           01 CUR-RUN PIC X(17).
           01 CUR-ATTEMPT PIC 9.
           01 IN-ENTRY PIC 9 VALUE 0.
           01 LIST-SHOW PIC 9 VALUE 0.
           01 BLK-NO PIC 9(06) COMP-3.
           01 COPIED PIC 9(06) COMP-3.
      *    Entscheidung des Auftrags, gesichert waehrend FETCH-ENTRY
      *    die Rueckgabefelder neu fuellt
           01 DEC-RESULT PIC X(09).
           01 DEC-USER PIC X(20).
           01 DEC-COMMENT PIC X(100).
      *    Statuswechsel fuer REWRITE-HOLDFILE: je Eintrag der neue
      *    Status und bis zu zwei vor ###ENDE einzufuegende Zeilen
           01 CHG-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 CHG-TABLE.
               05 CHG-ENTRY OCCURS 500 TIMES.
                   10 CHG-NR PIC 9(06).
                   10 CHG-STATUS PIC X(09).
                   10 CHG-EXTRA-1 PIC X(240).
                   10 CHG-EXTRA-2 PIC X(240).
           01 CHG-I PIC 9(04) COMP-3.
           01 CUR-CHG PIC 9(04) COMP-3.
      *    Anzeigefelder
           01 NR-DISP PIC 9(06).
           01 CNT-DISP PIC ZZZZZ9.
           01 NOW-STAMP PIC X(21).
           01 STAMP-15 PIC X(15).
       LINKAGE SECTION.
           COPY "Release.cpy".
       PROCEDURE DIVISION USING REL-REQUEST.
       MAIN-PROCEDURE.
           MOVE 0 TO REL-FOUND
           EVALUATE REL-OP
               WHEN "HOLD"
                   PERFORM HOLD-RESULT
               WHEN "WITHDRAW"
                   PERFORM SUPERSEDE-EARLIER
               WHEN "LIST"
                   PERFORM LIST-ENTRIES
               WHEN "FETCH"
                   MOVE 0 TO WANT-BLOCK
                   PERFORM FETCH-ENTRY
               WHEN "DECIDE"
                   PERFORM DECIDE-ENTRY
               WHEN "NEXTDUE"
                   PERFORM FETCH-NEXT-DUE
               WHEN "CLOSE"
                   PERFORM CLOSE-ENTRY
           END-EVALUATE
           EXIT PROGRAM.

      * Zeitstempel JJJJMMTT-HHMMSS fuer Entscheidung und Verbuchung
       SET-STAMP.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE SPACES TO STAMP-15
           STRING NOW-STAMP(1:8) "-" NOW-STAMP(9:6)
               DELIMITED BY SIZE INTO STAMP-15
           .

      * legt das zurueckgehaltene Ergebnis als neuen, offenen Eintrag
      * ab - samt Block REL-ORD der Eingabedatei. Ein nicht lesbarer
      * Block haelt den Eintrag nicht auf: freigeben laesst er sich
      * auch ohne, nur eine Ablehnung hat dann nichts zu korrigieren
       HOLD-RESULT.
           IF REL-ATTEMPT > 0
               PERFORM SUPERSEDE-EARLIER
           END-IF
           PERFORM FIND-HIGHEST-NR
           COMPUTE REL-NR = HIGH-NR + 1
           OPEN EXTEND HOLDF
           IF HOLDF-STATUS = "35"
               OPEN OUTPUT HOLDF
               CLOSE HOLDF
               OPEN EXTEND HOLDF
           END-IF
           IF HOLDF-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(HOLD-FILENAME)
                   " nicht beschreibbar (Status " HOLDF-STATUS ")"
               MOVE 0 TO REL-NR
               EXIT PARAGRAPH
           END-IF

           MOVE REL-NR TO RH-NR
           MOVE "OFFEN" TO RH-STATUS
           MOVE REL-RUN TO RH-RUN
           MOVE REL-ATTEMPT TO RH-ATTEMPT
           MOVE REL-IDENT TO RH-IDENT
           WRITE HOLD-LINE FROM RH-LINE
           COMPUTE RQ-BLOCK = REL-ORD + 1
           MOVE REL-INPUT TO RQ-INPUT
           MOVE REL-OUTPUT TO RQ-OUTPUT
           WRITE HOLD-LINE FROM RQ-LINE
           MOVE SPACES TO HOLD-LINE
           STRING "###GRUND " REL-REASON
               DELIMITED BY SIZE INTO HOLD-LINE
           WRITE HOLD-LINE
           MOVE SPACES TO HOLD-LINE
           STRING "###EXTRAKT " REL-EXTRACT
               DELIMITED BY SIZE INTO HOLD-LINE
           WRITE HOLD-LINE
           MOVE REL-RES-EW TO RB-EW
           MOVE REL-RES-MODE TO RB-MODE
           MOVE REL-RES-ITER TO RB-ITER
           MOVE REL-RES-CONV TO RB-CONV
           MOVE REL-RES-STATUS TO RB-STATUS
           MOVE REL-RES-MAC-KZ TO RB-MAC-KZ
           MOVE REL-RES-MAC TO RB-MAC
           MOVE REL-RES-WANTED TO RB-WANTED
           MOVE REL-RES-CAT-NAME TO RB-CAT-NAME
           MOVE REL-RES-CAT-VER TO RB-CAT-VER
           WRITE HOLD-LINE FROM RB-LINE

           MOVE REL-INPUT TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS = "00"
               MOVE 0 TO BLK-NO
               MOVE 0 TO COPIED
               MOVE 0 TO SRC-EOF
               PERFORM UNTIL SRC-EOF = 1
                   READ SRCF
                       AT END MOVE 1 TO SRC-EOF
                       NOT AT END PERFORM COPY-BLOCK-LINE
                   END-READ
               END-PERFORM
               CLOSE SRCF
           ELSE
               DISPLAY "Warnung: Freigabeablage - "
                   FUNCTION TRIM(SRC-FILENAME)
                   " nicht lesbar (Status " SRC-STATUS
                   "), Eintrag ohne Block"
           END-IF

           MOVE REL-NR TO RZ-NR
           WRITE HOLD-LINE FROM RZ-LINE
           CLOSE HOLDF
           MOVE "OFFEN" TO REL-STATUS
           MOVE REL-NR TO NR-DISP
           DISPLAY "Freigabeablage: " FUNCTION TRIM(REL-IDENT)
               " zurueckgehalten als Eintrag " NR-DISP " ("
               FUNCTION TRIM(REL-REASON) ")"
           .

      * Zeilen des Blocks REL-ORD (zwischen der REL-ORD-ten und der
      * folgenden Trennzeile) in die Ablage kopieren
       COPY-BLOCK-LINE.
           MOVE 0 TO COUNTER
           INSPECT SRC-LINE TALLYING COUNTER FOR LEADING "=========="
           IF COUNTER > 0
               IF BLK-NO = REL-ORD
                   MOVE 1 TO SRC-EOF
               END-IF
               ADD 1 TO BLK-NO
           ELSE
               IF BLK-NO = REL-ORD
                   WRITE HOLD-LINE FROM SRC-LINE
                   ADD 1 TO COPIED
               END-IF
           END-IF
           .

       FIND-HIGHEST-NR.
           MOVE 0 TO HIGH-NR
           OPEN INPUT HOLDF
           IF HOLDF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END
                       IF HOLD-LINE(1:11) = "###HALT NR="
                           MOVE HOLD-LINE TO RH-LINE
                           IF RH-NR NUMERIC AND RH-NR > HIGH-NR
                               MOVE RH-NR TO HIGH-NR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDF
           .

      * ein Wiederholungsversuch ersetzt die noch offenen Eintraege
      * frueherer Versuche desselben Blocks im selben Lauf - zur
      * Entscheidung steht nur das juengste Ergebnis
       SUPERSEDE-EARLIER.
           MOVE 0 TO CHG-COUNT
           OPEN INPUT HOLDF
           IF HOLDF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-STAMP
           MOVE SPACES TO CUR-STATUS
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END PERFORM NOTE-SUPERSEDED-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDF
           IF CHG-COUNT > 0
               PERFORM REWRITE-HOLDFILE
               MOVE CHG-COUNT TO CNT-DISP
               DISPLAY "Freigabeablage: " FUNCTION TRIM(CNT-DISP)
                   " Eintrag/Eintraege durch Wiederholung ersetzt"
           END-IF
           .

       NOTE-SUPERSEDED-LINE.
           EVALUATE TRUE
               WHEN HOLD-LINE(1:11) = "###HALT NR="
                   MOVE HOLD-LINE TO RH-LINE
                   MOVE RH-NR TO CUR-NR
                   MOVE RH-STATUS TO CUR-STATUS
                   MOVE RH-RUN TO CUR-RUN
                   MOVE RH-ATTEMPT TO CUR-ATTEMPT
               WHEN HOLD-LINE(1:16) = "###QUELLE BLOCK="
                   MOVE HOLD-LINE TO RQ-LINE
                   IF CUR-STATUS = "OFFEN" AND CUR-RUN = REL-RUN
                      AND CUR-ATTEMPT < REL-ATTEMPT
                      AND RQ-BLOCK = REL-ORD + 1
                      AND RQ-INPUT = REL-INPUT
                      AND RQ-OUTPUT = REL-OUTPUT
                      AND CHG-COUNT < 500
                       ADD 1 TO CHG-COUNT
                       MOVE CUR-NR TO CHG-NR(CHG-COUNT)
                       MOVE "ERSETZT" TO CHG-STATUS(CHG-COUNT)
                       MOVE REL-RUN TO RE-RUN
                       MOVE STAMP-15 TO RE-AM
                       MOVE SPACES TO CHG-EXTRA-1(CHG-COUNT)
                       MOVE RE-LINE TO CHG-EXTRA-1(CHG-COUNT)
                       MOVE SPACES TO CHG-EXTRA-2(CHG-COUNT)
                   END-IF
           END-EVALUATE
           .

      * zeigt die offenen und die entschiedenen, noch nicht
      * verbuchten Eintraege an; REL-COUNT zaehlt die offenen
       LIST-ENTRIES.
           MOVE 0 TO REL-COUNT
           OPEN INPUT HOLDF
           IF HOLDF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LIST-SHOW
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END PERFORM LIST-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDF
           .

       LIST-ONE-LINE.
           EVALUATE TRUE
               WHEN HOLD-LINE(1:11) = "###HALT NR="
                   MOVE HOLD-LINE TO RH-LINE
                   MOVE 0 TO LIST-SHOW
                   IF RH-STATUS = "OFFEN" OR RH-STATUS = "FREIGABE"
                      OR RH-STATUS = "ABGELEHNT"
                       MOVE 1 TO LIST-SHOW
                       IF RH-STATUS = "OFFEN"
                           ADD 1 TO REL-COUNT
                       END-IF
                       DISPLAY "  " RH-NR " " RH-STATUS " Lauf "
                           RH-RUN " " FUNCTION TRIM(RH-IDENT)
                   END-IF
               WHEN HOLD-LINE(1:9) = "###GRUND " AND LIST-SHOW = 1
                   DISPLAY "         Befund: "
                       FUNCTION TRIM(HOLD-LINE(10:100))
                   MOVE 0 TO LIST-SHOW
           END-EVALUATE
           .

      * liest Eintrag REL-NR mit allen Feldern; mit WANT-BLOCK = 1
      * und offenem Eintrag kommt der Block in die Arbeitsdatei
       FETCH-ENTRY.
           MOVE SPACES TO REL-STATUS
           MOVE SPACES TO REL-RUN
           MOVE 0 TO REL-ATTEMPT
           MOVE SPACES TO REL-IDENT
           MOVE 0 TO REL-ORD
           MOVE SPACES TO REL-INPUT
           MOVE SPACES TO REL-OUTPUT
           MOVE SPACES TO REL-REASON
           MOVE SPACES TO REL-EXTRACT
           MOVE 0 TO REL-RES-WANTED
           MOVE 0 TO REL-RES-EW
           MOVE SPACES TO REL-RES-MODE
           MOVE 0 TO REL-RES-ITER
           MOVE 0 TO REL-RES-CONV
           MOVE SPACES TO REL-RES-STATUS
           MOVE SPACE TO REL-RES-MAC-KZ
           MOVE 0 TO REL-RES-MAC
           MOVE SPACES TO REL-RES-CAT-NAME
           MOVE 0 TO REL-RES-CAT-VER
           MOVE SPACES TO REL-DECISION
           MOVE SPACES TO REL-USER
           MOVE SPACES TO REL-AM
           MOVE SPACES TO REL-COMMENT
           MOVE SPACES TO REL-WORKFILE
           IF WANT-BLOCK = 1
               MOVE REL-NR TO NR-DISP
               STRING "release_" NR-DISP ".txt"
                   DELIMITED BY SIZE INTO REL-WORKFILE
           END-IF
           OPEN INPUT HOLDF
           IF HOLDF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO IN-ENTRY
           MOVE 0 TO WORK-OPEN
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END PERFORM FETCH-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDF
           IF WORK-OPEN = 1
               CLOSE WORKF
           END-IF
           .

       FETCH-ONE-LINE.
           EVALUATE TRUE
               WHEN HOLD-LINE(1:11) = "###HALT NR="
                   MOVE HOLD-LINE TO RH-LINE
                   IF RH-NR = REL-NR
                       MOVE 1 TO IN-ENTRY
                       MOVE 1 TO REL-FOUND
                       MOVE RH-STATUS TO REL-STATUS
                       MOVE RH-RUN TO REL-RUN
                       MOVE RH-ATTEMPT TO REL-ATTEMPT
                       MOVE RH-IDENT TO REL-IDENT
                       IF WANT-BLOCK = 1 AND RH-STATUS = "OFFEN"
                           MOVE REL-WORKFILE TO WORK-FILENAME
                           OPEN OUTPUT WORKF
                           IF WORK-STATUS = "00"
                               MOVE 1 TO WORK-OPEN
                           END-IF
                       END-IF
                   END-IF
               WHEN IN-ENTRY = 0
                   CONTINUE
               WHEN HOLD-LINE(1:7) = "###ENDE"
                   MOVE 0 TO IN-ENTRY
                   MOVE 1 TO HOLD-EOF
               WHEN HOLD-LINE(1:16) = "###QUELLE BLOCK="
                   MOVE HOLD-LINE TO RQ-LINE
                   IF RQ-BLOCK > 0
                       COMPUTE REL-ORD = RQ-BLOCK - 1
                   END-IF
                   MOVE RQ-INPUT TO REL-INPUT
                   MOVE RQ-OUTPUT TO REL-OUTPUT
               WHEN HOLD-LINE(1:9) = "###GRUND "
                   MOVE HOLD-LINE(10:100) TO REL-REASON
               WHEN HOLD-LINE(1:11) = "###EXTRAKT "
                   MOVE HOLD-LINE(12:90) TO REL-EXTRACT
               WHEN HOLD-LINE(1:14) = "###BESTAND EW="
                   IF HOLD-LINE(41:6) = " MODE="
                       STRING HOLD-LINE(1:15) "0000" HOLD-LINE(16:200)
                           DELIMITED BY SIZE INTO RB-LINE
                   ELSE
                       MOVE HOLD-LINE TO RB-LINE
                   END-IF
                   MOVE RB-EW TO REL-RES-EW
                   MOVE RB-MODE TO REL-RES-MODE
                   MOVE RB-ITER TO REL-RES-ITER
                   MOVE RB-CONV TO REL-RES-CONV
                   MOVE RB-STATUS TO REL-RES-STATUS
                   MOVE RB-MAC-KZ TO REL-RES-MAC-KZ
                   MOVE RB-MAC TO REL-RES-MAC
                   MOVE RB-WANTED TO REL-RES-WANTED
      *            Eintraege aus der Zeit vor der Katalogherkunft
      *            enden vor KATALOG=
                   IF RB-CAT-VER IS NUMERIC
                       MOVE RB-CAT-NAME TO REL-RES-CAT-NAME
                       MOVE RB-CAT-VER TO REL-RES-CAT-VER
                   END-IF
               WHEN HOLD-LINE(1:13) = "###ENTSCHEID "
                   MOVE HOLD-LINE TO RD-LINE
                   MOVE RD-RESULT TO REL-DECISION
                   MOVE RD-USER TO REL-USER
                   MOVE RD-AM TO REL-AM
               WHEN HOLD-LINE(1:13) = "###KOMMENTAR "
                   MOVE HOLD-LINE(14:100) TO REL-COMMENT
               WHEN HOLD-LINE(1:3) = "###"
                   CONTINUE
               WHEN OTHER
                   IF WORK-OPEN = 1
                       WRITE WORK-LINE FROM HOLD-LINE(1:80)
                   END-IF
           END-EVALUATE
           .

      * entscheidet den offenen Eintrag REL-NR: Status, Entscheid-
      * und Kommentarzeile; eine Ablehnung legt den Block in die
      * Arbeitsdatei release_<nr>.txt fuer die Schwebeablage
       DECIDE-ENTRY.
           MOVE REL-DECISION TO DEC-RESULT
           MOVE REL-USER TO DEC-USER
           MOVE REL-COMMENT TO DEC-COMMENT
           IF DEC-RESULT NOT = "FREIGABE" AND
              DEC-RESULT NOT = "ABGELEHNT"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WANT-BLOCK
           IF DEC-RESULT = "ABGELEHNT"
               MOVE 1 TO WANT-BLOCK
           END-IF
           PERFORM FETCH-ENTRY
           IF REL-FOUND = 0 OR REL-STATUS NOT = "OFFEN"
               IF WANT-BLOCK = 1
                   CALL "CBL_DELETE_FILE" USING REL-WORKFILE
                   MOVE 0 TO RETURN-CODE
                   MOVE SPACES TO REL-WORKFILE
               END-IF
               MOVE 0 TO REL-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-STAMP
           MOVE DEC-RESULT TO REL-DECISION
           MOVE DEC-USER TO REL-USER
           MOVE DEC-COMMENT TO REL-COMMENT
           MOVE STAMP-15 TO REL-AM
           MOVE 1 TO CHG-COUNT
           MOVE REL-NR TO CHG-NR(1)
           MOVE DEC-RESULT TO CHG-STATUS(1)
           MOVE DEC-RESULT TO RD-RESULT
           MOVE DEC-USER TO RD-USER
           MOVE STAMP-15 TO RD-AM
           MOVE SPACES TO CHG-EXTRA-1(1)
           MOVE RD-LINE TO CHG-EXTRA-1(1)
           MOVE SPACES TO CHG-EXTRA-2(1)
           STRING "###KOMMENTAR " DEC-COMMENT
               DELIMITED BY SIZE INTO CHG-EXTRA-2(1)
           PERFORM REWRITE-HOLDFILE
           MOVE DEC-RESULT TO REL-STATUS
           MOVE 1 TO REL-FOUND
           .

      * erster entschiedener, noch nicht verbuchter Eintrag - der
      * verbuchende Lauf arbeitet sie in Ablagereihenfolge ab
       FETCH-NEXT-DUE.
           MOVE 0 TO CUR-NR
           OPEN INPUT HOLDF
           IF HOLDF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END
                       IF HOLD-LINE(1:11) = "###HALT NR="
                           MOVE HOLD-LINE TO RH-LINE
                           IF RH-STATUS = "FREIGABE" OR
                              RH-STATUS = "ABGELEHNT"
                               MOVE RH-NR TO CUR-NR
                               MOVE 1 TO HOLD-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDF
           IF CUR-NR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CUR-NR TO REL-NR
           MOVE 0 TO WANT-BLOCK
           PERFORM FETCH-ENTRY
           .

      * schliesst den verbuchten Eintrag REL-NR
       CLOSE-ENTRY.
           MOVE 0 TO WANT-BLOCK
           PERFORM FETCH-ENTRY
           IF REL-FOUND = 0 OR (REL-STATUS NOT = "FREIGABE" AND
              REL-STATUS NOT = "ABGELEHNT")
               MOVE 0 TO REL-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-STAMP
           MOVE 1 TO CHG-COUNT
           MOVE REL-NR TO CHG-NR(1)
           MOVE "ERLEDIGT" TO CHG-STATUS(1)
           MOVE REL-PUB-RUN TO RE-RUN
           MOVE STAMP-15 TO RE-AM
           MOVE SPACES TO CHG-EXTRA-1(1)
           MOVE RE-LINE TO CHG-EXTRA-1(1)
           MOVE SPACES TO CHG-EXTRA-2(1)
           PERFORM REWRITE-HOLDFILE
           MOVE "ERLEDIGT" TO REL-STATUS
           .

      * schreibt release_pending.txt mit den Statuswechseln aus
      * CHG-TABLE ueber release_pending.tmp neu
       REWRITE-HOLDFILE.
           OPEN INPUT HOLDF
           IF HOLDF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMPF
           IF TMP-STATUS NOT = "00"
               DISPLAY "Warnung: " FUNCTION TRIM(HOLD-TMPNAME)
                   " nicht beschreibbar (Status " TMP-STATUS ")"
               CLOSE HOLDF
               MOVE 0 TO REL-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUR-CHG
           MOVE 0 TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 1
               READ HOLDF
                   AT END MOVE 1 TO HOLD-EOF
                   NOT AT END PERFORM REWRITE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDF
           CLOSE TMPF
           CALL "CBL_DELETE_FILE" USING HOLD-FILENAME
           CALL "CBL_RENAME_FILE" USING HOLD-TMPNAME HOLD-FILENAME
           MOVE 0 TO RETURN-CODE
           .

       REWRITE-ONE-LINE.
           EVALUATE TRUE
               WHEN HOLD-LINE(1:11) = "###HALT NR="
                   MOVE HOLD-LINE TO RH-LINE
                   MOVE 0 TO CUR-CHG
                   PERFORM VARYING CHG-I FROM 1 BY 1
                           UNTIL CHG-I > CHG-COUNT
                       IF CHG-NR(CHG-I) = RH-NR
                           MOVE CHG-I TO CUR-CHG
                       END-IF
                   END-PERFORM
                   IF CUR-CHG > 0
                       MOVE CHG-STATUS(CUR-CHG) TO RH-STATUS
                   END-IF
                   MOVE SPACES TO TMP-LINE
                   MOVE RH-LINE TO TMP-LINE
                   WRITE TMP-LINE
               WHEN HOLD-LINE(1:7) = "###ENDE"
                   IF CUR-CHG > 0
                       IF CHG-EXTRA-1(CUR-CHG) NOT = SPACES
                           WRITE TMP-LINE FROM CHG-EXTRA-1(CUR-CHG)
                       END-IF
                       IF CHG-EXTRA-2(CUR-CHG) NOT = SPACES
                           WRITE TMP-LINE FROM CHG-EXTRA-2(CUR-CHG)
                       END-IF
                   END-IF
                   MOVE 0 TO CUR-CHG
                   WRITE TMP-LINE FROM HOLD-LINE
               WHEN OTHER
                   WRITE TMP-LINE FROM HOLD-LINE
           END-EVALUATE
           .
       END PROGRAM ReleaseHold.
