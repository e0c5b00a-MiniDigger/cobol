      ******************************************************************
      * Author:
      * Date:
      * Purpose: Laufende Nachpruefung der Reproduzierbarkeit: zieht
      *          eine Stichprobe der im Vormonat veroeffentlichten
      *          Ergebnisse (FINE-Saetze in results.dat), baut je
      *          Datensatz den damals exakt konsumierten Eingabeblock
      *          aus dem Herkunftsarchiv wieder auf (gleiche
      *          Auswertung wie ProvenanceFetch.cbl, gesucht in
      *          provenance.txt und in den Monatsarchiven
      *          provenance_arch_<JJJJMM>.txt des Stichprobenmonats
      *          und des Folgemonats), rechnet ihn im Sandkasten-Modus
      *          mit den Einstellungen des Originallaufs nach und
      *          vergleicht Eigenwert und Eigenvektor (Index 1 aus
      *          vectors.dat) innerhalb der Toleranz. Je Datensatz
      *          steht in replay_report.txt:
      *            REPRODUCED      Eigenwert und Vektor stimmen
      *            DIFFERENT       Nachlauf gerechnet, Ergebnis
      *                            weicht ab oder ist kein FINE
      *            NOT-RECOVERABLE kein Herkunftsblock (provenance=
      *                            aus oder Archiv verworfen) oder
      *                            der Nachlauf lieferte nichts
      *          Jede Abweichung geht zusaetzlich als Alarmsatz
      *          REPRODUKTION an den Poller.
      *          Gesteuert ueber replay_cmd.txt (key=value je Zeile):
      *            program=<kommando>  Start des Eigenwertlaufs, wird
      *                                im Arbeitsverzeichnis
      *                                ausgefuehrt (Pflicht)
      *            month=JJJJMM        Stichprobenmonat (Vorgabe:
      *                                Vormonat)
      *            sample=N            Stichprobenumfang (Vorgabe 10,
      *                                hoechstens 100)
      *            tol=N.NNNNNN        relative Toleranz fuer den
      *                                Eigenwert, absolute fuer die
      *                                Vektorkomponenten (Vorgabe
      *                                0.000001)
      *            workdir=<verz>      Arbeitsverzeichnis (Vorgabe
      *                                replay)
      *          Die Stichprobe ist systematisch (jeder k-te Satz des
      *          Monats), der Einstieg wandert mit dem Tagesdatum -
      *          wiederholte Pruefungen treffen so nach und nach den
      *          ganzen Monat.
      *          Je Datensatz entsteht im Arbeitsverzeichnis input.txt
      *          (der rekonstruierte Block) und siteconfig.txt: die
      *          aktuelle siteconfig.txt, ueberschrieben mit den im
      *          Laufkopf run-<laufkennung>.json vermerkten Werten
      *          (sparsity, drift, prec, heartbeat, osc, stabil) und
      *          den Nachlauf-Vorgaben: kein Batchfenster, keine
      *          Wiederverwendung (memo=0), kein Herkunftsarchiv und
      *          sandbox=sandbox - der Nachlauf schreibt nur in
      *          <workdir>/sandbox und veroeffentlicht nichts. Fehlt
      *          der Laufkopf, gilt die aktuelle siteconfig.txt, der
      *          Bericht vermerkt das. Bezuege des Blocks auf weitere
      *          Bestaende (z.B. catalog=) muessen vom Arbeits-
      *          verzeichnis aus erreichbar sein.
      *          Satzaufbau von results.dat und vectors.dat muss mit
      *          OutputHandling.cbl bzw. VectorStore.cbl
      *          uebereinstimmen.
      *          RETURN-CODE: 0 = alles reproduziert, sonst die Zahl
      *          der nicht reproduzierten Datensaetze (hoechstens 98);
      *          99 = kein program=, results.dat nicht lesbar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReplayVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "replay_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        veroeffentlichter Bestand bzw. der des Nachlaufs im
      *        Sandkasten - gleicher Satzaufbau, daher ein FD
               SELECT RESULTF ASSIGN TO DYNAMIC RESULT-FILENAME
               FILE STATUS IS RESULT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY.
               SELECT VECF ASSIGN TO DYNAMIC VEC-FILENAME
               FILE STATUS IS VEC-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEC-KEY.
      *        Herkunftsarchiv bzw. dessen Monatsarchive
               SELECT PROVF ASSIGN TO DYNAMIC PROV-FILENAME
               FILE STATUS IS PROV-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Laufkopf des Originallaufs (run-<laufkennung>.json)
               SELECT HEADF ASSIGN TO DYNAMIC HEAD-FILENAME
               FILE STATUS IS HEAD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SITEF ASSIGN TO "siteconfig.txt"
               FILE STATUS IS SITE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        input.txt und siteconfig.txt des Arbeitsverzeichnisses
               SELECT WORKF ASSIGN TO DYNAMIC WORK-FILENAME
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RPTF ASSIGN TO "replay_report.txt"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(200).
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
      *        Katalogherkunft des Ergebnisses: Name und Version des
      *        per catalog=/base= gezogenen Blocks (catalog_hist.dat);
      *        leer bzw. 0 bei einem Block ohne Katalog
               05 RES-CAT-NAME PIC X(30).
               05 RES-CAT-VER PIC 9(04).
           FD VECF
           DATA RECORD IS VEC-REC.
           01 VEC-REC.
               05 VEC-KEY.
                   10 VEC-NAME PIC X(30).
                   10 VEC-RUN PIC X(17).
                   10 VEC-IDX PIC 9(03).
                   10 VEC-SEG PIC 9(02).
               05 VEC-MODE PIC X(09).
               05 VEC-KIND PIC X(01).
               05 VEC-CONV PIC 9.
               05 VEC-EW PIC S9(09)V9(16) COMP-3.
               05 VEC-EW-IM PIC S9(09)V9(16) COMP-3.
               05 VEC-DIM PIC 9(04) COMP-3.
               05 VEC-COUNT PIC 9(03) COMP-3.
               05 VEC-COMP PIC S9(06)V9(16) COMP-3 OCCURS 100 TIMES.
           FD PROVF
           DATA RECORD IS PROV-LINE.
           01 PROV-LINE PIC X(80).
           FD HEADF
           DATA RECORD IS HEAD-LINE.
           01 HEAD-LINE PIC X(400).
           FD SITEF
           DATA RECORD IS SITE-LINE.
           01 SITE-LINE PIC X(120).
           FD WORKF
           DATA RECORD IS WORK-LINE.
           01 WORK-LINE PIC X(120).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 RESULT-STATUS PIC XX.
           01 VEC-STATUS PIC XX.
           01 PROV-STATUS PIC XX.
           01 HEAD-STATUS PIC XX.
           01 SITE-STATUS PIC XX.
           01 WORK-STATUS PIC XX.
           01 RPT-STATUS PIC XX.
           01 RESULT-FILENAME PIC X(90).
           01 VEC-FILENAME PIC X(90).
           01 PROV-FILENAME PIC X(90).
           01 HEAD-FILENAME PIC X(90).
           01 WORK-FILENAME PIC X(90).
           01 CMD-EOF PIC 9 VALUE 0.
           01 RES-EOF PIC 9 VALUE 0.
           01 VEC-EOF PIC 9 VALUE 0.
           01 PROV-EOF PIC 9 VALUE 0.
           01 HEAD-EOF PIC 9 VALUE 0.
           01 SITE-EOF PIC 9 VALUE 0.
      *    Steuerung aus replay_cmd.txt, siehe Kopfkommentar
           01 REPLAY-PROGRAM PIC X(120) VALUE SPACES.
           01 REPLAY-MONTH PIC X(06) VALUE SPACES.
           01 REPLAY-SAMPLE PIC 9(03) VALUE 10.
           01 REPLAY-TOL PIC 9(03)V9(09) VALUE 0.000001.
           01 REPLAY-WORKDIR PIC X(60) VALUE "replay".
      *    Sandkasten des Nachlaufs, relativ zum Arbeitsverzeichnis
           01 REPLAY-SANDBOX PIC X(07) VALUE "sandbox".
           01 COUNTER PIC 9(03).
      *    Monat nach dem Stichprobenmonat (Archivschnitt am
      *    Monatswechsel landet ggf. dort) und Tagesdatum
           01 TODAY-STAMP.
               05 TODAY-YYYY PIC 9(04).
               05 TODAY-MM PIC 9(02).
               05 TODAY-DD PIC 9(02).
               05 FILLER PIC X(13).
           01 MONTH-NUM.
               05 MONTH-YYYY PIC 9(04).
               05 MONTH-MM PIC 9(02).
           01 NEXT-MONTH PIC X(06).
           01 VERIFY-ID PIC X(17).
      *    Stichprobe: Zahl der FINE-Saetze des Monats, Schrittweite
      *    und Einstieg der systematischen Auswahl
           01 ELIG-COUNT PIC 9(08) COMP-3 VALUE 0.
           01 ELIG-ORD PIC 9(08) COMP-3.
           01 SAMPLE-STEP PIC 9(08) COMP-3.
           01 SAMPLE-OFFSET PIC 9(08) COMP-3.
           01 SAMPLE-QUOT PIC 9(08) COMP-3.
           01 SAMPLE-REM PIC 9(08) COMP-3.
           01 SEL-COUNT PIC 9(03) COMP-3 VALUE 0.
           01 SEL-TABLE.
               05 SEL-ENTRY OCCURS 100 TIMES.
                   10 SEL-NAME PIC X(30).
                   10 SEL-RUN PIC X(17).
                   10 SEL-MODE PIC X(09).
                   10 SEL-EW PIC S9(13)V9(16) COMP-3.
           01 SEL-I PIC 9(03) COMP-3.
      *    Herkunftsblock: Blockname (bei Mehrfach-Modus-Saetzen
      *    "<name>-<MODUS>" der Name ohne Modus-Endung) und Puffer,
      *    Auswertung wie SCAN-PROV-LINE in ProvenanceFetch.cbl
           01 BLOCK-NAME PIC X(30).
           01 ALT-NAME PIC X(30).
           01 NAME-LEN PIC 9(03) COMP-3.
           01 MODE-LEN PIC 9(03) COMP-3.
           01 BUF-COUNT PIC 9(05) COMP-3 VALUE 0.
           01 BLOCK-BUF.
               05 BUF-LINE OCCURS 20000 TIMES PIC X(80).
           01 BUF-I PIC 9(05) COMP-3.
           01 RUN-MATCHED PIC 9 VALUE 0.
           01 FOUND-BLOCK PIC 9 VALUE 0.
           01 FOUND-IN PIC X(90).
      *    Einstellungen des Originallaufs aus dem Laufkopf
           01 SETTINGS-FROM-RUN PIC 9 VALUE 0.
           01 CFG-POS PIC 9(03) COMP-3.
           01 CFG-TEXT PIC X(400).
           01 CFG-TOKENS.
               05 CFG-TOK PIC X(30) OCCURS 12 TIMES.
           01 CFG-TI PIC 9(02) COMP-3.
           01 TOK-KEY PIC X(20).
           01 TOK-VAL PIC X(20).
           01 TOK-CLEAN PIC X(20).
           01 OVR-COUNT PIC 9(02) COMP-3 VALUE 0.
           01 OVR-TABLE.
               05 OVR-LINE PIC X(40) OCCURS 12 TIMES.
           01 OVR-I PIC 9(02) COMP-3.
      *    Nachlauf als eigener Prozess, Auswertung des Prozess-
      *    status wie RUN-STEP in NightChain.cbl
           01 SYS-LINE PIC X(260).
           01 SYS-STATUS PIC S9(09) COMP-3.
           01 SYS-QUOT PIC 9(09).
           01 SYS-SIG PIC 9(09).
           01 REPLAY-STARTED PIC 9 VALUE 0.
           01 REPLAY-RC PIC 9(03) VALUE 0.
      *    Ergebnis des Nachlaufs
           01 REP-FOUND PIC 9 VALUE 0.
           01 REP-STATUS PIC X(04).
           01 REP-EW PIC S9(13)V9(16) COMP-3.
      *    Vektoren: veroeffentlicht und nachgerechnet (Index 1)
           01 VL-NAME PIC X(30).
           01 VL-RUN PIC X(17).
           01 VL-FOUND PIC 9.
           01 VL-DIM PIC 9(04) COMP-3.
           01 VL-LOADED PIC 9(04) COMP-3.
           01 VL-POS PIC 9(04) COMP-3.
           01 VL-TABLE.
               05 VL-COMP PIC S9(06)V9(16) COMP-3 OCCURS 2000 TIMES.
           01 PUB-FOUND PIC 9.
           01 PUB-DIM PIC 9(04) COMP-3.
           01 PUB-TABLE.
               05 PUB-COMP PIC S9(06)V9(16) COMP-3 OCCURS 2000 TIMES.
           01 C PIC 9(03) COMP-3.
           01 K PIC 9(04) COMP-3.
      *    Abweichungen
           01 EW-DIFF PIC S9(14)V9(16) COMP-3.
           01 EW-SCALE PIC S9(13)V9(16) COMP-3.
           01 VEC-SAME PIC S9(06)V9(16) COMP-3.
           01 VEC-FLIP PIC S9(06)V9(16) COMP-3.
           01 VEC-DIFF PIC S9(06)V9(16) COMP-3.
           01 VEC-SCALE PIC S9(06)V9(16) COMP-3.
           01 COMP-DIFF PIC S9(07)V9(16) COMP-3.
           01 HAS-VEC-DIFF PIC 9 VALUE 0.
      *    Urteil je Datensatz
           01 VERDICT PIC X(15).
           01 VERDICT-DETAIL PIC X(80).
           01 CNT-REPRODUCED PIC 9(03) COMP-3 VALUE 0.
           01 CNT-DIFFERENT PIC 9(03) COMP-3 VALUE 0.
           01 CNT-NOT-RECOV PIC 9(03) COMP-3 VALUE 0.
           01 CNT-MISSED PIC 9(03) COMP-3.
      *    Anzeigefelder
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
           01 PRETTY-NUM PIC -Z(12)9.9(08).
           01 PRETTY-DIFF PIC Z(13)9.9(10).
           01 PRETTY-TOL PIC ZZ9.9(09).
           01 CNT-DISP PIC ZZZZZZZ9.
           01 RC-DISP PIC ZZ9.
      *    Steuer- und Detailfelder fuer den Alarmsatz
           01 ALERT-OP PIC X(08) VALUE SPACES.
           01 ALERT-COND PIC X(16) VALUE SPACES.
           01 ALERT-DETAIL PIC X(40) VALUE SPACES.
           COPY "FileNames.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
           MOVE SPACES TO VERIFY-ID
           STRING FUNCTION CURRENT-DATE(1:8) "-"
               FUNCTION CURRENT-DATE(9:8)
               DELIMITED BY SIZE INTO VERIFY-ID
           PERFORM LOAD-COMMANDS
           IF REPLAY-PROGRAM = SPACES
               DISPLAY "[ReplayVerify.MAIN-PROCEDURE] replay_cmd.txt"
                   " nennt kein program= - kein Nachlauf moeglich"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-MONTHS
      *    Kennung der Pruefung fuer die Alarmsaetze
           MOVE VERIFY-ID TO RUN-ID
           MOVE "replay_cmd.txt" TO INPUT-FILENAME
           MOVE "replay_report.txt" TO OUTPUT-FILENAME

           PERFORM DRAW-SAMPLE
           IF RESULT-STATUS NOT = "00"
               DISPLAY "[ReplayVerify.DRAW-SAMPLE] results.dat"
                   " konnte nicht geoeffnet werden, Status "
                   RESULT-STATUS
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPTF
           PERFORM WRITE-REPORT-HEAD
           CALL "CBL_CREATE_DIR" USING REPLAY-WORKDIR
           PERFORM VARYING SEL-I FROM 1 BY 1 UNTIL SEL-I > SEL-COUNT
               PERFORM VERIFY-ONE-RESULT
           END-PERFORM
           PERFORM WRITE-REPORT-TAIL
           CLOSE RPTF

           COMPUTE CNT-MISSED = CNT-DIFFERENT + CNT-NOT-RECOV
           IF CNT-MISSED > 98
               MOVE 98 TO RETURN-CODE
           ELSE
               MOVE CNT-MISSED TO RETURN-CODE
           END-IF
           STOP RUN.

      * liest replay_cmd.txt, key=value je Zeile wie siteconfig.txt
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
           IF REPLAY-SAMPLE = 0
               MOVE 10 TO REPLAY-SAMPLE
           END-IF
           IF REPLAY-SAMPLE > 100
               MOVE 100 TO REPLAY-SAMPLE
           END-IF
           IF REPLAY-WORKDIR = SPACES
               MOVE "replay" TO REPLAY-WORKDIR
           END-IF
           .

       TAKE-COMMAND-LINE.
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "program="
           IF COUNTER > 0
               MOVE CMD-LINE(9:120) TO REPLAY-PROGRAM
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "month="
           IF COUNTER > 0
               MOVE CMD-LINE(7:6) TO REPLAY-MONTH
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "sample="
           IF COUNTER > 0
               COMPUTE REPLAY-SAMPLE =
                   FUNCTION NUMVAL(CMD-LINE(8:10))
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "tol="
           IF COUNTER > 0
               COMPUTE REPLAY-TOL = FUNCTION NUMVAL(CMD-LINE(5:20))
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CMD-LINE TALLYING COUNTER FOR LEADING "workdir="
           IF COUNTER > 0
               MOVE CMD-LINE(9:60) TO REPLAY-WORKDIR
           END-IF
           .

      * Stichprobenmonat (Vorgabe: Vormonat) und Folgemonat
       SET-MONTHS.
           IF REPLAY-MONTH = SPACES OR REPLAY-MONTH NOT NUMERIC
               MOVE TODAY-YYYY TO MONTH-YYYY
               MOVE TODAY-MM TO MONTH-MM
               IF MONTH-MM = 1
                   MOVE 12 TO MONTH-MM
                   SUBTRACT 1 FROM MONTH-YYYY
               ELSE
                   SUBTRACT 1 FROM MONTH-MM
               END-IF
               MOVE MONTH-NUM TO REPLAY-MONTH
           END-IF
           MOVE REPLAY-MONTH TO MONTH-NUM
           IF MONTH-MM = 12
               MOVE 1 TO MONTH-MM
               ADD 1 TO MONTH-YYYY
           ELSE
               ADD 1 TO MONTH-MM
           END-IF
           MOVE MONTH-NUM TO NEXT-MONTH
           .

      * systematische Stichprobe aus den FINE-Saetzen des Monats:
      * erster Durchgang zaehlt, zweiter nimmt ab dem Einstieg
      * (Tagesdatum modulo Schrittweite) jeden k-ten Satz
       DRAW-SAMPLE.
           MOVE "results.dat" TO RESULT-FILENAME
           OPEN INPUT RESULTF
           IF RESULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ELIG-COUNT
           PERFORM START-RESULTS-AT-BEGIN
           PERFORM UNTIL RES-EOF = 1
               READ RESULTF NEXT
                   AT END MOVE 1 TO RES-EOF
                   NOT AT END
                       IF RES-RUN(1:6) = REPLAY-MONTH
                          AND RES-STATUS = "FINE"
                          AND RES-NAME NOT = SPACES
                           ADD 1 TO ELIG-COUNT
                       END-IF
               END-READ
           END-PERFORM

           DIVIDE ELIG-COUNT BY REPLAY-SAMPLE GIVING SAMPLE-STEP
           IF SAMPLE-STEP < 1
               MOVE 1 TO SAMPLE-STEP
           END-IF
           DIVIDE TODAY-DD BY SAMPLE-STEP GIVING SAMPLE-QUOT
               REMAINDER SAMPLE-OFFSET

           MOVE 0 TO ELIG-ORD
           MOVE 0 TO SEL-COUNT
           PERFORM START-RESULTS-AT-BEGIN
           PERFORM UNTIL RES-EOF = 1 OR SEL-COUNT >= REPLAY-SAMPLE
               READ RESULTF NEXT
                   AT END MOVE 1 TO RES-EOF
                   NOT AT END
                       IF RES-RUN(1:6) = REPLAY-MONTH
                          AND RES-STATUS = "FINE"
                          AND RES-NAME NOT = SPACES
                           PERFORM TAKE-IF-SAMPLED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTF
           MOVE "00" TO RESULT-STATUS
           .

       START-RESULTS-AT-BEGIN.
           MOVE SPACES TO RES-NAME
           MOVE SPACES TO RES-RUN
           MOVE 0 TO RES-EOF
           START RESULTF KEY >= RES-KEY
               INVALID KEY MOVE 1 TO RES-EOF
           END-START
           .

       TAKE-IF-SAMPLED.
           IF ELIG-ORD >= SAMPLE-OFFSET
               COMPUTE SAMPLE-REM = ELIG-ORD - SAMPLE-OFFSET
               DIVIDE SAMPLE-REM BY SAMPLE-STEP GIVING SAMPLE-QUOT
                   REMAINDER SAMPLE-REM
               IF SAMPLE-REM = 0
                   ADD 1 TO SEL-COUNT
                   MOVE RES-NAME TO SEL-NAME(SEL-COUNT)
                   MOVE RES-RUN TO SEL-RUN(SEL-COUNT)
                   MOVE RES-MODE TO SEL-MODE(SEL-COUNT)
                   MOVE RES-EW TO SEL-EW(SEL-COUNT)
               END-IF
           END-IF
           ADD 1 TO ELIG-ORD
           .

       WRITE-REPORT-HEAD.
           MOVE SPACES TO RPT-LINE
           STRING "Reproduktionspruefung " VERIFY-ID
               " - Monat " REPLAY-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE ELIG-COUNT TO CNT-DISP
           STRING "Veroeffentlicht: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE SEL-COUNT TO CNT-DISP
           STRING ", Stichprobe: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE SAMPLE-STEP TO CNT-DISP
           STRING " (jeder " FUNCTION TRIM(CNT-DISP) ". Satz)"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE REPLAY-TOL TO PRETTY-TOL
           STRING ", Toleranz " FUNCTION TRIM(PRETTY-TOL)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           WRITE RPT-LINE FROM OUT-LINE
           DISPLAY OUT-LINE
           .

      * ein Datensatz der Stichprobe: Block holen, Einstellungen
      * setzen, nachrechnen, vergleichen - jedes Ende fuehrt ueber
      * WRITE-VERDICT
       VERIFY-ONE-RESULT.
           MOVE SPACES TO VERDICT-DETAIL
           MOVE 0 TO HAS-VEC-DIFF
           PERFORM FETCH-BLOCK
           IF FOUND-BLOCK = 0
               MOVE "NOT-RECOVERABLE" TO VERDICT
               MOVE "kein Herkunftsblock im Archiv" TO VERDICT-DETAIL
               PERFORM WRITE-VERDICT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RUN-SETTINGS
           PERFORM WRITE-REPLAY-CONFIG
           PERFORM RUN-REPLAY
           IF REPLAY-STARTED = 0
               MOVE "NOT-RECOVERABLE" TO VERDICT
               MOVE "Nachlauf nicht gestartet oder abgebrochen"
                   TO VERDICT-DETAIL
               PERFORM WRITE-VERDICT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-REPLAY-RESULT
           IF REP-FOUND = 0
               MOVE "NOT-RECOVERABLE" TO VERDICT
               MOVE SPACES TO VERDICT-DETAIL
               STRING "kein Ergebnis im Nachlauf, siehe "
                   FUNCTION TRIM(REPLAY-WORKDIR) "/replay.log"
                   DELIMITED BY SIZE INTO VERDICT-DETAIL
               PERFORM WRITE-VERDICT
               EXIT PARAGRAPH
           END-IF
           IF REP-STATUS NOT = "FINE"
               MOVE "DIFFERENT" TO VERDICT
               MOVE SPACES TO VERDICT-DETAIL
               STRING "Nachlauf Status " REP-STATUS
                   DELIMITED BY SIZE INTO VERDICT-DETAIL
               PERFORM WRITE-VERDICT
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-RESULTS
           PERFORM WRITE-VERDICT
           .

      * sucht den Block in provenance.txt, danach in den Monats-
      * archiven des Stichprobenmonats und des Folgemonats; passt
      * der volle Name nicht, gilt bei "<name>-<MODUS>" der Block
      * <name>
       FETCH-BLOCK.
           MOVE SEL-NAME(SEL-I) TO BLOCK-NAME
           MOVE SPACES TO ALT-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SEL-NAME(SEL-I)
               TRAILING)) TO NAME-LEN
           MOVE 0 TO MODE-LEN
           IF SEL-MODE(SEL-I) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SEL-MODE(SEL-I)
                   TRAILING)) TO MODE-LEN
           END-IF
           IF MODE-LEN > 0 AND NAME-LEN > MODE-LEN + 1
               IF SEL-NAME(SEL-I)(NAME-LEN - MODE-LEN:1) = "-" AND
                  SEL-NAME(SEL-I)(NAME-LEN - MODE-LEN + 1:MODE-LEN)
                  = SEL-MODE(SEL-I)(1:MODE-LEN)
                   MOVE SEL-NAME(SEL-I)(1:NAME-LEN - MODE-LEN - 1)
                       TO ALT-NAME
               END-IF
           END-IF
           MOVE 0 TO FOUND-BLOCK
           MOVE "provenance.txt" TO PROV-FILENAME
           PERFORM SCAN-PROV-FILE
           IF FOUND-BLOCK = 0
               MOVE SPACES TO PROV-FILENAME
               STRING "provenance_arch_" REPLAY-MONTH ".txt"
                   DELIMITED BY SIZE INTO PROV-FILENAME
               PERFORM SCAN-PROV-FILE
           END-IF
           IF FOUND-BLOCK = 0
               MOVE SPACES TO PROV-FILENAME
               STRING "provenance_arch_" NEXT-MONTH ".txt"
                   DELIMITED BY SIZE INTO PROV-FILENAME
               PERFORM SCAN-PROV-FILE
           END-IF
           IF FOUND-BLOCK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PROV-FILENAME TO FOUND-IN
           MOVE SPACES TO WORK-FILENAME
           STRING FUNCTION TRIM(REPLAY-WORKDIR) "/input.txt"
               DELIMITED BY SIZE INTO WORK-FILENAME
           OPEN OUTPUT WORKF
           IF WORK-STATUS NOT = "00"
               DISPLAY "[ReplayVerify.FETCH-BLOCK] "
                   FUNCTION TRIM(WORK-FILENAME)
                   " nicht beschreibbar (Status " WORK-STATUS ")"
               MOVE 0 TO FOUND-BLOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BUF-I FROM 1 BY 1 UNTIL BUF-I > BUF-COUNT
               WRITE WORK-LINE FROM BUF-LINE(BUF-I)
           END-PERFORM
           CLOSE WORKF
           .

       SCAN-PROV-FILE.
           OPEN INPUT PROVF
           IF PROV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PROV-EOF
           MOVE 0 TO BUF-COUNT
           MOVE 0 TO RUN-MATCHED
           PERFORM UNTIL PROV-EOF = 1 OR FOUND-BLOCK = 1
               READ PROVF
                   AT END MOVE 1 TO PROV-EOF
                   NOT AT END PERFORM SCAN-PROV-LINE
               END-READ
           END-PERFORM
           CLOSE PROVF
           .

      * muss mit SCAN-PROV-LINE in ProvenanceFetch.cbl
      * uebereinstimmen
       SCAN-PROV-LINE.
           EVALUATE TRUE
               WHEN PROV-LINE(1:9) = "###ANFANG"
                   MOVE 0 TO BUF-COUNT
                   IF PROV-LINE(15:17) = SEL-RUN(SEL-I)
                       MOVE 1 TO RUN-MATCHED
                   ELSE
                       MOVE 0 TO RUN-MATCHED
                   END-IF
               WHEN PROV-LINE(1:7) = "###ENDE"
                   IF RUN-MATCHED = 1 AND
                      (FUNCTION TRIM(PROV-LINE(14:30)) =
                       FUNCTION TRIM(BLOCK-NAME) OR
                       (ALT-NAME NOT = SPACES AND
                        FUNCTION TRIM(PROV-LINE(14:30)) =
                        FUNCTION TRIM(ALT-NAME)))
                       MOVE 1 TO FOUND-BLOCK
                   ELSE
                       MOVE 0 TO BUF-COUNT
                   END-IF
                   MOVE 0 TO RUN-MATCHED
               WHEN PROV-LINE(1:3) = "###"
                   CONTINUE
               WHEN OTHER
                   IF RUN-MATCHED = 1 AND BUF-COUNT < 20000
                       ADD 1 TO BUF-COUNT
                       MOVE PROV-LINE TO BUF-LINE(BUF-COUNT)
                   END-IF
           END-EVALUATE
           .

      * Einstellungen des Originallaufs aus der "config"-Zeile des
      * Laufkopfs run-<laufkennung>.json (Echo aus BUILD-CONFIG-ECHO
      * in Main.cbl), umgesetzt in siteconfig.txt-Schluessel
       LOAD-RUN-SETTINGS.
           MOVE 0 TO SETTINGS-FROM-RUN
           MOVE 0 TO OVR-COUNT
           MOVE SPACES TO OVR-TABLE
           MOVE SPACES TO HEAD-FILENAME
           STRING "run-" FUNCTION TRIM(SEL-RUN(SEL-I)) ".json"
               DELIMITED BY SIZE INTO HEAD-FILENAME
           OPEN INPUT HEADF
           IF HEAD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HEAD-EOF
           PERFORM UNTIL HEAD-EOF = 1
               READ HEADF
                   AT END MOVE 1 TO HEAD-EOF
                   NOT AT END
                       IF HEAD-LINE(1:11) = '  "config":'
                           PERFORM TAKE-CONFIG-ECHO
                           MOVE 1 TO HEAD-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEADF
           .

       TAKE-CONFIG-ECHO.
           MOVE 0 TO CFG-POS
           INSPECT HEAD-LINE TALLYING CFG-POS
               FOR CHARACTERS BEFORE INITIAL "Konfiguration:"
           IF CFG-POS > 380
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SETTINGS-FROM-RUN
           MOVE HEAD-LINE(CFG-POS + 15:) TO CFG-TEXT
           MOVE SPACES TO CFG-TOKENS
           UNSTRING CFG-TEXT DELIMITED BY ALL SPACE INTO
               CFG-TOK(1) CFG-TOK(2) CFG-TOK(3) CFG-TOK(4)
               CFG-TOK(5) CFG-TOK(6) CFG-TOK(7) CFG-TOK(8)
               CFG-TOK(9) CFG-TOK(10) CFG-TOK(11) CFG-TOK(12)
           PERFORM VARYING CFG-TI FROM 1 BY 1 UNTIL CFG-TI > 12
               IF CFG-TOK(CFG-TI) NOT = SPACES
                   PERFORM TAKE-CONFIG-TOKEN
               END-IF
           END-PERFORM
           .

      * nur die rechenwirksamen Einstellungen - Fenster, Sprache und
      * Duplikatregel spielen fuer einen Einzelblock keine Rolle
       TAKE-CONFIG-TOKEN.
           MOVE SPACES TO TOK-KEY
           MOVE SPACES TO TOK-VAL
           MOVE SPACES TO TOK-CLEAN
           UNSTRING CFG-TOK(CFG-TI) DELIMITED BY "=" INTO
               TOK-KEY TOK-VAL
           UNSTRING TOK-VAL DELIMITED BY '"' INTO TOK-CLEAN
           IF TOK-CLEAN = SPACES OR OVR-COUNT >= 12
               EXIT PARAGRAPH
           END-IF
           EVALUATE TOK-KEY
               WHEN "sparsity"
                   ADD 1 TO OVR-COUNT
                   STRING "sparsity=" TOK-CLEAN DELIMITED BY SPACE
                       INTO OVR-LINE(OVR-COUNT)
               WHEN "drift"
                   ADD 1 TO OVR-COUNT
                   STRING "drift=" TOK-CLEAN DELIMITED BY SPACE
                       INTO OVR-LINE(OVR-COUNT)
               WHEN "prec"
                   ADD 1 TO OVR-COUNT
                   STRING "precthreshold=" TOK-CLEAN DELIMITED BY SPACE
                       INTO OVR-LINE(OVR-COUNT)
               WHEN "heartbeat"
                   ADD 1 TO OVR-COUNT
                   STRING "heartbeat=" TOK-CLEAN DELIMITED BY SPACE
                       INTO OVR-LINE(OVR-COUNT)
               WHEN "osc"
                   ADD 1 TO OVR-COUNT
                   STRING "osctrigger=" TOK-CLEAN DELIMITED BY SPACE
                       INTO OVR-LINE(OVR-COUNT)
               WHEN "stabil"
                   ADD 1 TO OVR-COUNT
                   STRING "stablecount=" TOK-CLEAN DELIMITED BY SPACE
                       INTO OVR-LINE(OVR-COUNT)
           END-EVALUATE
           .

      * siteconfig.txt des Arbeitsverzeichnisses: die aktuelle,
      * danach die Werte des Originallaufs und die Nachlauf-Vorgaben
      * - SiteConfig.cbl liest zeilenweise, die spaetere Zeile gilt
       WRITE-REPLAY-CONFIG.
           MOVE SPACES TO WORK-FILENAME
           STRING FUNCTION TRIM(REPLAY-WORKDIR) "/siteconfig.txt"
               DELIMITED BY SIZE INTO WORK-FILENAME
           OPEN OUTPUT WORKF
           IF WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SITEF
           IF SITE-STATUS = "00"
               MOVE 0 TO SITE-EOF
               PERFORM UNTIL SITE-EOF = 1
                   READ SITEF
                       AT END MOVE 1 TO SITE-EOF
                       NOT AT END WRITE WORK-LINE FROM SITE-LINE
                   END-READ
               END-PERFORM
               CLOSE SITEF
           END-IF
           PERFORM VARYING OVR-I FROM 1 BY 1 UNTIL OVR-I > OVR-COUNT
               WRITE WORK-LINE FROM OVR-LINE(OVR-I)
           END-PERFORM
           WRITE WORK-LINE FROM "deadline=0"
           WRITE WORK-LINE FROM "maxminutes=0"
           WRITE WORK-LINE FROM "memo=0"
           WRITE WORK-LINE FROM "provenance=0"
           MOVE SPACES TO WORK-LINE
           STRING "sandbox=" REPLAY-SANDBOX
               DELIMITED BY SIZE INTO WORK-LINE
           WRITE WORK-LINE
           CLOSE WORKF
           .

      * startet den Eigenwertlauf im Arbeitsverzeichnis; Reste eines
      * frueheren Nachlaufs, die ihn lenken wuerden (batch.txt,
      * Fortschrittsdatei, Restart-Stand des Datensatzes), werden
      * vorher entfernt
       RUN-REPLAY.
           MOVE 0 TO REPLAY-STARTED
           MOVE SPACES TO WORK-FILENAME
           STRING FUNCTION TRIM(REPLAY-WORKDIR) "/batch.txt"
               DELIMITED BY SIZE INTO WORK-FILENAME
           CALL "CBL_DELETE_FILE" USING WORK-FILENAME
           MOVE SPACES TO WORK-FILENAME
           STRING FUNCTION TRIM(REPLAY-WORKDIR) "/"
               REPLAY-SANDBOX "/output.txt.ckpt"
               DELIMITED BY SIZE INTO WORK-FILENAME
           CALL "CBL_DELETE_FILE" USING WORK-FILENAME
           MOVE SPACES TO WORK-FILENAME
           STRING FUNCTION TRIM(REPLAY-WORKDIR) "/output_"
               FUNCTION TRIM(BLOCK-NAME) ".restart"
               DELIMITED BY SIZE INTO WORK-FILENAME
           CALL "CBL_DELETE_FILE" USING WORK-FILENAME
           IF ALT-NAME NOT = SPACES
               MOVE SPACES TO WORK-FILENAME
               STRING FUNCTION TRIM(REPLAY-WORKDIR) "/output_"
                   FUNCTION TRIM(ALT-NAME) ".restart"
                   DELIMITED BY SIZE INTO WORK-FILENAME
               CALL "CBL_DELETE_FILE" USING WORK-FILENAME
           END-IF
           MOVE SPACES TO SYS-LINE
           STRING "cd " FUNCTION TRIM(REPLAY-WORKDIR) " && "
               FUNCTION TRIM(REPLAY-PROGRAM)
               " > replay.log 2>&1"
               DELIMITED BY SIZE INTO SYS-LINE
           DISPLAY "Nachlauf " FUNCTION TRIM(SEL-NAME(SEL-I))
               " (Lauf " SEL-RUN(SEL-I) ")"
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
               MOVE 999 TO REPLAY-RC
           ELSE
               MOVE SYS-QUOT TO REPLAY-RC
           END-IF
           MOVE 1 TO REPLAY-STARTED
           .

      * juengster Satz des Namens im Bestand des Nachlaufs - der
      * Nachlauf traegt eine eigene, spaetere Laufkennung
       READ-REPLAY-RESULT.
           MOVE 0 TO REP-FOUND
           MOVE SPACES TO RESULT-FILENAME
           STRING FUNCTION TRIM(REPLAY-WORKDIR) "/" REPLAY-SANDBOX
               "/results.dat" DELIMITED BY SIZE INTO RESULT-FILENAME
           OPEN INPUT RESULTF
           IF RESULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL-NAME(SEL-I) TO RES-NAME
           MOVE SPACES TO RES-RUN
           MOVE 0 TO RES-EOF
           START RESULTF KEY >= RES-KEY
               INVALID KEY MOVE 1 TO RES-EOF
           END-START
           PERFORM UNTIL RES-EOF = 1
               READ RESULTF NEXT
                   AT END MOVE 1 TO RES-EOF
                   NOT AT END
                       IF RES-NAME = SEL-NAME(SEL-I)
                           MOVE 1 TO REP-FOUND
                           MOVE RES-STATUS TO REP-STATUS
                           MOVE RES-EW TO REP-EW
                       ELSE
                           MOVE 1 TO RES-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTF
           .

      * Eigenwert relativ (Bezug mindestens 1), Vektor komponenten-
      * weise absolut - ein Vorzeichenwechsel des ganzen Vektors ist
      * kein Unterschied. Ohne veroeffentlichten Vektor zaehlt nur
      * der Eigenwert
       COMPARE-RESULTS.
           COMPUTE EW-DIFF = REP-EW - SEL-EW(SEL-I)
           IF EW-DIFF < 0
               COMPUTE EW-DIFF = 0 - EW-DIFF
           END-IF
           MOVE SEL-EW(SEL-I) TO EW-SCALE
           IF EW-SCALE < 0
               COMPUTE EW-SCALE = 0 - EW-SCALE
           END-IF
           IF EW-SCALE < 1
               MOVE 1 TO EW-SCALE
           END-IF

           MOVE SEL-NAME(SEL-I) TO VL-NAME
           MOVE SEL-RUN(SEL-I) TO VL-RUN
           MOVE "vectors.dat" TO VEC-FILENAME
           PERFORM LOAD-VECTOR
           MOVE VL-FOUND TO PUB-FOUND
           MOVE VL-DIM TO PUB-DIM
           MOVE VL-TABLE TO PUB-TABLE
           IF PUB-FOUND = 1 AND PUB-DIM > 0
               MOVE SPACES TO VL-RUN
               MOVE SPACES TO VEC-FILENAME
               STRING FUNCTION TRIM(REPLAY-WORKDIR) "/"
                   REPLAY-SANDBOX "/vectors.dat"
                   DELIMITED BY SIZE INTO VEC-FILENAME
               PERFORM LOAD-VECTOR
           END-IF

           IF EW-DIFF > REPLAY-TOL * EW-SCALE
               MOVE "DIFFERENT" TO VERDICT
               MOVE "Eigenwert weicht ab" TO VERDICT-DETAIL
           ELSE
               MOVE "REPRODUCED" TO VERDICT
               IF PUB-FOUND = 0 OR PUB-DIM = 0
                   MOVE "(ohne veroeffentlichten Vektor)"
                       TO VERDICT-DETAIL
               END-IF
           END-IF
           IF PUB-FOUND = 0 OR PUB-DIM = 0
               EXIT PARAGRAPH
           END-IF
           IF VL-FOUND = 0 OR VL-DIM NOT = PUB-DIM
               MOVE "DIFFERENT" TO VERDICT
               MOVE "Nachlauf ohne passenden Eigenvektor"
                   TO VERDICT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO VEC-SAME
           MOVE 0 TO VEC-FLIP
           MOVE 0 TO VEC-SCALE
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > PUB-DIM OR K > 2000
               COMPUTE COMP-DIFF = PUB-COMP(K) - VL-COMP(K)
               IF COMP-DIFF < 0
                   COMPUTE COMP-DIFF = 0 - COMP-DIFF
               END-IF
               IF COMP-DIFF > VEC-SAME
                   MOVE COMP-DIFF TO VEC-SAME
               END-IF
               COMPUTE COMP-DIFF = PUB-COMP(K) + VL-COMP(K)
               IF COMP-DIFF < 0
                   COMPUTE COMP-DIFF = 0 - COMP-DIFF
               END-IF
               IF COMP-DIFF > VEC-FLIP
                   MOVE COMP-DIFF TO VEC-FLIP
               END-IF
           END-PERFORM
           IF VEC-FLIP < VEC-SAME
               MOVE VEC-FLIP TO VEC-DIFF
           ELSE
               MOVE VEC-SAME TO VEC-DIFF
           END-IF
           MOVE 1 TO HAS-VEC-DIFF
           IF VEC-DIFF > REPLAY-TOL AND VERDICT = "REPRODUCED"
               MOVE "DIFFERENT" TO VERDICT
               MOVE "Eigenvektor weicht ab" TO VERDICT-DETAIL
           END-IF
           .

      * laedt Index 1 von VL-NAME aus VEC-FILENAME; VL-RUN leer =
      * juengster Lauf des Namens (letzter Satz in Schluessel-
      * ordnung, wie LOAD-NAME-PAIRS in ResidualCertify.cbl)
       LOAD-VECTOR.
           MOVE 0 TO VL-FOUND
           MOVE 0 TO VL-DIM
           MOVE 0 TO VL-LOADED
           INITIALIZE VL-TABLE
           OPEN INPUT VECF
           IF VEC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF VL-RUN = SPACES
               MOVE VL-NAME TO VEC-NAME
               MOVE SPACES TO VEC-RUN
               MOVE 0 TO VEC-IDX
               MOVE 0 TO VEC-SEG
               MOVE 0 TO VEC-EOF
               START VECF KEY >= VEC-KEY
                   INVALID KEY MOVE 1 TO VEC-EOF
               END-START
               PERFORM UNTIL VEC-EOF = 1
                   READ VECF NEXT
                       AT END MOVE 1 TO VEC-EOF
                       NOT AT END
                           IF VEC-NAME = VL-NAME
                               MOVE VEC-RUN TO VL-RUN
                           ELSE
                               MOVE 1 TO VEC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF VL-RUN = SPACES
                   CLOSE VECF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE VL-NAME TO VEC-NAME
           MOVE VL-RUN TO VEC-RUN
           MOVE 1 TO VEC-IDX
           MOVE 0 TO VEC-SEG
           MOVE 0 TO VEC-EOF
           START VECF KEY >= VEC-KEY
               INVALID KEY MOVE 1 TO VEC-EOF
           END-START
           PERFORM UNTIL VEC-EOF = 1
               READ VECF NEXT
                   AT END MOVE 1 TO VEC-EOF
                   NOT AT END
                       IF VEC-NAME = VL-NAME AND VEC-RUN = VL-RUN
                          AND VEC-IDX = 1
                           PERFORM TAKE-VECTOR-SEGMENT
                       ELSE
                           MOVE 1 TO VEC-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VECF
           .

       TAKE-VECTOR-SEGMENT.
           MOVE 1 TO VL-FOUND
           MOVE VEC-DIM TO VL-DIM
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > VEC-COUNT
               COMPUTE VL-POS = (VEC-SEG - 1) * 100 + C
               IF VL-POS <= 2000
                   MOVE VEC-COMP(C) TO VL-COMP(VL-POS)
                   ADD 1 TO VL-LOADED
               END-IF
           END-PERFORM
           .

      * Berichtszeile je Datensatz, Zaehlung und Alarm bei
      * Abweichung
       WRITE-VERDICT.
           EVALUATE VERDICT
               WHEN "REPRODUCED"
                   ADD 1 TO CNT-REPRODUCED
               WHEN "DIFFERENT"
                   ADD 1 TO CNT-DIFFERENT
               WHEN OTHER
                   ADD 1 TO CNT-NOT-RECOV
           END-EVALUATE
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           STRING FUNCTION TRIM(SEL-NAME(SEL-I)) " Lauf="
               SEL-RUN(SEL-I) " " FUNCTION TRIM(VERDICT)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF VERDICT NOT = "NOT-RECOVERABLE"
              AND REP-STATUS = "FINE"
               MOVE SEL-EW(SEL-I) TO PRETTY-NUM
               STRING " EW=" FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE REP-EW TO PRETTY-NUM
               STRING " Nachlauf=" FUNCTION TRIM(PRETTY-NUM)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE EW-DIFF TO PRETTY-DIFF
               STRING " dEW=" FUNCTION TRIM(PRETTY-DIFF)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               IF HAS-VEC-DIFF = 1
                   MOVE VEC-DIFF TO PRETTY-DIFF
                   STRING " dVec=" FUNCTION TRIM(PRETTY-DIFF)
                       DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-P
               END-IF
           END-IF
           IF VERDICT-DETAIL NOT = SPACES
               STRING " " FUNCTION TRIM(VERDICT-DETAIL)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF VERDICT NOT = "NOT-RECOVERABLE" AND
              SETTINGS-FROM-RUN = 0
               STRING " [Einstellungen: aktuelle siteconfig.txt]"
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           WRITE RPT-LINE FROM OUT-LINE
           DISPLAY OUT-LINE
           IF VERDICT = "DIFFERENT"
               MOVE "ALERT" TO ALERT-OP
               MOVE "REPRODUKTION" TO ALERT-COND
               MOVE SPACES TO ALERT-DETAIL
               STRING "Lauf " SEL-RUN(SEL-I) " abweichend"
                   DELIMITED BY SIZE INTO ALERT-DETAIL
               MOVE SEL-NAME(SEL-I) TO DATASET-NAME
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH,
                    ALERT-OP, ALERT-COND, ALERT-DETAIL
           END-IF
           MOVE SPACES TO REP-STATUS
           .

       WRITE-REPORT-TAIL.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE CNT-REPRODUCED TO CNT-DISP
           STRING "SUMME: " FUNCTION TRIM(CNT-DISP) " REPRODUCED"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-DIFFERENT TO CNT-DISP
           STRING ", " FUNCTION TRIM(CNT-DISP) " DIFFERENT"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE CNT-NOT-RECOV TO CNT-DISP
           STRING ", " FUNCTION TRIM(CNT-DISP) " NOT-RECOVERABLE"
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           WRITE RPT-LINE FROM OUT-LINE
           DISPLAY OUT-LINE
           .
       END PROGRAM ReplayVerify.
