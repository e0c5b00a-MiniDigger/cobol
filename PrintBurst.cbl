      ******************************************************************
      * Author:
      * Date:
      * Purpose: Zerlegt die druckfertige Ausgabe (<ausgabe>.prt aus
      *          OutputHandling.WRITE-PRINT-FORMATTED) je Empfaenger -
      *          bisher riss die Druckerei den einen langen Bericht
      *          des Laufs von Hand nach Abteilungen auseinander.
      *          Nachlaufschritt nach MAIN, etwa in der Nachtkette.
      *          Empfaenger recipients.txt, je Zeile
      *            <praefix> <kennung> <kopien> <standort>
      *            <name ...>
      *          Verteilt wird nach der Gruppe des Datensatzes (die
      *          "Gruppe:"-Zeile unter "Name:", group= der Eingabe
      *          bzw. der Namensanfang bis zum ersten "-"): der
      *          Praefix wird mit "<gruppe>-" verglichen, "ELT-"
      *          trifft also genau die Gruppe ELT, "EL" alle Gruppen
      *          mit EL am Anfang. Nur Bloecke ohne Gruppenzeile
      *          (Druckausgabe aelterer Laeufe) werden ueber den
      *          Datensatznamen zugeordnet. Laengster passender
      *          Praefix gewinnt, wie suppliers.txt der Lieferanten-
      *          auswertung; mehrere Praefixe fuer denselben
      *          Empfaenger in eigenen Zeilen, Kopien/Standort/Name
      *          der ersten Zeile gelten). Der Standort ist ein Wort,
      *          der Rest der Zeile der Name. Eine Zeile
      *            BETRIEB <kopien> <standort> <name ...>
      *          beschreibt den Sammelempfaenger des Betriebs; "*" in
      *          Spalte 1 ist Kommentar.
      *          Quellen: die als Parameter genannten .prt-Dateien,
      *          ohne Parameter die Ausgabedateien der Paare aus
      *          batchreport.txt (mit angehaengtem ".prt"), ohne
      *          Stapelbericht output.txt.prt.
      *          Jede Seite wird ueber ihren Seitenkopf erkannt und
      *          einem Abschnitt zugeordnet: ein Datensatzblock
      *          beginnt mit seiner Trennzeile am Seitenanfang (der
      *          erzwungene Seitenwechsel der Druckausgabe), sein Name
      *          steht in der "Name:"-Zeile, seine Gruppe in der
      *          "Gruppe:"-Zeile darunter, Folgeseiten gehoeren zum
      *          laufenden Block. Berichtskopf mit Rangliste und
      *          Zusammenfassung des Paars sowie Bloecke ohne Namen
      *          oder ohne passenden Empfaenger gehen an den Betrieb.
      *          Ausgabe je Empfaenger burst_<kennung>.prt, der
      *          Betrieb burst_BETRIEB.prt:
      *            - Deckblatt mit Empfaenger, Standort und Kopienzahl
      *              (ungezaehlt),
      *            - die Seiten seiner Bloecke, neu ab Seite 1
      *              nummeriert, im Kopf mit Datensatzname und
      *              Empfaengerkennung,
      *            - eine Zusammenfassung (Datensaetze, angehaltene,
      *              Seiten je Datensatz),
      *            - ein Kontrollblatt: welcher Block aus welcher
      *              Quelle (Quellseiten) auf welchen Zielseiten
      *              steht. Das Kontrollblatt des Betriebs fuehrt
      *              alle Bloecke aller Empfaenger - die Druckerei
      *              gleicht damit die Verteilung ab.
      *          Die Kopienzahl steht auf Deckblatt und Kontrollblatt,
      *          die Datei selbst enthaelt jede Seite einmal.
      *          RETURN-CODE 0; 4 = recipients.txt fehlt (alles geht
      *          an den Betrieb); 8 = keine Druckausgabe lesbar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintBurst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RCPF ASSIGN TO "recipients.txt"
               FILE STATUS IS RCP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BRPTF ASSIGN TO "batchreport.txt"
               FILE STATUS IS BRPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRTF ASSIGN TO DYNAMIC PRT-FILENAME
               FILE STATUS IS PRT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BURSTF ASSIGN TO DYNAMIC BURST-FILENAME
               FILE STATUS IS BURST-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD RCPF
           DATA RECORD IS RCP-LINE.
           01 RCP-LINE PIC X(160).
           FD BRPTF
           DATA RECORD IS BRPT-LINE.
           01 BRPT-LINE PIC X(160).
           FD PRTF
           DATA RECORD IS PRT-LINE.
           01 PRT-LINE PIC X(200).
           FD BURSTF
           DATA RECORD IS BURST-LINE.
           01 BURST-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           01 RCP-STATUS PIC XX.
           01 BRPT-STATUS PIC XX.
           01 PRT-STATUS PIC XX.
           01 BURST-STATUS PIC XX.
           01 RCP-EOF PIC 9 VALUE 0.
           01 BRPT-EOF PIC 9 VALUE 0.
           01 PRT-EOF PIC 9 VALUE 0.
           01 PRT-FILENAME PIC X(90).
           01 BURST-FILENAME PIC X(90).
           01 CMD-ARGS PIC X(200).
           01 CMD-PTR PIC 9(03).
           01 CMD-TOK PIC X(90).
      *    Seitenlaenge wie die Druckausgabe (PRT-PAGE-LEN in
      *    OutputHandling.cbl)
           01 PAGE-LEN PIC 9(03) COMP-3 VALUE 60.
      *    Quellen (.prt-Dateien) mit Seitenzahl und Versatz in die
      *    Seitentabelle
           01 SR-COUNT PIC 9(02) VALUE 0.
           01 SR-TABLE.
               05 SR-ENTRY OCCURS 30 TIMES.
                   10 SR-FILE PIC X(90).
                   10 SR-PAGES PIC 9(05) COMP-3.
                   10 SR-BASE PIC 9(05) COMP-3.
           01 SR-I PIC 9(02).
           01 SR-OK PIC 9(02) VALUE 0.
      *    Block je Seite (Seitennummer ueber alle Quellen)
           01 PG-MAX PIC 9(05) COMP-3 VALUE 20000.
           01 PG-TABLE.
               05 PG-BLOCK PIC 9(04) COMP-3 OCCURS 20000 TIMES.
           01 PG-NR PIC 9(05) COMP-3.
           01 PG-GLOBAL PIC 9(05) COMP-3.
           01 PG-FULL-WARNED PIC 9 VALUE 0.
      *    Abschnitte: "K" Berichtskopf, "Z" Zusammenfassung des
      *    Paars, "B" Datensatzblock
           01 BK-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 BK-TABLE.
               05 BK-ENTRY OCCURS 3000 TIMES.
                   10 BK-SRC PIC 9(02).
                   10 BK-KIND PIC X(01).
                   10 BK-NAME PIC X(30).
                   10 BK-GROUP PIC X(10).
                   10 BK-HALT PIC 9.
                   10 BK-RCP PIC 9(03) COMP-3.
                   10 BK-FIRST PIC 9(05) COMP-3.
                   10 BK-LAST PIC 9(05) COMP-3.
                   10 BK-TFIRST PIC 9(05) COMP-3.
                   10 BK-TLAST PIC 9(05) COMP-3.
           01 BK-I PIC 9(04) COMP-3.
           01 BK-CUR PIC 9(04) COMP-3.
           01 BK-FULL-WARNED PIC 9 VALUE 0.
      *    Empfaenger; Eintrag 1 ist der Betrieb
           01 RC-COUNT PIC 9(03) COMP-3 VALUE 1.
           01 RC-TABLE.
               05 RC-ENTRY OCCURS 100 TIMES.
                   10 RC-ID PIC X(20).
                   10 RC-NAME PIC X(60).
                   10 RC-LOC PIC X(30).
                   10 RC-COPIES PIC 9(02).
                   10 RC-BLOCKS PIC 9(05) COMP-3.
                   10 RC-HALTS PIC 9(05) COMP-3.
                   10 RC-PAGES PIC 9(05) COMP-3.
           01 RC-I PIC 9(03) COMP-3.
           01 RC-HIT PIC 9(03) COMP-3.
           01 RC-OPS PIC 9(03) COMP-3 VALUE 1.
      *    Praefix -> Empfaenger
           01 MP-COUNT PIC 9(03) COMP-3 VALUE 0.
           01 MP-TABLE.
               05 MP-ENTRY OCCURS 500 TIMES.
                   10 MP-PREFIX PIC X(30).
                   10 MP-PLEN PIC 9(02).
                   10 MP-RCP PIC 9(03) COMP-3.
           01 MP-I PIC 9(03) COMP-3.
           01 MP-BEST PIC 9(02).
      *    Vergleichswert des Blocks: "<gruppe>-" oder der Name
           01 MP-KEY PIC X(30).
      *    Zerlegung einer Empfaenger-Zeile
           01 RCP-LINE-NR PIC 9(05) VALUE 0.
           01 RCP-PTR PIC 9(03).
           01 T-PREFIX PIC X(40).
           01 T-ID PIC X(40).
           01 T-COPIES PIC X(10).
           01 T-LOC PIC X(40).
           01 T-NAME PIC X(80).
           01 BAD-CHARS PIC 9(03).
      *    Stapelbericht
           01 BR-IN PIC X(80).
           01 BR-REST PIC X(120).
           01 BR-OUT PIC X(80).
      *    Seitenleser: die Zeilen einer Seite ohne Seitenkopf, der
      *    Kopf selbst und der schon gelesene Kopf der Folgeseite
           01 PB-COUNT PIC 9(03) COMP-3.
           01 PB-TABLE.
               05 PB-LINE PIC X(200) OCCURS 300 TIMES.
           01 PB-I PIC 9(03) COMP-3.
           01 PB-HEADER PIC X(200).
           01 PR-NEXT-HEADER PIC X(200).
           01 PR-STARTED PIC 9.
           01 PR-SKIP-DASH PIC 9.
           01 PAGE-READY PIC 9.
           01 DASH-LINE PIC X(200).
           01 SEITE-COUNT PIC 9(02).
      *    Laufkennung und Datum aus dem ersten Seitenkopf
           01 BURST-RUN PIC X(17) VALUE SPACES.
           01 BURST-DATE PIC X(08) VALUE SPACES.
      *    Ausgabe
           01 OWN-PAGE PIC 9(05) COMP-3.
           01 OWN-LINE PIC 9(03) COMP-3.
           01 OWN-TITLE PIC X(40).
           01 OUT-LINE PIC X(200).
           01 OUT-P PIC 9(03).
           01 PAGE-DISP PIC ZZZZ9.
           01 CNT-DISP PIC ZZZZ9.
           01 COPIES-DISP PIC Z9.
           01 RANGE-TEXT PIC X(12).
           01 RANGE-FROM PIC 9(05) COMP-3.
           01 RANGE-TO PIC 9(05) COMP-3.
           01 SHOW-NAME PIC X(30).
           01 TOTAL-BLOCKS PIC 9(05) COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ALL "-" TO DASH-LINE(1:72)
           MOVE "BETRIEB" TO RC-ID(RC-OPS)
           MOVE "Betrieb (nicht zugeordnet)" TO RC-NAME(RC-OPS)
           MOVE "Leitstand" TO RC-LOC(RC-OPS)
           MOVE 1 TO RC-COPIES(RC-OPS)

           PERFORM LOAD-RECIPIENTS
           PERFORM COLLECT-SOURCES
           PERFORM VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-COUNT
               PERFORM INDEX-SOURCE
           END-PERFORM
           IF SR-OK = 0 OR BK-COUNT = 0
               DISPLAY "[PrintBurst.MAIN-PROCEDURE] keine Druckausgabe"
                   " lesbar (printformat= eingeschaltet?)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ASSIGN-RECIPIENTS

      *    Betrieb zuletzt - sein Kontrollblatt braucht die Zielseiten
      *    aller anderen Empfaenger
           PERFORM VARYING RC-I FROM 2 BY 1 UNTIL RC-I > RC-COUNT
               IF RC-BLOCKS(RC-I) > 0
                   PERFORM WRITE-RECIPIENT
               ELSE
                   DISPLAY "PrintBurst: " FUNCTION TRIM(RC-ID(RC-I))
                       " - keine Seiten in diesem Lauf"
               END-IF
           END-PERFORM
           MOVE RC-OPS TO RC-I
           PERFORM WRITE-RECIPIENT

           IF RCP-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Empfaenger
      ******************************************************************
       LOAD-RECIPIENTS.
           OPEN INPUT RCPF
           IF RCP-STATUS NOT = "00"
               DISPLAY "PrintBurst: recipients.txt nicht lesbar - alle"
                   " Seiten gehen an den Betrieb"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RCP-EOF
           PERFORM UNTIL RCP-EOF = 1
               READ RCPF
                   AT END MOVE 1 TO RCP-EOF
                   NOT AT END
                       ADD 1 TO RCP-LINE-NR
                       PERFORM TAKE-RECIPIENT-LINE
               END-READ
           END-PERFORM
           CLOSE RCPF
           .

       TAKE-RECIPIENT-LINE.
           IF RCP-LINE = SPACES OR RCP-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO T-PREFIX T-ID T-COPIES T-LOC T-NAME
           MOVE 1 TO RCP-PTR
           UNSTRING RCP-LINE DELIMITED BY ALL SPACE
               INTO T-PREFIX WITH POINTER RCP-PTR
      *    fuehrende Leerzeichen ergeben ein leeres erstes Feld
           IF T-PREFIX = SPACES
               UNSTRING RCP-LINE DELIMITED BY ALL SPACE
                   INTO T-PREFIX WITH POINTER RCP-PTR
           END-IF
           IF T-PREFIX = "BETRIEB"
               MOVE "BETRIEB" TO T-ID
           ELSE
               UNSTRING RCP-LINE DELIMITED BY ALL SPACE
                   INTO T-ID WITH POINTER RCP-PTR
           END-IF
           UNSTRING RCP-LINE DELIMITED BY ALL SPACE
               INTO T-COPIES T-LOC WITH POINTER RCP-PTR
           IF RCP-PTR <= 160
               MOVE FUNCTION TRIM(RCP-LINE(RCP-PTR:)) TO T-NAME
           END-IF
      *    die Kennung wird Teil eines Dateinamens
           MOVE 0 TO BAD-CHARS
           INSPECT T-ID TALLYING BAD-CHARS FOR ALL "/" ALL "\"
               ALL ":" ALL "*"
           IF T-ID = SPACES OR T-ID(21:) NOT = SPACES
              OR BAD-CHARS > 0 OR T-PREFIX(31:) NOT = SPACES
              OR T-COPIES(1:1) IS NOT NUMERIC
              OR T-COPIES(3:) NOT = SPACES
              OR (T-COPIES(2:1) IS NOT NUMERIC
                  AND T-COPIES(2:1) NOT = SPACE)
              OR T-LOC = SPACES
               DISPLAY "PrintBurst: recipients.txt Zeile " RCP-LINE-NR
                   " unbrauchbar (Praefix, Kennung bis 20 Zeichen,"
                   " Kopien, Standort, Name) - uebersprungen"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RC-HIT
           PERFORM VARYING RC-I FROM 1 BY 1 UNTIL RC-I > RC-COUNT
               IF RC-ID(RC-I) = T-ID
                   MOVE RC-I TO RC-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RC-HIT = 0
               IF RC-COUNT >= 100
                   DISPLAY "PrintBurst: mehr als 100 Empfaenger - "
                       FUNCTION TRIM(T-ID) " geht an den Betrieb"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RC-COUNT
               MOVE RC-COUNT TO RC-HIT
               MOVE SPACES TO RC-NAME(RC-HIT)
           END-IF
      *    Angaben der ersten Zeile des Empfaengers gelten; der
      *    Betrieb hat nur seine eine Zeile
           IF RC-NAME(RC-HIT) = SPACES OR RC-HIT = RC-OPS
               MOVE T-ID TO RC-ID(RC-HIT)
               COMPUTE RC-COPIES(RC-HIT) = FUNCTION NUMVAL(T-COPIES)
               IF RC-COPIES(RC-HIT) = 0
                   MOVE 1 TO RC-COPIES(RC-HIT)
               END-IF
               MOVE T-LOC TO RC-LOC(RC-HIT)
               MOVE T-NAME TO RC-NAME(RC-HIT)
               IF T-NAME = SPACES
                   MOVE T-ID TO RC-NAME(RC-HIT)
               END-IF
           END-IF
           IF RC-HIT = RC-OPS
               EXIT PARAGRAPH
           END-IF
           IF MP-COUNT >= 500
               DISPLAY "PrintBurst: mehr als 500 Praefixe - "
                   FUNCTION TRIM(T-PREFIX) " uebersprungen"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MP-COUNT
           MOVE T-PREFIX TO MP-PREFIX(MP-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(T-PREFIX))
               TO MP-PLEN(MP-COUNT)
           MOVE RC-HIT TO MP-RCP(MP-COUNT)
           .

      * Empfaenger je Block: laengster passender Praefix der Gruppe,
      * ohne Gruppenzeile des Namens, sonst der Betrieb
       ASSIGN-RECIPIENTS.
           PERFORM VARYING BK-I FROM 1 BY 1 UNTIL BK-I > BK-COUNT
               MOVE RC-OPS TO BK-RCP(BK-I)
               MOVE SPACES TO MP-KEY
               IF BK-GROUP(BK-I) NOT = SPACES
                   STRING FUNCTION TRIM(BK-GROUP(BK-I)) "-"
                       DELIMITED BY SIZE INTO MP-KEY
               ELSE
                   MOVE BK-NAME(BK-I) TO MP-KEY
               END-IF
               IF BK-KIND(BK-I) = "B" AND MP-KEY NOT = SPACES
                   MOVE 0 TO MP-BEST
                   PERFORM VARYING MP-I FROM 1 BY 1
                           UNTIL MP-I > MP-COUNT
                       IF MP-PLEN(MP-I) > MP-BEST
                          AND MP-KEY(1:MP-PLEN(MP-I)) =
                              MP-PREFIX(MP-I)(1:MP-PLEN(MP-I))
                           MOVE MP-PLEN(MP-I) TO MP-BEST
                           MOVE MP-RCP(MP-I) TO BK-RCP(BK-I)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE BK-RCP(BK-I) TO RC-I
               ADD 1 TO RC-BLOCKS(RC-I)
               IF BK-HALT(BK-I) = 1
                   ADD 1 TO RC-HALTS(RC-I)
               END-IF
               COMPUTE RC-PAGES(RC-I) = RC-PAGES(RC-I)
                   + BK-LAST(BK-I) - BK-FIRST(BK-I) + 1
               IF BK-KIND(BK-I) = "B"
                   ADD 1 TO TOTAL-BLOCKS
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Quellen: Parameter, sonst die Paare des Stapelberichts
      ******************************************************************
       COLLECT-SOURCES.
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           MOVE 1 TO CMD-PTR
           PERFORM UNTIL CMD-PTR > 200
               MOVE SPACES TO CMD-TOK
               UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
                   INTO CMD-TOK WITH POINTER CMD-PTR
               IF CMD-TOK NOT = SPACES
                   PERFORM ADD-SOURCE
               END-IF
           END-PERFORM
           IF SR-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BRPTF
           IF BRPT-STATUS = "00"
               MOVE 0 TO BRPT-EOF
               PERFORM UNTIL BRPT-EOF = 1
                   READ BRPTF
                       AT END MOVE 1 TO BRPT-EOF
                       NOT AT END PERFORM TAKE-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE BRPTF
           END-IF
           IF SR-COUNT = 0
               MOVE "output.txt.prt" TO CMD-TOK
               PERFORM ADD-SOURCE
           END-IF
           .

       TAKE-REPORT-LINE.
           MOVE SPACES TO BR-IN BR-REST BR-OUT
           UNSTRING BRPT-LINE DELIMITED BY " -> " INTO BR-IN BR-REST
           IF BR-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING BR-REST DELIMITED BY ": " INTO BR-OUT
           IF BR-OUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CMD-TOK
           STRING FUNCTION TRIM(BR-OUT) ".prt" DELIMITED BY SIZE
               INTO CMD-TOK
      *    dieselbe Ausgabedatei mehrerer Paare nur einmal
           PERFORM VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-COUNT
               IF SR-FILE(SR-I) = CMD-TOK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM ADD-SOURCE
           .

       ADD-SOURCE.
           IF SR-COUNT >= 30
               DISPLAY "PrintBurst: mehr als 30 Druckausgaben - "
                   FUNCTION TRIM(CMD-TOK) " uebersprungen"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SR-COUNT
           MOVE CMD-TOK TO SR-FILE(SR-COUNT)
           MOVE 0 TO SR-PAGES(SR-COUNT)
           .

      ******************************************************************
      * erster Durchgang: Seiten einer Quelle den Abschnitten zuordnen
      ******************************************************************
       INDEX-SOURCE.
           IF SR-I = 1
               MOVE 0 TO SR-BASE(SR-I)
           ELSE
               COMPUTE SR-BASE(SR-I) = SR-BASE(SR-I - 1)
                   + SR-PAGES(SR-I - 1)
           END-IF
           MOVE SR-FILE(SR-I) TO PRT-FILENAME
           OPEN INPUT PRTF
           IF PRT-STATUS NOT = "00"
               DISPLAY "PrintBurst: " FUNCTION TRIM(PRT-FILENAME)
                   " nicht lesbar (Status " PRT-STATUS ") - uebergangen"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SR-OK
           MOVE 0 TO BK-CUR
           PERFORM START-PAGE-READER
           PERFORM UNTIL PRT-EOF = 1
               PERFORM NEXT-PAGE
               IF PR-STARTED = 1
                   PERFORM CLASSIFY-PAGE
               END-IF
           END-PERFORM
           CLOSE PRTF
           MOVE SR-PAGES(SR-I) TO CNT-DISP
           DISPLAY "PrintBurst: " FUNCTION TRIM(PRT-FILENAME) " - "
               FUNCTION TRIM(CNT-DISP) " Seite(n)"
           .

       CLASSIFY-PAGE.
           COMPUTE PG-GLOBAL = SR-BASE(SR-I) + SR-PAGES(SR-I) + 1
           IF PG-GLOBAL > PG-MAX
               IF PG-FULL-WARNED = 0
                   DISPLAY "PrintBurst: mehr als 20000 Seiten - Rest"
                       " nicht verteilt"
                   MOVE 1 TO PG-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SR-PAGES(SR-I)
           IF BURST-RUN = SPACES
               MOVE PB-HEADER(7:17) TO BURST-RUN
               MOVE PB-HEADER(78:8) TO BURST-DATE
           END-IF
      *    Seitenanfang: Berichtskopf, Trennzeile eines neuen
      *    Abschnitts oder Fortsetzung des laufenden
           EVALUATE TRUE
               WHEN PB-COUNT > 0 AND PB-LINE(1)(1:6) = "Lauf: "
                   PERFORM NEW-BLOCK
                   MOVE "K" TO BK-KIND(BK-CUR)
               WHEN PB-COUNT > 0 AND PB-LINE(1)(1:10) = "=========="
                   PERFORM NEW-BLOCK
                   MOVE "B" TO BK-KIND(BK-CUR)
                   PERFORM VARYING PB-I FROM 2 BY 1
                           UNTIL PB-I > PB-COUNT OR PB-I > 3
                       IF PB-LINE(PB-I) = "Zusammenfassung:"
                           MOVE "Z" TO BK-KIND(BK-CUR)
                       END-IF
                   END-PERFORM
               WHEN BK-CUR = 0
                   PERFORM NEW-BLOCK
                   MOVE "K" TO BK-KIND(BK-CUR)
           END-EVALUATE
           IF BK-CUR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE BK-CUR TO PG-BLOCK(PG-GLOBAL)
           MOVE SR-PAGES(SR-I) TO BK-LAST(BK-CUR)
           IF BK-KIND(BK-CUR) = "B"
               PERFORM VARYING PB-I FROM 1 BY 1 UNTIL PB-I > PB-COUNT
                   IF PB-LINE(PB-I)(1:6) = "Name: "
                      AND BK-NAME(BK-CUR) = SPACES
                       MOVE PB-LINE(PB-I)(7:30) TO BK-NAME(BK-CUR)
                   END-IF
                   IF PB-LINE(PB-I)(1:8) = "Gruppe: "
                      AND BK-GROUP(BK-CUR) = SPACES
                       MOVE PB-LINE(PB-I)(9:10) TO BK-GROUP(BK-CUR)
                   END-IF
                   IF PB-LINE(PB-I)(1:11) = "ANGEHALTEN:"
                       MOVE 1 TO BK-HALT(BK-CUR)
                   END-IF
               END-PERFORM
           END-IF
           .

       NEW-BLOCK.
           IF BK-COUNT >= 3000
      *        weitere Seiten haengen am letzten Abschnitt
               IF BK-FULL-WARNED = 0
                   DISPLAY "PrintBurst: mehr als 3000 Abschnitte -"
                       " Rest beim letzten Abschnitt"
                   MOVE 1 TO BK-FULL-WARNED
               END-IF
               MOVE BK-COUNT TO BK-CUR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BK-COUNT
           MOVE BK-COUNT TO BK-CUR
           MOVE SR-I TO BK-SRC(BK-CUR)
           MOVE SPACES TO BK-NAME(BK-CUR)
           MOVE SPACES TO BK-GROUP(BK-CUR)
           MOVE 0 TO BK-HALT(BK-CUR)
           MOVE SR-PAGES(SR-I) TO BK-FIRST(BK-CUR)
           MOVE 0 TO BK-TFIRST(BK-CUR)
           MOVE 0 TO BK-TLAST(BK-CUR)
           .

      ******************************************************************
      * Seitenleser: liefert je Aufruf von NEXT-PAGE eine Seite der
      * Druckausgabe in PB-LINE (ohne Leerzeile, Strich, Kopfzeile,
      * Strich des Seitenwechsels) und ihren Kopf in PB-HEADER
      ******************************************************************
       START-PAGE-READER.
           MOVE 0 TO PRT-EOF
           MOVE 0 TO PR-STARTED
           MOVE 0 TO PR-SKIP-DASH
           MOVE SPACES TO PR-NEXT-HEADER
           .

       NEXT-PAGE.
           MOVE 0 TO PB-COUNT
           MOVE PR-NEXT-HEADER TO PB-HEADER
           MOVE 0 TO PAGE-READY
           PERFORM UNTIL PAGE-READY = 1
               READ PRTF
                   AT END
                       MOVE 1 TO PRT-EOF
                       MOVE 1 TO PAGE-READY
                   NOT AT END PERFORM TAKE-PRT-LINE
               END-READ
           END-PERFORM
           .

       TAKE-PRT-LINE.
           IF PR-SKIP-DASH = 1
               MOVE 0 TO PR-SKIP-DASH
               IF PRT-LINE = DASH-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Kopfzeile einer Seite: Strich davor, "Lauf: ... Seite"
           IF PRT-LINE(1:6) = "Lauf: " AND PB-COUNT > 0
               IF PB-LINE(PB-COUNT) = DASH-LINE
                   MOVE 0 TO SEITE-COUNT
                   INSPECT PRT-LINE TALLYING SEITE-COUNT
                       FOR ALL "   Seite "
                   IF SEITE-COUNT > 0
                       SUBTRACT 1 FROM PB-COUNT
                       IF PB-COUNT > 0
                           IF PB-LINE(PB-COUNT) = SPACES
                               SUBTRACT 1 FROM PB-COUNT
                           END-IF
                       END-IF
                       MOVE 1 TO PR-SKIP-DASH
                       IF PR-STARTED = 1
                           MOVE PRT-LINE TO PR-NEXT-HEADER
                           MOVE 1 TO PAGE-READY
                       ELSE
                           MOVE PRT-LINE TO PB-HEADER
                           MOVE 1 TO PR-STARTED
                           MOVE 0 TO PB-COUNT
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF PB-COUNT < 300
               ADD 1 TO PB-COUNT
               MOVE PRT-LINE TO PB-LINE(PB-COUNT)
           END-IF
           .

      ******************************************************************
      * zweiter Durchgang: Druckdatei eines Empfaengers
      ******************************************************************
       WRITE-RECIPIENT.
           MOVE SPACES TO BURST-FILENAME
           STRING "burst_" FUNCTION TRIM(RC-ID(RC-I)) ".prt"
               DELIMITED BY SIZE INTO BURST-FILENAME
           OPEN OUTPUT BURSTF
           IF BURST-STATUS NOT = "00"
               DISPLAY "[PrintBurst.WRITE-RECIPIENT] "
                   FUNCTION TRIM(BURST-FILENAME)
                   " nicht schreibbar, Status " BURST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BANNER
           MOVE 0 TO OWN-PAGE
           PERFORM VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-COUNT
               IF SR-PAGES(SR-I) > 0
                   PERFORM COPY-SOURCE-PAGES
               END-IF
           END-PERFORM
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-CONTROL
           CLOSE BURSTF
           MOVE OWN-PAGE TO PAGE-DISP
           DISPLAY "PrintBurst: " FUNCTION TRIM(BURST-FILENAME) " - "
               FUNCTION TRIM(PAGE-DISP) " Seite(n) + Deckblatt"
           .

       COPY-SOURCE-PAGES.
           MOVE SR-FILE(SR-I) TO PRT-FILENAME
           OPEN INPUT PRTF
           IF PRT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PG-NR
           PERFORM START-PAGE-READER
           PERFORM UNTIL PRT-EOF = 1
               PERFORM NEXT-PAGE
               IF PR-STARTED = 1 AND PG-NR < SR-PAGES(SR-I)
                   ADD 1 TO PG-NR
                   COMPUTE PG-GLOBAL = SR-BASE(SR-I) + PG-NR
                   MOVE PG-BLOCK(PG-GLOBAL) TO BK-I
                   IF BK-I > 0
                       IF BK-RCP(BK-I) = RC-I
                           PERFORM EMIT-SOURCE-PAGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PRTF
           .

      * Seite in die Empfaengerdatei: Kopf mit eigener Seitennummer,
      * dem Namen des Blocks (der Kopf der ersten Blockseite traegt
      * in der Druckausgabe noch den vorigen Namen) und der Kennung
       EMIT-SOURCE-PAGE.
           ADD 1 TO OWN-PAGE
           IF BK-TFIRST(BK-I) = 0
               MOVE OWN-PAGE TO BK-TFIRST(BK-I)
           END-IF
           MOVE OWN-PAGE TO BK-TLAST(BK-I)
           MOVE SPACES TO BURST-LINE
           WRITE BURST-LINE
           WRITE BURST-LINE FROM DASH-LINE
           MOVE PB-HEADER TO OUT-LINE
           PERFORM SET-SHOW-NAME
           MOVE SHOW-NAME TO OUT-LINE(38:30)
           MOVE OWN-PAGE TO PAGE-DISP
           MOVE PAGE-DISP TO OUT-LINE(95:5)
           MOVE SPACES TO OUT-LINE(100:)
           STRING "   Empfaenger: " RC-ID(RC-I)
               DELIMITED BY SIZE INTO OUT-LINE(100:)
           WRITE BURST-LINE FROM OUT-LINE
           WRITE BURST-LINE FROM DASH-LINE
           PERFORM VARYING PB-I FROM 1 BY 1 UNTIL PB-I > PB-COUNT
               WRITE BURST-LINE FROM PB-LINE(PB-I)
           END-PERFORM
           .

      * Anzeigename eines Abschnitts BK-I
       SET-SHOW-NAME.
           EVALUATE TRUE
               WHEN BK-KIND(BK-I) = "K"
                   MOVE "(Berichtskopf)" TO SHOW-NAME
               WHEN BK-KIND(BK-I) = "Z"
                   MOVE "(Zusammenfassung)" TO SHOW-NAME
               WHEN BK-NAME(BK-I) = SPACES
                   MOVE "(ohne Namen)" TO SHOW-NAME
               WHEN OTHER
                   MOVE BK-NAME(BK-I) TO SHOW-NAME
           END-EVALUATE
           .

      ******************************************************************
      * Deckblatt, Zusammenfassung und Kontrollblatt
      ******************************************************************
       WRITE-BANNER.
           MOVE SPACES TO BURST-LINE
           PERFORM 3 TIMES
               WRITE BURST-LINE
           END-PERFORM
           MOVE SPACES TO OUT-LINE
           MOVE ALL "*" TO OUT-LINE(1:72)
           WRITE BURST-LINE FROM OUT-LINE
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           MOVE "**" TO OUT-LINE(1:2)
           MOVE "**" TO OUT-LINE(71:2)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE "DRUCKAUSGABE FUER" TO OUT-LINE(6:)
           MOVE "**" TO OUT-LINE(71:2)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE RC-NAME(RC-I) TO OUT-LINE(6:60)
           MOVE "**" TO OUT-LINE(71:2)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE "Kennung:" TO OUT-LINE(6:14)
           MOVE RC-ID(RC-I) TO OUT-LINE(22:20)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           MOVE "Standort:" TO OUT-LINE(6:14)
           MOVE RC-LOC(RC-I) TO OUT-LINE(22:30)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           MOVE RC-COPIES(RC-I) TO COPIES-DISP
           MOVE "Kopien:" TO OUT-LINE(6:14)
           MOVE FUNCTION TRIM(COPIES-DISP) TO OUT-LINE(22:2)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           MOVE "Lauf:" TO OUT-LINE(6:14)
           MOVE BURST-RUN TO OUT-LINE(22:17)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           MOVE "Datum:" TO OUT-LINE(6:14)
           MOVE BURST-DATE TO OUT-LINE(22:8)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           MOVE RC-BLOCKS(RC-I) TO CNT-DISP
           MOVE "Abschnitte:" TO OUT-LINE(6:14)
           MOVE FUNCTION TRIM(CNT-DISP) TO OUT-LINE(22:5)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           MOVE RC-PAGES(RC-I) TO CNT-DISP
           MOVE "Seiten:" TO OUT-LINE(6:14)
           STRING FUNCTION TRIM(CNT-DISP)
               " + Zusammenfassung und Kontrollblatt"
               DELIMITED BY SIZE INTO OUT-LINE(22:48)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE(3:68)
           WRITE BURST-LINE FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           MOVE ALL "*" TO OUT-LINE(1:72)
           WRITE BURST-LINE FROM OUT-LINE
           WRITE BURST-LINE FROM OUT-LINE
           .

       WRITE-SUMMARY.
           MOVE "Zusammenfassung" TO OWN-TITLE
           PERFORM OWN-NEW-PAGE
           MOVE SPACES TO OUT-LINE
           STRING "Empfaenger: " FUNCTION TRIM(RC-NAME(RC-I))
               " (" FUNCTION TRIM(RC-ID(RC-I)) "), "
               FUNCTION TRIM(RC-LOC(RC-I))
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE RC-BLOCKS(RC-I) TO CNT-DISP
           STRING "Abschnitte: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE RC-HALTS(RC-I) TO CNT-DISP
           STRING ", davon angehalten: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE RC-PAGES(RC-I) TO CNT-DISP
           STRING ", Seiten: " FUNCTION TRIM(CNT-DISP)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           MOVE "Datensatz" TO OUT-LINE(1:30)
           MOVE "Status" TO OUT-LINE(32:12)
           MOVE "Seiten" TO OUT-LINE(46:12)
           MOVE "Quelle" TO OUT-LINE(60:)
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           MOVE ALL "-" TO OUT-LINE(1:100)
           PERFORM OWN-PUT
           PERFORM VARYING BK-I FROM 1 BY 1 UNTIL BK-I > BK-COUNT
               IF BK-RCP(BK-I) = RC-I
                   MOVE SPACES TO OUT-LINE
                   PERFORM SET-SHOW-NAME
                   MOVE SHOW-NAME TO OUT-LINE(1:30)
                   EVALUATE TRUE
                       WHEN BK-KIND(BK-I) NOT = "B"
                           MOVE "-" TO OUT-LINE(32:12)
                       WHEN BK-HALT(BK-I) = 1
                           MOVE "ANGEHALTEN" TO OUT-LINE(32:12)
                       WHEN OTHER
                           MOVE "verarbeitet" TO OUT-LINE(32:12)
                   END-EVALUATE
                   MOVE BK-TFIRST(BK-I) TO RANGE-FROM
                   MOVE BK-TLAST(BK-I) TO RANGE-TO
                   PERFORM FORMAT-RANGE
                   MOVE RANGE-TEXT TO OUT-LINE(46:12)
                   MOVE SR-FILE(BK-SRC(BK-I)) TO OUT-LINE(60:90)
                   PERFORM OWN-PUT
               END-IF
           END-PERFORM
           .

      * welcher Abschnitt aus welcher Quelle auf welchen Zielseiten -
      * beim Betrieb ueber alle Empfaenger
       WRITE-CONTROL.
           MOVE "Kontrollblatt" TO OWN-TITLE
           PERFORM OWN-NEW-PAGE
           MOVE SPACES TO OUT-LINE
           MOVE RC-COPIES(RC-I) TO COPIES-DISP
           IF RC-I = RC-OPS
               MOVE TOTAL-BLOCKS TO CNT-DISP
               STRING "Verteilung aller Abschnitte des Laufs ("
                   FUNCTION TRIM(CNT-DISP) " Datensatzbloecke), "
                   "Kopien Betrieb: " FUNCTION TRIM(COPIES-DISP)
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "Abschnitte fuer " FUNCTION TRIM(RC-ID(RC-I))
                   ", Kopien: " FUNCTION TRIM(COPIES-DISP)
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           MOVE "Quelle" TO OUT-LINE(1:30)
           MOVE "Quellseiten" TO OUT-LINE(32:12)
           MOVE "Datensatz" TO OUT-LINE(46:30)
           MOVE "Empfaenger" TO OUT-LINE(78:20)
           MOVE "Kopien" TO OUT-LINE(99:6)
           MOVE "Zielseiten" TO OUT-LINE(107:12)
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           MOVE ALL "-" TO OUT-LINE(1:118)
           PERFORM OWN-PUT
           PERFORM VARYING BK-I FROM 1 BY 1 UNTIL BK-I > BK-COUNT
               IF BK-RCP(BK-I) = RC-I OR RC-I = RC-OPS
                   MOVE SPACES TO OUT-LINE
                   MOVE SR-FILE(BK-SRC(BK-I)) TO OUT-LINE(1:30)
                   MOVE BK-FIRST(BK-I) TO RANGE-FROM
                   MOVE BK-LAST(BK-I) TO RANGE-TO
                   PERFORM FORMAT-RANGE
                   MOVE RANGE-TEXT TO OUT-LINE(32:12)
                   PERFORM SET-SHOW-NAME
                   MOVE SHOW-NAME TO OUT-LINE(46:30)
                   MOVE RC-ID(BK-RCP(BK-I)) TO OUT-LINE(78:20)
                   MOVE RC-COPIES(BK-RCP(BK-I)) TO COPIES-DISP
                   MOVE COPIES-DISP TO OUT-LINE(103:2)
                   MOVE BK-TFIRST(BK-I) TO RANGE-FROM
                   MOVE BK-TLAST(BK-I) TO RANGE-TO
                   PERFORM FORMAT-RANGE
                   MOVE RANGE-TEXT TO OUT-LINE(107:12)
                   PERFORM OWN-PUT
               END-IF
           END-PERFORM
           MOVE SPACES TO OUT-LINE
           PERFORM OWN-PUT
           MOVE SPACES TO OUT-LINE
           MOVE OWN-PAGE TO CNT-DISP
           STRING "Ende der Druckausgabe " FUNCTION TRIM(RC-ID(RC-I))
               " - " FUNCTION TRIM(CNT-DISP) " Seite(n) + Deckblatt"
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM OWN-PUT
           .

      * Seitenbereich "v-b" (bzw. "v") fuer die Tabellen
       FORMAT-RANGE.
           MOVE SPACES TO RANGE-TEXT
           IF RANGE-FROM = 0
               MOVE "-" TO RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE RANGE-FROM TO PAGE-DISP
           MOVE FUNCTION TRIM(PAGE-DISP) TO RANGE-TEXT
           IF RANGE-TO > RANGE-FROM
               MOVE RANGE-TO TO PAGE-DISP
               STRING FUNCTION TRIM(RANGE-TEXT) "-"
                   FUNCTION TRIM(PAGE-DISP)
                   DELIMITED BY SIZE INTO RANGE-TEXT
           END-IF
           .

      * eigene Seite der Empfaengerdatei, Kopf im Aufbau der
      * Druckausgabe
       OWN-NEW-PAGE.
           ADD 1 TO OWN-PAGE
           MOVE SPACES TO BURST-LINE
           WRITE BURST-LINE
           WRITE BURST-LINE FROM DASH-LINE
           MOVE OWN-PAGE TO PAGE-DISP
           MOVE SPACES TO OUT-LINE
           STRING "Lauf: " BURST-RUN "   " OWN-TITLE(1:16)
               "   Empfaenger: " RC-ID(RC-I)
               "   Datum: " BURST-DATE
               "   Seite " PAGE-DISP
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE BURST-LINE FROM OUT-LINE
           WRITE BURST-LINE FROM DASH-LINE
           MOVE 3 TO OWN-LINE
           .

       OWN-PUT.
           IF OWN-LINE >= PAGE-LEN
               PERFORM OWN-NEW-PAGE
           END-IF
           WRITE BURST-LINE FROM OUT-LINE
           ADD 1 TO OWN-LINE
           .
       END PROGRAM PrintBurst.
