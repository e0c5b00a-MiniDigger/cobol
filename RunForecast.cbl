      *          statt es um 05:30 zu lernen. Datensaetze ohne
      *          Historie gehen mit dem Durchschnitt der bekannten in
      *          die Prognose ein.
      *          Die Prognose laeuft in der Reihenfolge des echten
      *          Laufs: Paare nach ihrer PRIO=-Spalte (wie
      *          BatchControl), Datensaetze nach ihrer Prioritaets-
      *          klasse (PriorityPlan.cbl). Wird ein Datensatz der
      *          Klasse 1 voraussichtlich erst nach der Fenster-
      *          grenze fertig, gibt es je Datensatz eine Warnung,
      *          einen eigenen Alarmsatz PRIO1-PROGNOSE und
      *          RETURN-CODE 2 - ein kritischer Datensatz im Risiko
      *          wiegt schwerer als ein nur insgesamt zu langer Lauf.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 FC-HAS-CONTENT PIC 9 VALUE 0.
           01 FC-BLOCK-NAME PIC X(30) VALUE SPACES.
           01 FC-SEP-COUNT PIC 9(04).
      *    Zeitansatz je Planeintrag (Historie, -1 = unbekannt, wird
      *    mit dem Durchschnitt angesetzt) und die bis zum Eintrag
      *    aufgelaufene Paarzeit
           01 FC-DS-TABLE.
               05 FC-DS-CS PIC S9(08) COMP-3 OCCURS 20000 TIMES.
           01 FC-I PIC 9(06) COMP-3.
           01 FC-DS-END-CS PIC S9(10) COMP-3.
           01 FC-ORD-DISP PIC 9(06).
      *    Datensaetze der Klasse 1, deren prognostiziertes Ende
      *    hinter der Fenstergrenze liegt
           01 PRIO1-LATE PIC 9(04) COMP-3 VALUE 0.
           01 PRIO1-NAME PIC X(30) VALUE SPACES.
           01 DEADLINE-SET PIC 9 VALUE 0.
      *    batch.txt in Prioritaetsfolge - Zerlegung und Sortierung
      *    muessen mit LOAD-CONTROL-FILE/TAKE-PRIO-TOKEN in
      *    BatchControl.cbl uebereinstimmen
           01 BATCH-COUNT PIC 9(04) VALUE 0.
           01 BATCH-MAX PIC 9(04) VALUE 500.
           01 BATCH-MORE PIC 9 VALUE 0.
           01 BATCH-TABLE.
               05 BATCH-ENTRY OCCURS 500 TIMES.
                   10 BT-LINE PIC X(160).
                   10 BT-PRIO PIC 9.
           01 BT-I PIC 9(04).
           01 BT-J PIC 9(04).
           01 BT-HOLD.
               05 BT-HOLD-LINE PIC X(160).
               05 BT-HOLD-PRIO PIC 9.
           01 PRIO-POS PIC 9(04).
           01 PRIO-END PIC 9(04).
           01 PRIO-CLASS PIC 9 VALUE 5.
      *    Steuer- und Detailfelder fuer den Alarmsatz
           01 ALERT-OP PIC X(08) VALUE SPACES.
           01 ALERT-COND PIC X(16) VALUE SPACES.
           COPY "FileNames.cpy".
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
           COPY "PrioPlan.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           COMPUTE TIME-NOW = CLK-HH * 360000 + CLK-MM * 6000
               + CLK-SS * 100 + CLK-CC
      *    Batchfenster-Grenze als Abstand von jetzt, tagesueber-
      *    lappend wie DEADLINE-CHECK in Main.cbl - vorab, damit
      *    schon die Paare ihre Klasse-1-Datensaetze dagegen pruefen
           IF CFG-DEADLINE-HHMM > 0
               MOVE 1 TO DEADLINE-SET
               COMPUTE DL-TARGET = CFG-DEADLINE-HHMM / 100
               COMPUTE DEADLINE-CS = DL-TARGET * 360000
               COMPUTE DEADLINE-CS = DEADLINE-CS +
                   FUNCTION MOD(CFG-DEADLINE-HHMM, 100) * 6000
               COMPUTE DL-TARGET = DEADLINE-CS - TIME-NOW
               IF DL-TARGET < 0
                   COMPUTE DL-TARGET = DL-TARGET + 8640000
               END-IF
           END-IF

           OPEN INPUT CONTROLF
           IF CONTROL-STATUS NOT = "00"
               MOVE "output.txt" TO PAIR-OUTPUT
               PERFORM FORECAST-PAIR
           ELSE
      *        Paare in der Prioritaetsfolge des echten Laufs, ein
      *        Rest jenseits der Tabellengroesse in Dateifolge
               PERFORM LOAD-CONTROL-FILE
               PERFORM VARYING BT-I FROM 1 BY 1
                       UNTIL BT-I > BATCH-COUNT
                   MOVE BT-LINE(BT-I) TO CONTROL-LINE
                   PERFORM FORECAST-CONTROL-LINE
               END-PERFORM
               PERFORM UNTIL CONTROL-EOF = 1
                   READ CONTROLF
                       AT END MOVE 1 TO CONTROL-EOF
           DISPLAY "Voraussichtliches Laufende: " END-HH ":" END-MM
               " Uhr"

      *    Abgleich gegen die Batchfenster-Grenze
           IF DEADLINE-SET = 1
               IF TOTAL-FORECAST-CS >= DL-TARGET
                   MOVE 1 TO FORECAST-EXCEEDED
                   DISPLAY "WARNUNG: Prognose ueberschreitet die"
               END-IF
           END-IF

      *    kritische Datensaetze im Risiko: ein eigener Alarmsatz,
      *    damit die Ueberwachung sie nicht mit der allgemeinen
      *    Fensterwarnung zusammenfasst
           IF PRIO1-LATE > 0
               MOVE 2 TO FORECAST-EXCEEDED
               MOVE PRIO1-LATE TO CNT-DISP
               DISPLAY "WARNUNG: " FUNCTION TRIM(CNT-DISP)
                   " Datensatz/-saetze der Prioritaet 1 voraus"
                   "sichtlich nach der Batchfenster-Grenze "
                   CFG-DEADLINE-HHMM "!"
               MOVE "ALERT" TO ALERT-OP
               MOVE "PRIO1-PROGNOSE" TO ALERT-COND
               MOVE SPACES TO ALERT-DETAIL
               STRING FUNCTION TRIM(CNT-DISP) " Prio-1 zu spaet, z.B. "
                   FUNCTION TRIM(PRIO1-NAME)
                   DELIMITED BY SIZE INTO ALERT-DETAIL
               MOVE PRIO1-NAME TO DATASET-NAME
               CALL "AlertWriter" USING FILE-NAMES, ABBRUCH,
                    ALERT-OP, ALERT-COND, ALERT-DETAIL
           END-IF

           MOVE FORECAST-EXCEEDED TO RETURN-CODE
           STOP RUN.

      * liest batch.txt in BATCH-TABLE ein und ordnet die Zeilen
      * stabil nach ihrer Klasse (PRIO=-Token, ohne Angabe 5) -
      * uebergrosse Steuerdateien: der Rest bleibt zum direkten Lesen
      * offen
       LOAD-CONTROL-FILE.
           MOVE 0 TO BATCH-COUNT
           MOVE 0 TO BATCH-MORE
           PERFORM UNTIL BATCH-MORE = 1 OR CONTROL-EOF = 1
               IF BATCH-COUNT >= BATCH-MAX
                   MOVE 1 TO BATCH-MORE
               ELSE
                   READ CONTROLF
                       AT END MOVE 1 TO CONTROL-EOF
                       NOT AT END
                           IF CONTROL-LINE NOT = SPACES
                               PERFORM TAKE-PRIO-TOKEN
                               ADD 1 TO BATCH-COUNT
                               MOVE CONTROL-LINE TO BT-LINE(BATCH-COUNT)
                               MOVE PRIO-CLASS TO BT-PRIO(BATCH-COUNT)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           PERFORM VARYING BT-I FROM 2 BY 1 UNTIL BT-I > BATCH-COUNT
               MOVE BATCH-ENTRY(BT-I) TO BT-HOLD
               MOVE BT-I TO BT-J
               PERFORM UNTIL BT-J < 2
                   OR BT-PRIO(BT-J - 1) <= BT-HOLD-PRIO
                   MOVE BATCH-ENTRY(BT-J - 1) TO BATCH-ENTRY(BT-J)
                   SUBTRACT 1 FROM BT-J
               END-PERFORM
               MOVE BT-HOLD TO BATCH-ENTRY(BT-J)
           END-PERFORM
           .

      * Klasse aus dem Token "PRIO=<n>" in CONTROL-LINE, das Token
      * wird entfernt
       TAKE-PRIO-TOKEN.
           MOVE 5 TO PRIO-CLASS
           MOVE 0 TO PRIO-POS
           INSPECT CONTROL-LINE TALLYING PRIO-POS
               FOR CHARACTERS BEFORE INITIAL " PRIO="
           IF PRIO-POS > 153
               EXIT PARAGRAPH
           END-IF
           COMPUTE PRIO-END = PRIO-POS + 7
           PERFORM UNTIL PRIO-END > 160
               OR CONTROL-LINE(PRIO-END:1) = SPACE
               ADD 1 TO PRIO-END
           END-PERFORM
           IF PRIO-END = PRIO-POS + 8
              AND CONTROL-LINE(PRIO-POS + 7:1) >= "1"
              AND CONTROL-LINE(PRIO-POS + 7:1) <= "9"
               MOVE CONTROL-LINE(PRIO-POS + 7:1) TO PRIO-CLASS
           END-IF
           MOVE SPACES TO CONTROL-LINE(PRIO-POS + 2:
               PRIO-END - PRIO-POS - 2)
           .

      * zerlegt eine batch.txt Zeile und prognostiziert das Paar -
      * Katalog-Direktlaeufe (CATALOG-Zeilen) haben noch keine
      * Eingabedatei und damit keine Namensliste, sie werden mit
           MOVE 0 TO PAIR-KNOWN-CS
           MOVE 0 TO PAIR-KNOWN-N
           MOVE 0 TO PAIR-UNKNOWN-N
           PERFORM PLAN-INPUT-NAMES
           IF PAIR-KNOWN-N > 0
               COMPUTE AVG-CS = PAIR-KNOWN-CS / PAIR-KNOWN-N
           ELSE
           END-IF
           COMPUTE PAIR-FORECAST-CS = PAIR-KNOWN-CS
               + PAIR-UNKNOWN-N * AVG-CS
           IF DEADLINE-SET = 1 AND PP-COUNT > 0
               PERFORM CHECK-PRIO1-ENDS
           END-IF
           ADD PAIR-FORECAST-CS TO TOTAL-FORECAST-CS
           COMPUTE MIN-DISP = PAIR-FORECAST-CS / 6000
           MOVE PAIR-KNOWN-N TO CNT-DISP
           END-IF
           .

      * holt die Datensaetze der heutigen Eingabedatei in der
      * Reihenfolge des echten Laufs (PriorityPlan.cbl) und setzt je
      * Datensatz seine juengste Gesamtzeit an, ohne Historie -1.
      * Findet der Plan keinen Platz fuer alle Bloecke, zaehlt wie
      * bisher SCAN-INPUT-NAMES ohne Reihenfolge
       PLAN-INPUT-NAMES.
           MOVE 0 TO PP-COUNT
           MOVE PAIR-INPUT TO FC-INPUT-FILENAME
           OPEN INPUT INPUTF
           IF INPUT-STATUS NOT = "00"
               DISPLAY "Eingabedatei " FUNCTION TRIM(PAIR-INPUT)
                   " nicht lesbar - keine Prognose fuer dieses Paar"
               EXIT PARAGRAPH
           END-IF
           CLOSE INPUTF
           MOVE PAIR-INPUT TO INPUT-FILENAME
           MOVE 0 TO PARTITION-START
           MOVE 0 TO PARTITION-LIMIT
           CALL "PriorityPlan" USING FILE-NAMES, PRIO-PLAN
           IF PP-OVERFLOW = 1
               MOVE 0 TO PP-COUNT
               PERFORM SCAN-INPUT-NAMES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FC-I FROM 1 BY 1 UNTIL FC-I > PP-COUNT
               MOVE -1 TO FC-DS-CS(FC-I)
               IF PP-FILLED(FC-I) = 1
                   MOVE 0 TO HI-HIT
                   IF PP-NAME(FC-I) NOT = SPACES
                       PERFORM VARYING HI-I FROM 1 BY 1
                               UNTIL HI-I > HIST-COUNT
                           IF HI-NAME(HI-I) = PP-NAME(FC-I)
                               MOVE HI-I TO HI-HIT
                           END-IF
                       END-PERFORM
                   END-IF
                   IF HI-HIT > 0
                       MOVE HI-CS(HI-HIT) TO FC-DS-CS(FC-I)
                       ADD HI-CS(HI-HIT) TO PAIR-KNOWN-CS
                       ADD 1 TO PAIR-KNOWN-N
                   ELSE
                       ADD 1 TO PAIR-UNKNOWN-N
                   END-IF
               END-IF
           END-PERFORM
           .

      * laeuft die Datensaetze des Paars in Planfolge ab und prueft
      * fuer jeden der Klasse 1, ob sein voraussichtliches Ende
      * (bisherige Paare plus Paarzeit bis einschliesslich ihm) die
      * Fenstergrenze erreicht
       CHECK-PRIO1-ENDS.
           MOVE TOTAL-FORECAST-CS TO FC-DS-END-CS
           PERFORM VARYING FC-I FROM 1 BY 1 UNTIL FC-I > PP-COUNT
               IF PP-FILLED(FC-I) = 1
                   IF FC-DS-CS(FC-I) < 0
                       ADD AVG-CS TO FC-DS-END-CS
                   ELSE
                       ADD FC-DS-CS(FC-I) TO FC-DS-END-CS
                   END-IF
                   IF PP-PRIO(FC-I) = 1 AND FC-DS-END-CS >= DL-TARGET
                       ADD 1 TO PRIO1-LATE
                       MOVE PP-ORD(FC-I) TO FC-ORD-DISP
                       IF PRIO1-NAME = SPACES
                           MOVE PP-NAME(FC-I) TO PRIO1-NAME
                       END-IF
      *                unbenannter Block: Index statt Name im Alarm
                       IF PRIO1-NAME = SPACES
                           STRING "Index " FC-ORD-DISP
                               DELIMITED BY SIZE INTO PRIO1-NAME
                       END-IF
                       COMPUTE MIN-DISP = FC-DS-END-CS / 6000
                       DISPLAY "WARNUNG: Prioritaet-1-Datensatz "
                           FUNCTION TRIM(PP-NAME(FC-I)) " (Index "
                           FC-ORD-DISP ") erst nach ca. "
                           FUNCTION TRIM(MIN-DISP)
                           " Minuten fertig - nach der Fenstergrenze"
                   END-IF
               END-IF
           END-PERFORM
           .

      * zaehlt die Datensaetze der heutigen Eingabedatei: benannte
      * werden gegen die Historie abgeglichen (Treffer gehen mit
      * ihrer juengsten Gesamtzeit ein), alles andere zaehlt als
