      *     die FILE-NAMES erhalten, sehen bereits die aufgeloesten
      *     Namen; PRUNE-OLD-ARCHIVES in ArchiveRotate raeumt das
      *     dateierte Muster mit ab.
      *   - Lieferabhaengige Paare ergaenzt: eine Spalte
      *     "WAITFOR" bzw. "WAITFOR=<minuten>" (Vorgabe 180) laesst
      *     das Paar auf die Freigabedatei <eingabe>.ready warten
      *     (CATALOG-Zeilen: <auswahldatei>.ready). Fehlt sie beim
      *     Lesen der Zeile, wird das Paar zurueckgestellt und die
      *     folgenden Paare laufen weiter; bei jedem Aufruf wird
      *     zuerst geprueft, ob eine zurueckgestellte Lieferung
      *     eingetroffen ist. Ist die Frist abgelaufen, geht das Paar
      *     mit PAIR-NOT-DELIVERED an MAIN zurueck (Stapelbericht
      *     UNGELIEFERT, Alarm) statt gegen den Vortagsstand zu
      *     laufen. Die Freigabedatei wird bei Uebernahme als
      *     quittiert geloescht.
      *   - Prioritaetsspalte ergaenzt: ein Token "PRIO=<n>" (1 =
      *     kritisch bis 9, ohne Angabe 5) an beliebiger Stelle
      *     hinter den Dateinamen. batch.txt wird dazu beim ersten
      *     Aufruf ganz eingelesen und stabil nach Klasse geordnet,
      *     gleiche Klassen behalten ihre Dateifolge; IFOK/ONFAIL
      *     beziehen sich auf die in dieser Folge vorher gelaufenen
      *     Paare. Die Reihenfolge der Datensaetze innerhalb eines
      *     Paars legt PriorityPlan.cbl fest.
      *   - Sandkasten-Token ergaenzt: "SANDBOX" bzw.
      *     "SANDBOX=<verzeichnis>" an beliebiger Stelle hinter den
      *     Dateinamen schaltet das Paar in den Sandkasten (siehe
      *     SANDBOX-DIR in FileNames.cpy) - ohne Verzeichnis gilt
      *     das der Site-Konfiguration, sonst "sandbox". Ohne Token
      *     gilt die Vorgabe der Site-Konfiguration. Die Ausgabedatei
      *     wandert dabei in das Sandkasten-Verzeichnis, alle davon
      *     abgeleiteten Dateien (Checkpoint, Laufzeitprotokoll,
      *     Sperre, .prt, Einzeldateien) folgen ihr.
      *   - Wiedervorlage der Schwebeablage ergaenzt: liegt nach dem
      *     letzten Paar (bzw. nach dem Einzelpaar ohne batch.txt)
      *     eine resubmit.txt vor, wird sie als zusaetzliches Paar
      *     resubmit.txt -> resubmit_output.txt mit PAIR-RESUBMIT
      *     geliefert (siehe SuspenseStore.cbl). Nur in Laeufen ohne
      *     Sandkasten-Vorgabe.
      *   - Steuerdatei per Aufrufparameter waehlbar: "batch=<datei>"
      *     auf der Kommandozeile von MAIN ersetzt batch.txt (z.B.
      *     fuer die Tagesanfragen, siehe AdhocIntake.cbl). Die
      *     Wiedervorlage der Schwebeablage gehoert nur zum
      *     regulaeren Lauf mit batch.txt.
      *   - Verspaetete Lieferung gekennzeichnet: trifft die
      *     Freigabedatei eines zurueckgestellten Paars erst
      *     waehrend der Wartefrist ein, wird das Paar mit PAIR-LATE
      *     geliefert (Stapelbericht und Mitschrift: VERSPAETET).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchControl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTROLF ASSIGN TO DYNAMIC CONTROL-FILENAME
               FILE STATUS IS FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Auswahldatei eines Katalog-Direktlaufs (ein
       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 FOUND-PAIR PIC 9 VALUE 0.
      *    Steuerdatei - batch.txt oder die per "batch=<datei>" auf
      *    der Kommandozeile genannte
           01 CONTROL-FILENAME PIC X(80) VALUE "batch.txt".
           01 CMD-ARGS PIC X(90).
      *    1 = die Wiedervorlage wurde in diesem Lauf schon angeboten
           01 RESUBMIT-OFFERED PIC 9 VALUE 0.
      *    Ueberlebt als WORKING-STORAGE mehrere CALLs hinweg, damit
      *    die Steuerdatei nur einmal geoeffnet und Zeile fuer Zeile
      *    weitergelesen wird, statt bei jedem Aufruf von vorn zu
      *    2 = keine Steuerdatei vorhanden, Einzelpaar-Fallback noch
      *        nicht ausgeliefert
      *    9 = fertig, kein weiteres Paar mehr
      *    3 = Steuerdatei durchgelesen, es warten aber noch
      *        zurueckgestellte Paare auf ihre Lieferung
           01 CONTROL-STATE PIC 9 VALUE 0.
               88 CONTROL-NOT-STARTED VALUE 0.
               88 CONTROL-FILE-OPEN VALUE 1.
               88 CONTROL-FALLBACK-PENDING VALUE 2.
               88 CONTROL-DRAINING VALUE 3.
               88 CONTROL-DONE VALUE 9.
      *    Rohtoken der optionalen 3./4. Spalte einer batch.txt Zeile,
      *    vor der Umwandlung per NUMVAL in PARTITION-START/-LIMIT
           01 PARTITION-START-TOK PIC X(16).
           01 PARTITION-LIMIT-TOK PIC X(16).
      *    Bedingungsspalte der aktuellen Zeile (5. Spalte; bei
      *    unpartitionierten Zeilen auch direkt als 3./4. Spalte
      *    zulaessig)
           01 COND-TOK PIC X(16).
      *    sechste Spalte - nimmt das WAITFOR-Token auf, wenn die
      *    Zeile Partition und Bedingung zugleich traegt
           01 WAIT-TOK PIC X(16).
      *    die gerade zerlegte Zeile: aus batch.txt oder - bei
      *    DEFER-REPLAY = 1 - aus der Wartetabelle, deren Lieferung
      *    inzwischen eingetroffen ist
           01 PARSE-LINE PIC X(160).
           01 DEFER-REPLAY PIC 9 VALUE 0.
      *    Sandkasten-Token: Arbeitskopie der Zeile ohne das Token
      *    (PARSE-LINE selbst bleibt unveraendert, damit eine
      *    zurueckgestellte Zeile es beim Wiederaufnehmen noch traegt),
      *    Fundstelle/Ende und die Vorgabe ohne Verzeichnisangabe
           01 SBX-LINE PIC X(160).
           01 SBX-POS PIC 9(04).
           01 SBX-END PIC 9(04).
           01 SBX-FALLBACK-DIR PIC X(60) VALUE "sandbox".
           01 SBX-NAME PIC X(80).
      *    WAITFOR der aktuellen Zeile: Kennzeichen, Token samt
      *    Minutenwert, Freigabedatei und deren Pruefung
           01 WAIT-ACTIVE PIC 9 VALUE 0.
           01 WAIT-SPEC PIC X(16).
           01 WAIT-MIN-TOK PIC X(08).
           01 WAIT-MINUTES PIC 9(04) VALUE 0.
           01 WAIT-TRIGGER PIC X(90).
           01 WAIT-TRIGGER-INFO.
               05 WTI-SIZE PIC X(8).
               05 WTI-DAY PIC 9(2) COMP-X.
               05 WTI-MONTH PIC 9(2) COMP-X.
               05 WTI-YEAR PIC 9(4) COMP-X.
               05 WTI-HOUR PIC 9(2) COMP-X.
               05 WTI-MIN PIC 9(2) COMP-X.
               05 WTI-SEC PIC 9(2) COMP-X.
               05 WTI-HSEC PIC 9(2) COMP-X.
      *    Vorgabefrist fuer "WAITFOR" ohne Minutenwert - deckt das
      *    Anlieferfenster 22:00 bis 01:00 ab - und der Abstand der
      *    Nachschau, sobald nur noch wartende Paare uebrig sind
           01 WAIT-DEFAULT-MIN PIC 9(04) VALUE 180.
           01 WAIT-POLL-SECS PIC 9(04) COMP-5 VALUE 60.
      *    Uhr in Sekunden seit Kalenderbeginn (INTEGER-OF-DATE), damit
      *    eine Frist ueber Mitternacht ohne Sonderfall rechnet
           01 WAIT-CLOCK PIC X(21).
           01 WAIT-NOW PIC 9(12) COMP-3.
      *    Wartetabelle der zurueckgestellten Paare: Originalzeile
      *    (wird bei Eintreffen der Lieferung erneut zerlegt),
      *    Freigabedatei, Fristende und die Namen fuer den
      *    Stapelbericht, falls die Lieferung ausbleibt
           01 DEFER-COUNT PIC 9(02) VALUE 0.
           01 DEFER-MAX PIC 9(02) VALUE 50.
           01 DEFER-DISP PIC Z9.
           01 DEFER-I PIC 9(02).
           01 DEFER-TAKE PIC 9(02).
           01 DEFER-TABLE.
               05 DEFER-ENTRY OCCURS 50 TIMES.
                   10 DEFER-LINE PIC X(160).
                   10 DEFER-TRIGGER PIC X(90).
                   10 DEFER-UNTIL PIC 9(12) COMP-3.
                   10 DEFER-INPUT PIC X(80).
                   10 DEFER-OUTPUT PIC X(80).
                   10 DEFER-SANDBOX PIC X(60).
      *    Ergebnis von FUNCTION TEST-NUMVAL fuer die
      *    Partitionsspalten - ein vertippter Text an deren Stelle
      *    soll gemeldet werden statt still als Start 0 zu gelten
           01 NUMVAL-CHECK PIC 9(04).
      *    batch.txt in Prioritaetsfolge: beim ersten Aufruf
      *    eingelesene Zeilen samt Klasse (PRIO=-Token, aus der Zeile
      *    entfernt) und der Lesezeiger. Mehr Zeilen als Plaetze:
      *    BATCH-MORE = 1, der Rest wird danach in Dateifolge direkt
      *    aus batch.txt gelesen
           01 BATCH-COUNT PIC 9(04) VALUE 0.
           01 BATCH-MAX PIC 9(04) VALUE 500.
           01 BATCH-POS PIC 9(04) VALUE 0.
           01 BATCH-MORE PIC 9 VALUE 0.
           01 BATCH-PRIO-SEEN PIC 9 VALUE 0.
           01 BATCH-TABLE.
               05 BATCH-ENTRY OCCURS 500 TIMES.
                   10 BT-LINE PIC X(160).
                   10 BT-PRIO PIC 9.
      *    Sortierhilfen (stabiles Einfuegen) und PRIO=-Zerlegung
           01 BT-I PIC 9(04).
           01 BT-J PIC 9(04).
           01 BT-HOLD.
               05 BT-HOLD-LINE PIC X(160).
               05 BT-HOLD-PRIO PIC 9.
           01 PRIO-POS PIC 9(04).
           01 PRIO-END PIC 9(04).
           01 PRIO-CLASS PIC 9 VALUE 5.
      *    Katalog-Direktlauf: Auswahl-/Staging-Dateinamen samt
      *    Status, Zeilenzaehler und das Gelungen-Kennzeichen der
      *    Staging-Erzeugung
           PRIOR-ERRORS.
       MAIN-PROCEDURE.
           MOVE 0 TO NO-MORE-PAIRS
           MOVE 0 TO PAIR-NOT-DELIVERED
           MOVE 0 TO PAIR-RESUBMIT
           MOVE 0 TO PAIR-LATE

           EVALUATE TRUE
               WHEN CONTROL-DONE

               WHEN CONTROL-FALLBACK-PENDING
      *            Einzelpaar-Fallback bereits beim vorigen Aufruf
      *            ausgeliefert - es bleibt hoechstens die
      *            Wiedervorlage der Schwebeablage
                   MOVE 9 TO CONTROL-STATE
                   MOVE 0 TO FOUND-PAIR
                   PERFORM OFFER-RESUBMIT-PAIR
                   IF FOUND-PAIR = 0
                       MOVE 1 TO NO-MORE-PAIRS
                   END-IF

               WHEN CONTROL-NOT-STARTED
                   ACCEPT CMD-ARGS FROM COMMAND-LINE
                   IF CMD-ARGS(1:6) = "batch="
                      AND CMD-ARGS(7:80) NOT = SPACES
                       MOVE FUNCTION TRIM(CMD-ARGS(7:80))
                           TO CONTROL-FILENAME
                       DISPLAY "Steuerdatei "
                           FUNCTION TRIM(CONTROL-FILENAME)
                   END-IF
                   OPEN INPUT CONTROLF
                   EVALUATE TRUE
                       WHEN FILE-STATUS = "00"
                           MOVE 1 TO CONTROL-STATE
                           PERFORM LOAD-CONTROL-FILE
                           PERFORM READ-NEXT-PAIR
                       WHEN CONTROL-FILENAME NOT = "batch.txt"
      *                    eine ausdruecklich genannte Steuerdatei
      *                    fehlt - kein Rueckfall auf input.txt
                           DISPLAY "Steuerdatei "
                               FUNCTION TRIM(CONTROL-FILENAME)
                               " nicht lesbar (Status " FILE-STATUS
                               ")"
                           MOVE 9 TO CONTROL-STATE
                           MOVE 1 TO NO-MORE-PAIRS
                       WHEN OTHER
      *                    Keine Steuerdatei vorhanden - Verhalten wie
      *                    vor Einfuehrung der Batchsteuerung: genau
      *                    ein Paar input.txt/output.txt verarbeiten
                           MOVE "input.txt" TO INPUT-FILENAME
                           MOVE "output.txt" TO OUTPUT-FILENAME
                           MOVE 0 TO PARTITION-START
                           MOVE 0 TO PARTITION-LIMIT
                           MOVE SANDBOX-DEFAULT TO SANDBOX-DIR
                           PERFORM APPLY-SANDBOX
                           MOVE 2 TO CONTROL-STATE
                   END-EVALUATE

               WHEN CONTROL-FILE-OPEN
               WHEN CONTROL-DRAINING
                   PERFORM READ-NEXT-PAIR
           END-EVALUATE

           EXIT PROGRAM.

      * liest Zeilen aus batch.txt bis eine nicht-leere Zeile ein
      * gueltiges Dateinamenpaar liefert oder die Datei zuende ist und
      * keine zurueckgestellten Paare mehr warten
       READ-NEXT-PAIR.
           MOVE 0 TO FOUND-PAIR
           PERFORM UNTIL FOUND-PAIR = 1
      *        zurueckgestellte Paare (WAITFOR) haben Vorrang, sobald
      *        ihre Lieferung da oder ihre Wartefrist abgelaufen ist
               PERFORM POLL-DEFERRED
               IF FOUND-PAIR = 0
                   EVALUATE TRUE
                       WHEN CONTROL-FILE-OPEN
                            AND BATCH-POS < BATCH-COUNT
      *                    naechste Zeile in Prioritaetsfolge
                           ADD 1 TO BATCH-POS
                           MOVE BT-LINE(BATCH-POS) TO PARSE-LINE
                           MOVE 0 TO DEFER-REPLAY
                           PERFORM PARSE-CONTROL-LINE
                       WHEN CONTROL-FILE-OPEN AND BATCH-MORE = 0
      *                    alle Zeilen aus der Tabelle geliefert - es
      *                    bleiben hoechstens zurueckgestellte Paare
                           MOVE 3 TO CONTROL-STATE
                       WHEN CONTROL-FILE-OPEN
      *                    Rest einer uebergrossen Steuerdatei
                           READ CONTROLF
                               AT END
                                   MOVE 3 TO CONTROL-STATE
                                   CLOSE CONTROLF
                               NOT AT END
                                   IF CONTROL-LINE NOT = SPACES
                                       PERFORM TAKE-PRIO-TOKEN
                                       MOVE CONTROL-LINE TO PARSE-LINE
                                       MOVE 0 TO DEFER-REPLAY
                                       PERFORM PARSE-CONTROL-LINE
                                   END-IF
                           END-READ
                       WHEN DEFER-COUNT = 0
                           MOVE 9 TO CONTROL-STATE
                           PERFORM OFFER-RESUBMIT-PAIR
                           IF FOUND-PAIR = 0
                               MOVE 1 TO NO-MORE-PAIRS
                           END-IF
                           MOVE 1 TO FOUND-PAIR
                       WHEN OTHER
      *                    alle uebrigen Paare sind durch - auf die
      *                    noch ausstehenden Lieferungen warten
                           MOVE DEFER-COUNT TO DEFER-DISP
                           DISPLAY "batch.txt: warte auf "
                               FUNCTION TRIM(DEFER-DISP)
                               " ausstehende Lieferung(en)"
                           CALL "C$SLEEP" USING WAIT-POLL-SECS
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      * nach dem letzten Paar: die von Blockeditoren freigegebenen
      * Korrekturen der Schwebeablage (resubmit.txt) laufen als
      * eigenes, letztes Paar - einmal je Lauf und nur in der
      * Produktion, ein Sandkasten-Lauf laesst sie liegen
       OFFER-RESUBMIT-PAIR.
           IF RESUBMIT-OFFERED = 1 OR SANDBOX-DEFAULT NOT = SPACES
              OR CONTROL-FILENAME NOT = "batch.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO RESUBMIT-OFFERED
           MOVE "resubmit.txt" TO WAIT-TRIGGER
           CALL "CBL_CHECK_FILE_EXIST" USING WAIT-TRIGGER
               WAIT-TRIGGER-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "resubmit.txt" TO INPUT-FILENAME
           MOVE "resubmit_output.txt" TO OUTPUT-FILENAME
           MOVE 0 TO PARTITION-START
           MOVE 0 TO PARTITION-LIMIT
           MOVE SANDBOX-DEFAULT TO SANDBOX-DIR
           MOVE 1 TO PAIR-RESUBMIT
           MOVE 1 TO FOUND-PAIR
           DISPLAY "batch.txt: Wiedervorlage der Schwebeablage"
               " resubmit.txt -> resubmit_output.txt"
           .

      * liest batch.txt beim ersten Aufruf in BATCH-TABLE ein,
      * entnimmt jeder Zeile ihre Klasse und ordnet die Tabelle
      * stabil nach Klasse. Passt die Datei ganz hinein, wird sie
      * gleich geschlossen; sonst bleibt sie fuer den Rest offen
       LOAD-CONTROL-FILE.
           MOVE 0 TO BATCH-COUNT
           MOVE 0 TO BATCH-POS
           MOVE 0 TO BATCH-MORE
           MOVE 0 TO BATCH-PRIO-SEEN
           PERFORM UNTIL BATCH-MORE = 1
               IF BATCH-COUNT >= BATCH-MAX
                   MOVE 1 TO BATCH-MORE
                   DISPLAY "batch.txt: mehr als " BATCH-MAX
                       " Zeilen - der Rest laeuft ohne"
                       " Prioritaetsfolge"
               ELSE
                   READ CONTROLF
                       AT END
      *                    ganze Steuerdatei in der Tabelle - READ-
      *                    NEXT-PAIR liefert nur noch aus ihr
                           CLOSE CONTROLF
                           EXIT PERFORM
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
      *    stabiles Einfuegesortieren nach Klasse - eine Zeile wandert
      *    nur an Zeilen mit echt groesserer Klasse vorbei
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
           IF BATCH-PRIO-SEEN = 1
               DISPLAY "batch.txt: Paare nach Prioritaetsklasse"
                   " geordnet"
           END-IF
           .

      * loest ein Token "PRIO=<n>" aus CONTROL-LINE heraus und legt
      * die Klasse in PRIO-CLASS ab (ohne Token 5, ein Wert ausser
      * 1 bis 9 wird gemeldet und gilt als 5). Das Token wird durch
      * Leerzeichen ersetzt, damit PARSE-CONTROL-LINE die uebrigen
      * Spalten wie gewohnt zerlegt
       TAKE-PRIO-TOKEN.
           MOVE 5 TO PRIO-CLASS
           MOVE 0 TO PRIO-POS
           INSPECT CONTROL-LINE TALLYING PRIO-POS
               FOR CHARACTERS BEFORE INITIAL " PRIO="
           IF PRIO-POS > 153
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO BATCH-PRIO-SEEN
      *    Tokenende: naechstes Leerzeichen hinter "PRIO="
           COMPUTE PRIO-END = PRIO-POS + 7
           PERFORM UNTIL PRIO-END > 160
               OR CONTROL-LINE(PRIO-END:1) = SPACE
               ADD 1 TO PRIO-END
           END-PERFORM
           IF PRIO-END = PRIO-POS + 8
              AND CONTROL-LINE(PRIO-POS + 7:1) >= "1"
              AND CONTROL-LINE(PRIO-POS + 7:1) <= "9"
               MOVE CONTROL-LINE(PRIO-POS + 7:1) TO PRIO-CLASS
           ELSE
               DISPLAY "batch.txt: Prioritaet nicht 1 bis 9, es gilt"
                   " 5: " FUNCTION TRIM(CONTROL-LINE)
           END-IF
           MOVE SPACES TO CONTROL-LINE(PRIO-POS + 2:
               PRIO-END - PRIO-POS - 2)
           .

      * zerlegt die batch.txt Zeile in PARSE-LINE und setzt
      * FOUND-PAIR, wenn sie ein auszufuehrendes Paar liefert. Bei
      * DEFER-REPLAY = 1 stammt die Zeile aus der Wartetabelle und
      * ihre Lieferung ist bereits eingetroffen
       PARSE-CONTROL-LINE.
           DISPLAY "batch.txt: " PARSE-LINE
           MOVE SPACES TO INPUT-FILENAME
           MOVE SPACES TO OUTPUT-FILENAME
           MOVE SPACES TO PARTITION-START-TOK
           MOVE SPACES TO PARTITION-LIMIT-TOK
           MOVE 0 TO PARTITION-START
           MOVE 0 TO PARTITION-LIMIT
           MOVE SPACES TO COND-TOK
           MOVE SPACES TO WAIT-TOK
           PERFORM TAKE-SANDBOX-TOKEN
           UNSTRING SBX-LINE DELIMITED BY ALL SPACE
               INTO INPUT-FILENAME OUTPUT-FILENAME
               PARTITION-START-TOK PARTITION-LIMIT-TOK
               COND-TOK WAIT-TOK
      *    Namens-Token ({DATE}/{TIME}/{RUN}) der Dateinamenspalten aus
      *    der Laufkennung aufloesen, bevor irgendjemand die Namen sieht
           MOVE INPUT-FILENAME TO TOK-BUF
           PERFORM EXPAND-NAME-TOKENS
           MOVE TOK-BUF TO INPUT-FILENAME
           MOVE OUTPUT-FILENAME TO TOK-BUF
           PERFORM EXPAND-NAME-TOKENS
           MOVE TOK-BUF TO OUTPUT-FILENAME
      *    WAITFOR-Spalte herausloesen; fehlt die Lieferung noch, wird
      *    das Paar zurueckgestellt (bzw. bei voller Wartetabelle
      *    sofort als nicht geliefert gemeldet) und die naechste Zeile
      *    gelesen
           PERFORM TAKE-WAITFOR-TOKEN
           IF WAIT-ACTIVE = 1 AND DEFER-REPLAY = 0
               PERFORM CHECK-DELIVERY
               IF WAIT-ACTIVE = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Katalog-Direktlauf: "CATALOG <auswahl> <ausgabe> [BEDINGUNG]"
      *    - die Staging-Eingabe wird hier erzeugt und tritt an die
      *    Stelle des Eingabedateinamens; eine fehlgeschlagene Erzeugung
      *    ueberspringt die Zeile mit Meldung statt still ein leeres
      *    Paar zu liefern
           IF INPUT-FILENAME = "CATALOG"
               PERFORM BUILD-CATALOG-STAGING
               IF CATALOG-STAGING-OK = 0
                   ADD 1 TO BATCH-SKIPPED
                   MOVE SPACES TO INPUT-FILENAME
               END-IF
           END-IF
           IF INPUT-FILENAME = SPACES
               EXIT PARAGRAPH
           END-IF
      *    eine unpartitionierte Zeile darf die Bedingung direkt als
      *    dritte (bzw. vierte) Spalte tragen - das Schluesselwort
      *    wuerde sonst still als Partitionsstart 0 gelesen und die
      *    JCL-COND-Absicherung waere ohne jede Diagnose wirkungslos
           IF PARTITION-START-TOK = "IFOK" OR
              PARTITION-START-TOK = "ONFAIL" OR
              PARTITION-START-TOK = "ALWAYS"
               MOVE PARTITION-START-TOK TO COND-TOK
               MOVE SPACES TO PARTITION-START-TOK
               MOVE SPACES TO PARTITION-LIMIT-TOK
           END-IF
           IF PARTITION-LIMIT-TOK = "IFOK" OR
              PARTITION-LIMIT-TOK = "ONFAIL" OR
              PARTITION-LIMIT-TOK = "ALWAYS"
               MOVE PARTITION-LIMIT-TOK TO COND-TOK
               MOVE SPACES TO PARTITION-LIMIT-TOK
           END-IF
      *    Dritte/vierte Spalte optional - nur uebernehmen wenn
      *    tatsaechlich vorhanden; nicht-numerische Werte werden
      *    gemeldet
           IF PARTITION-START-TOK NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(
                   PARTITION-START-TOK) TO
                   NUMVAL-CHECK
               IF NUMVAL-CHECK NOT = 0
                   DISPLAY "batch.txt: Partitionsstart"
                       " nicht numerisch, Zeile wird"
                       " ohne Partition gelesen: "
                       FUNCTION TRIM(
                           PARTITION-START-TOK)
               ELSE
                   MOVE FUNCTION NUMVAL(
                       PARTITION-START-TOK)
                       TO PARTITION-START
               END-IF
           END-IF
           IF PARTITION-LIMIT-TOK NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(
                   PARTITION-LIMIT-TOK) TO
                   NUMVAL-CHECK
               IF NUMVAL-CHECK NOT = 0
                   DISPLAY "batch.txt: Partitions-"
                       "grenze nicht numerisch,"
                       " Zeile laeuft ohne Grenze: "
                       FUNCTION TRIM(
                           PARTITION-LIMIT-TOK)
               ELSE
                   MOVE FUNCTION NUMVAL(
                       PARTITION-LIMIT-TOK)
                       TO PARTITION-LIMIT
               END-IF
           END-IF
      *    Bedingungsspalte auswerten: nicht erfuellte Zeilen werden
      *    gemeldet, gezaehlt und ueberlesen - die Schleife liest dann
      *    die naechste Zeile
           EVALUATE TRUE
               WHEN COND-TOK = "IFOK"
                    AND PRIOR-ERRORS > 0
                   DISPLAY "batch.txt: Paar "
                       FUNCTION TRIM(INPUT-FILENAME)
                       " uebersprungen (IFOK, bisher "
                       PRIOR-ERRORS " Fehler)"
                   ADD 1 TO BATCH-SKIPPED
               WHEN COND-TOK = "ONFAIL"
                    AND PRIOR-ERRORS = 0
                   DISPLAY "batch.txt: Paar "
                       FUNCTION TRIM(INPUT-FILENAME)
                       " uebersprungen (ONFAIL ohne"
                       " Fehler)"
                   ADD 1 TO BATCH-SKIPPED
               WHEN OTHER
                   MOVE 1 TO FOUND-PAIR
                   PERFORM APPLY-SANDBOX
           END-EVALUATE
           .

      * loest ein Token "SANDBOX" bzw. "SANDBOX=<verzeichnis>" aus
      * der Arbeitskopie SBX-LINE heraus und setzt SANDBOX-DIR des
      * Paars - ohne Token gilt die Vorgabe der Site-Konfiguration
       TAKE-SANDBOX-TOKEN.
           MOVE PARSE-LINE TO SBX-LINE
           MOVE SANDBOX-DEFAULT TO SANDBOX-DIR
           MOVE 0 TO SBX-POS
           INSPECT SBX-LINE TALLYING SBX-POS
               FOR CHARACTERS BEFORE INITIAL " SANDBOX"
           IF SBX-POS > 151
               EXIT PARAGRAPH
           END-IF
      *    nur das ganze Wort - ein Dateiname wie SANDBOXTEST.txt
      *    ist kein Schalter
           IF SBX-LINE(SBX-POS + 9:1) NOT = SPACE
              AND SBX-LINE(SBX-POS + 9:1) NOT = "="
               EXIT PARAGRAPH
           END-IF
           COMPUTE SBX-END = SBX-POS + 9
           PERFORM UNTIL SBX-END > 160
               OR SBX-LINE(SBX-END:1) = SPACE
               ADD 1 TO SBX-END
           END-PERFORM
           IF SBX-LINE(SBX-POS + 9:1) = "="
              AND SBX-END > SBX-POS + 10
               MOVE SBX-LINE(SBX-POS + 10:SBX-END - SBX-POS - 10)
                   TO SANDBOX-DIR
           ELSE
               IF SANDBOX-DEFAULT NOT = SPACES
                   MOVE SANDBOX-DEFAULT TO SANDBOX-DIR
               ELSE
                   MOVE SBX-FALLBACK-DIR TO SANDBOX-DIR
               END-IF
           END-IF
           MOVE SPACES TO SBX-LINE(SBX-POS + 2:SBX-END - SBX-POS - 2)
           .

      * Sandkasten-Paar: die Ausgabedatei in das Sandkasten-
      * Verzeichnis legen - alle aus ihr abgeleiteten Dateinamen
      * folgen damit von selbst
       APPLY-SANDBOX.
           IF SANDBOX-DIR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SBX-NAME
           STRING FUNCTION TRIM(SANDBOX-DIR) "/"
               FUNCTION TRIM(OUTPUT-FILENAME)
               DELIMITED BY SIZE INTO SBX-NAME
           MOVE SBX-NAME TO OUTPUT-FILENAME
           DISPLAY "batch.txt: Paar " FUNCTION TRIM(INPUT-FILENAME)
               " laeuft im SANDKASTEN " FUNCTION TRIM(SANDBOX-DIR)
           .

      * loest ein "WAITFOR"/"WAITFOR=<minuten>" aus den Spalten 3 bis
      * 6 heraus und rueckt die folgenden Spalten nach, damit
      * Partition und Bedingung wie gewohnt ausgewertet werden
       TAKE-WAITFOR-TOKEN.
           MOVE 0 TO WAIT-ACTIVE
           MOVE SPACES TO WAIT-SPEC
           EVALUATE TRUE
               WHEN PARTITION-START-TOK(1:7) = "WAITFOR"
                   MOVE PARTITION-START-TOK TO WAIT-SPEC
                   MOVE PARTITION-LIMIT-TOK TO PARTITION-START-TOK
                   MOVE COND-TOK TO PARTITION-LIMIT-TOK
                   MOVE WAIT-TOK TO COND-TOK
               WHEN PARTITION-LIMIT-TOK(1:7) = "WAITFOR"
                   MOVE PARTITION-LIMIT-TOK TO WAIT-SPEC
                   MOVE COND-TOK TO PARTITION-LIMIT-TOK
                   MOVE WAIT-TOK TO COND-TOK
               WHEN COND-TOK(1:7) = "WAITFOR"
                   MOVE COND-TOK TO WAIT-SPEC
                   MOVE WAIT-TOK TO COND-TOK
               WHEN WAIT-TOK(1:7) = "WAITFOR"
                   MOVE WAIT-TOK TO WAIT-SPEC
           END-EVALUATE
           MOVE SPACES TO WAIT-TOK
           IF WAIT-SPEC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WAIT-ACTIVE
           MOVE WAIT-DEFAULT-MIN TO WAIT-MINUTES
           IF WAIT-SPEC(8:1) = "="
               MOVE WAIT-SPEC(9:8) TO WAIT-MIN-TOK
               MOVE FUNCTION TEST-NUMVAL(WAIT-MIN-TOK) TO
                   NUMVAL-CHECK
               IF NUMVAL-CHECK NOT = 0 OR WAIT-MIN-TOK = SPACES
                   DISPLAY "batch.txt: Wartefrist nicht numerisch,"
                       " es gelten " WAIT-DEFAULT-MIN " Minuten: "
                       FUNCTION TRIM(WAIT-SPEC)
               ELSE
                   MOVE FUNCTION NUMVAL(WAIT-MIN-TOK) TO WAIT-MINUTES
               END-IF
           END-IF
           .

      * prueft beim ersten Lesen einer WAITFOR-Zeile die
      * Freigabedatei. Liegt sie vor, laeuft das Paar sofort
      * (WAIT-ACTIVE wird 0); sonst kommt die Zeile in die
      * Wartetabelle. Ist diese voll, geht das Paar gleich als nicht
      * geliefert zurueck - laufen darf es ohne Freigabe nicht
       CHECK-DELIVERY.
           MOVE SPACES TO WAIT-TRIGGER
           IF INPUT-FILENAME = "CATALOG"
               STRING FUNCTION TRIM(OUTPUT-FILENAME) ".ready"
                   DELIMITED BY SIZE INTO WAIT-TRIGGER
           ELSE
               STRING FUNCTION TRIM(INPUT-FILENAME) ".ready"
                   DELIMITED BY SIZE INTO WAIT-TRIGGER
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WAIT-TRIGGER
               WAIT-TRIGGER-INFO
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WAIT-ACTIVE
               DISPLAY "batch.txt: Lieferung "
                   FUNCTION TRIM(WAIT-TRIGGER) " liegt vor"
               CALL "CBL_DELETE_FILE" USING WAIT-TRIGGER
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
      *    Namen fuer Meldung und Stapelbericht: bei CATALOG-Zeilen
      *    Auswahl- und Ausgabedatei (3. Spalte)
           IF INPUT-FILENAME = "CATALOG"
               MOVE OUTPUT-FILENAME TO INPUT-FILENAME
               MOVE PARTITION-START-TOK TO OUTPUT-FILENAME
               MOVE OUTPUT-FILENAME TO TOK-BUF
               PERFORM EXPAND-NAME-TOKENS
               MOVE TOK-BUF TO OUTPUT-FILENAME
           END-IF
           IF DEFER-COUNT >= DEFER-MAX
               DISPLAY "batch.txt: Wartetabelle voll - Paar "
                   FUNCTION TRIM(INPUT-FILENAME)
                   " ohne Lieferung gilt als nicht geliefert"
               PERFORM RETURN-UNDELIVERED
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOCK-NOW
           ADD 1 TO DEFER-COUNT
           MOVE PARSE-LINE TO DEFER-LINE(DEFER-COUNT)
           MOVE WAIT-TRIGGER TO DEFER-TRIGGER(DEFER-COUNT)
           COMPUTE DEFER-UNTIL(DEFER-COUNT) =
               WAIT-NOW + WAIT-MINUTES * 60
           MOVE INPUT-FILENAME TO DEFER-INPUT(DEFER-COUNT)
           MOVE OUTPUT-FILENAME TO DEFER-OUTPUT(DEFER-COUNT)
           MOVE SANDBOX-DIR TO DEFER-SANDBOX(DEFER-COUNT)
           DISPLAY "batch.txt: Paar " FUNCTION TRIM(INPUT-FILENAME)
               " wartet auf " FUNCTION TRIM(WAIT-TRIGGER)
               " (hoechstens " WAIT-MINUTES " Minuten) -"
               " die folgenden Paare laufen weiter"
           .

      * sieht die Wartetabelle in Eingangsreihenfolge durch: das
      * erste Paar, dessen Lieferung eingetroffen oder dessen Frist
      * abgelaufen ist, wird ausgetragen und ausgeliefert (FOUND-PAIR)
      * - eine eingetroffene Lieferung durchlaeuft dabei die normale
      * Zerlegung samt Bedingungsspalte
       POLL-DEFERRED.
           IF DEFER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOCK-NOW
           MOVE 0 TO DEFER-TAKE
           PERFORM VARYING DEFER-I FROM 1 BY 1
                   UNTIL DEFER-I > DEFER-COUNT OR DEFER-TAKE > 0
               CALL "CBL_CHECK_FILE_EXIST" USING DEFER-TRIGGER(DEFER-I)
                   WAIT-TRIGGER-INFO
               IF RETURN-CODE = 0
                   MOVE DEFER-I TO DEFER-TAKE
                   MOVE 1 TO DEFER-REPLAY
               ELSE
                   IF WAIT-NOW >= DEFER-UNTIL(DEFER-I)
                       MOVE DEFER-I TO DEFER-TAKE
                       MOVE 0 TO DEFER-REPLAY
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM
           IF DEFER-TAKE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DEFER-LINE(DEFER-TAKE) TO PARSE-LINE
           MOVE DEFER-TRIGGER(DEFER-TAKE) TO WAIT-TRIGGER
           MOVE DEFER-INPUT(DEFER-TAKE) TO INPUT-FILENAME
           MOVE DEFER-OUTPUT(DEFER-TAKE) TO OUTPUT-FILENAME
           MOVE DEFER-SANDBOX(DEFER-TAKE) TO SANDBOX-DIR
      *    Eintrag austragen, die uebrigen ruecken auf
           PERFORM VARYING DEFER-I FROM DEFER-TAKE BY 1
                   UNTIL DEFER-I >= DEFER-COUNT
               MOVE DEFER-ENTRY(DEFER-I + 1) TO DEFER-ENTRY(DEFER-I)
           END-PERFORM
           SUBTRACT 1 FROM DEFER-COUNT
           IF DEFER-REPLAY = 1
               DISPLAY "batch.txt: Lieferung "
                   FUNCTION TRIM(WAIT-TRIGGER) " eingetroffen"
               CALL "CBL_DELETE_FILE" USING WAIT-TRIGGER
               MOVE 1 TO PAIR-LATE
               PERFORM PARSE-CONTROL-LINE
           ELSE
               DISPLAY "batch.txt: Wartefrist fuer "
                   FUNCTION TRIM(WAIT-TRIGGER) " abgelaufen - Paar "
                   FUNCTION TRIM(INPUT-FILENAME)
                   " laeuft nicht gegen den alten Stand"
               PERFORM RETURN-UNDELIVERED
           END-IF
           .

      * liefert das Paar in INPUT-/OUTPUT-FILENAME als nicht
      * geliefert aus - MAIN bucht es ohne Verarbeitung als
      * UNGELIEFERT und loest den Alarm aus
       RETURN-UNDELIVERED.
           MOVE 0 TO PARTITION-START
           MOVE 0 TO PARTITION-LIMIT
           MOVE 1 TO PAIR-NOT-DELIVERED
           ADD 1 TO BATCH-UNDELIVERED
           MOVE 1 TO FOUND-PAIR
           PERFORM APPLY-SANDBOX
           .

      * Sekundenuhr fuer die Wartefristen
       CLOCK-NOW.
           MOVE FUNCTION CURRENT-DATE TO WAIT-CLOCK
           COMPUTE WAIT-NOW =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WAIT-CLOCK(1:8))) * 86400
               + FUNCTION NUMVAL(WAIT-CLOCK(9:2)) * 3600
               + FUNCTION NUMVAL(WAIT-CLOCK(11:2)) * 60
               + FUNCTION NUMVAL(WAIT-CLOCK(13:2))
           .

      * erzeugt die Staging-Eingabe eines Katalog-Direktlaufs: die
      * Auswahldatei (2. Spalte der CATALOG-Zeile) liefert einen
      * Katalognamen je Zeile, die Staging-Datei (<auswahl>.gen) bekommt
      * je Name eine "catalog="-Zeile plus Trennzeile - ab dort laeuft
      * die Verarbeitung exakt wie bei einem von Hand gepflegten
      * input.txt, nur ohne das Abtippen. Die 3. Spalte der
      * CATALOG-Zeile ist die Ausgabedatei, die 4. eine optionale
      * Bedingung (IFOK/ONFAIL/ALWAYS)
       BUILD-CATALOG-STAGING.
           MOVE 0 TO CATALOG-STAGING-OK
