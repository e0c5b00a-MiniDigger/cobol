      ******************************************************************
      * Author:
      * Date:
      * Purpose: Wiederherstellungswerkzeug fuer den indizierten
      *          Ergebnisbestand results.dat, der keine eigene
      *          Sicherung hat - nach einem harten Abschalten mitten
      *          im Schreiben war ResultsQuery.cbl bisher blind, bis
      *          jemand den Bestand von Hand nachgebaut hatte (fuer
      *          catalog.dat loest das CatalogBackup.cbl). Quelle ist
      *          die revisionssichere Mitschrift: die Monatsarchive
      *          audit_arch_JJJJMM.txt (ArchiveRotate.cbl) ueber den
      *          Aufbewahrungshorizont (retainmonths=) vom aeltesten
      *          zum juengsten, danach audit.txt. Jede Datei wird
      *          zuerst mit der Kettenpruefung von AuditVerify.cbl
      *          nachgerechnet (die Kette wird ueber die Dateigrenze
      *          weitergefuehrt, wenn die Satznummern anschliessen) -
      *          nur eine intakte Datei liefert Saetze. Je benannter
      *          Mitschrift-Zeile mit RUN=-Token entsteht ein Satz
      *          (Name, Laufkennung, EW, Modus, Iterationszahl,
      *          Konvergenz, Status); eine spaetere Zeile mit gleichem
      *          Schluessel (Wiederholungsversuch) ersetzt die
      *          fruehere, wie in OutputHandling.WRITE-RESULTS-MASTER.
      *          Eine vorhandene results.dat wird vorher als
      *          results.dat.defekt beiseitegelegt. Die Laufkennungen
      *          aus Dateien mit gebrochener Kette und die Zahl der
      *          Zeilen ohne Laufkennung (Altbestand) gehen als nicht
      *          wiederhergestellt in den Bericht resultsrebuild.txt.
      *          Zeilen vor Einfuehrung des MODE=-Tokens liefern
      *          einen leeren Modus. Zurueckgehaltene Ergebnisse
      *          (HOLD=) und abgelehnte liefern keinen Satz, eine
      *          FREIGABE-Zeile (ReleaseHold.cbl) den Satz des
      *          rechnenden Laufs. Das KATALOG=-Token (Name@Version
      *          des gezogenen Katalogeintrags) liefert die
      *          Katalogherkunft des Satzes; ein results.dat aus der
      *          Zeit vor diesen Feldern (34 Bytes kuerzer) oder vor
      *          dem breiteren EW-Feld (dreizehn statt neun Vorkomma-
      *          stellen, 2 Bytes kuerzer) laesst sich mit
      *          OutputHandling nicht mehr oeffnen.
      *          Mit dem Parameter CONVERT wird ein solcher Bestand
      *          einmalig umgesetzt statt neu aufgebaut: results.dat
      *          wird als results.dat.alt beiseitegelegt, jeder Satz
      *          in der alten Satzlaenge unveraendert in die neue
      *          uebernommen (auch Modenform-Abgleich und Iterations-
      *          zahlen, die in der Mitschrift fehlen), die Katalog-
      *          herkunft bleibt leer bzw. wird aus einem Satz mit
      *          Katalogherkunft uebernommen. Danach werden aus der
      *          Mitschrift nur die Laeufe nach dem juengsten
      *          umgesetzten Lauf ergaenzt - die Naechte, deren
      *          Saetze an der alten Satzlaenge scheiterten - sowie
      *          FREIGABE-Zeilen, deren Satz noch fehlt. Liegt
      *          results.dat schon in der neuen Satzlaenge vor, gibt
      *          es nichts zu tun. Bericht wie beim Wiederaufbau.
      *          RETURN-CODE 0 = alles wiederhergestellt bzw.
      *          umgesetzt, 1 = es fehlen Laeufe, 4 = unbekannter
      *          Parameter, 8 = results.dat ist weder in einer der
      *          alten noch in der neuen Satzlaenge lesbar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResultsRebuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDITF ASSIGN TO DYNAMIC AUDIT-FILENAME
               FILE STATUS IS AUDIT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RESULTF ASSIGN TO "results.dat"
               FILE STATUS IS RESULT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY.
               SELECT OLDRESF ASSIGN TO "results.dat.alt"
               FILE STATUS IS OLD-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-KEY.
               SELECT OLDKRESF ASSIGN TO "results.dat.alt"
               FILE STATUS IS OLDK-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDK-KEY.
               SELECT REPORTF ASSIGN TO "resultsrebuild.txt"
               FILE STATUS IS REPORT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
      *    Satzaufbau muss mit OutputHandling.cbl uebereinstimmen
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
      *    Satzaufbau von results.dat vor der Katalogherkunft - nur
      *    fuer die Umsetzung (CONVERT)
           FD OLDRESF
           DATA RECORD IS OLD-REC.
           01 OLD-REC.
               05 OLD-KEY.
                   10 OLD-NAME PIC X(30).
                   10 OLD-RUN PIC X(17).
               05 OLD-EW PIC S9(09)V9(16) COMP-3.
               05 OLD-MODE PIC X(09).
               05 OLD-ITER PIC 9(06) COMP-3.
               05 OLD-CONV PIC 9.
               05 OLD-STATUS-KZ PIC X(04).
               05 OLD-MAC-KZ PIC X(01).
               05 OLD-MAC PIC 9V9(06).
      *    Satzaufbau von results.dat mit Katalogherkunft, aber vor
      *    dem breiteren EW-Feld - nur fuer die Umsetzung (CONVERT)
           FD OLDKRESF
           DATA RECORD IS OLDK-REC.
           01 OLDK-REC.
               05 OLDK-KEY.
                   10 OLDK-NAME PIC X(30).
                   10 OLDK-RUN PIC X(17).
               05 OLDK-EW PIC S9(09)V9(16) COMP-3.
               05 OLDK-MODE PIC X(09).
               05 OLDK-ITER PIC 9(06) COMP-3.
               05 OLDK-CONV PIC 9.
               05 OLDK-STATUS-KZ PIC X(04).
               05 OLDK-MAC-KZ PIC X(01).
               05 OLDK-MAC PIC 9V9(06).
               05 OLDK-CAT-NAME PIC X(30).
               05 OLDK-CAT-VER PIC 9(04).
           FD REPORTF
           DATA RECORD IS REPORT-LINE.
           01 REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 AUDIT-STATUS PIC XX.
           01 RESULT-STATUS PIC XX.
           01 REPORT-STATUS PIC XX.
           01 OLD-STATUS PIC XX.
           01 OLDK-STATUS PIC XX.
           01 OLD-EOF PIC 9 VALUE 0.
           01 CMD-ARGS PIC X(80).
      *    Umsetzung (CONVERT): Zaehler, juengster umgesetzter Lauf
      *    und je Mitschrift-Zeile, ob sie ergaenzt wird bzw. einen
      *    vorhandenen Satz stehen laesst
           01 CONVERT-MODE PIC 9 VALUE 0.
           01 OLD-NAME-FILE PIC X(20) VALUE "results.dat.alt".
           01 RECS-CONVERTED PIC 9(08) VALUE 0.
           01 RECS-CONV-MAC PIC 9(08) VALUE 0.
           01 RECS-KEPT PIC 9(08) VALUE 0.
           01 CONV-MAX-RUN PIC X(17) VALUE SPACES.
           01 SUPPLEMENT-LINE PIC 9.
           01 KEEP-EXISTING PIC 9 VALUE 0.
           01 AUDIT-EOF PIC 9 VALUE 0.
           01 AUDIT-FILENAME PIC X(90).
           01 RESULTS-NAME PIC X(20) VALUE "results.dat".
           01 DAMAGED-NAME PIC X(20) VALUE "results.dat.defekt".
           01 LINE-NR PIC 9(09) VALUE 0.
      *    Monatszeiger ueber den Aufbewahrungshorizont
           01 NOW-STAMP PIC X(21).
           01 CUR-YYYYMM PIC 9(06).
           01 SCAN-YYYYMM PIC 9(06).
           01 WORK-YYYY PIC 9(04).
           01 WORK-MM PIC 9(02).
           01 I PIC 9(04).
      *    Kettenzustand wie in AuditVerify.cbl; FILE-CHAINED merkt
      *    sich, ob DIESE Datei schon ein Kettenglied hatte
           01 CHAIN-VAL PIC 9(09) VALUE 0.
           01 LAST-SEQ PIC 9(09) VALUE 0.
           01 CHAIN-SEEN PIC 9 VALUE 0.
           01 FILE-CHAINED PIC 9 VALUE 0.
           01 LEGACY-LINES PIC 9(09) VALUE 0.
           01 BROKEN PIC 9 VALUE 0.
           01 SEQ-POS PIC 9(04).
           01 CHK-POS PIC 9(04).
           01 SEQ-TOK PIC X(12).
           01 CHK-TOK PIC X(12).
           01 LINE-SEQ PIC 9(09).
           01 LINE-CHK PIC 9(09).
           01 CHAIN-TEXT PIC X(400).
           01 CHAIN-WORK PIC 9(15) COMP-3.
           01 CHAIN-I PIC 9(04) COMP-3.
           01 CHAIN-LEN PIC 9(04) COMP-3.
      *    Zerlegung einer Mitschrift-Zeile
           01 TOK-STAMP PIC X(20).
           01 TOK-FILE PIC X(90).
           01 TOK-NAME PIC X(30).
           01 TOK-MSG PIC X(40).
           01 TOK-POS PIC 9(04).
           01 TOK-VAL PIC X(30).
           01 LINE-RUN PIC X(17).
           01 LINE-MODE PIC X(09).
      *    Wert des KATALOG=-Tokens (Name@Version) und sein
      *    Versionsteil
           01 KAT-VAL PIC X(40).
           01 KAT-VER-TEXT PIC X(10).
      *    Zaehler und verlorene Laufkennungen fuer den Bericht
           01 FILES-READ PIC 9(04) VALUE 0.
           01 FILES-BROKEN PIC 9(04) VALUE 0.
           01 RECS-WRITTEN PIC 9(08) VALUE 0.
           01 RECS-REPLACED PIC 9(08) VALUE 0.
           01 UNNAMED-LINES PIC 9(08) VALUE 0.
           01 NORUN-LINES PIC 9(08) VALUE 0.
           01 LOST-LINES PIC 9(08) VALUE 0.
           01 LOST-COUNT PIC 9(04) VALUE 0.
           01 LOST-TABLE.
               05 LOST-ENTRY OCCURS 500 TIMES.
                   10 LOST-RUN PIC X(17).
                   10 LOST-FILE PIC X(30).
           01 L PIC 9(04).
           01 LOST-FOUND PIC 9.
           01 OUT-LINE PIC X(120).
           01 NUM-DISP PIC Z(07)9.
           01 RPT-LABEL PIC X(40).
      *    Betriebseinstellungen (retainmonths=) und die dafuer
      *    noetigen Uebergabestrukturen von SiteConfig
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE CUR-YYYYMM = FUNCTION NUMVAL(NOW-STAMP(1:6))
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-ARGS))
               WHEN SPACES
                   CONTINUE
               WHEN "CONVERT"
                   MOVE 1 TO CONVERT-MODE
               WHEN OTHER
                   DISPLAY "[ResultsRebuild.MAIN-PROCEDURE] Parameter "
                       FUNCTION TRIM(CMD-ARGS)
                       " unbekannt - nur CONVERT oder ohne Parameter"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF CONVERT-MODE = 1
               PERFORM CONVERT-RESULTS
           ELSE
      *        beschaedigten Bestand beiseitelegen, frisch anlegen
               CALL "CBL_DELETE_FILE" USING DAMAGED-NAME
               CALL "CBL_RENAME_FILE" USING RESULTS-NAME DAMAGED-NAME
               PERFORM CREATE-RESULTS
           END-IF

      *    aeltester Monat des Horizonts zuerst, dann vorwaerts bis
      *    zum laufenden Monat, zuletzt audit.txt
           MOVE CUR-YYYYMM TO SCAN-YYYYMM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CFG-RETAIN-MONTHS
               PERFORM DECREMENT-SCAN-MONTH
           END-PERFORM
           PERFORM UNTIL SCAN-YYYYMM > CUR-YYYYMM
               MOVE SPACES TO AUDIT-FILENAME
               STRING "audit_arch_" SCAN-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDIT-FILENAME
               PERFORM REBUILD-FROM-FILE
               PERFORM INCREMENT-SCAN-MONTH
           END-PERFORM
           MOVE "audit.txt" TO AUDIT-FILENAME
           PERFORM REBUILD-FROM-FILE
           CLOSE RESULTF

           PERFORM WRITE-REPORT
           IF LOST-COUNT > 0 OR NORUN-LINES > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * legt results.dat in der aktuellen Satzlaenge leer an und
      * oeffnet sie zum Schreiben
       CREATE-RESULTS.
           OPEN OUTPUT RESULTF
           IF RESULT-STATUS NOT = "00"
               DISPLAY "[ResultsRebuild.CREATE-RESULTS] results.dat"
                   " kann nicht angelegt werden (Status "
                   RESULT-STATUS ")!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RESULTF
           OPEN I-O RESULTF
           .

      * Umsetzung eines Bestands in einer alten Satzlaenge: beiseite-
      * legen als results.dat.alt, neu anlegen und Satz fuer Satz
      * uebernehmen. Versucht wird zuerst der Aufbau vor der Katalog-
      * herkunft, dann der mit Katalogherkunft und schmalem EW-Feld.
      * Laesst sich die Datei in keiner alten Satzlaenge lesen, kommt
      * sie zurueck an ihren Platz - in der neuen Satzlaenge lesbar
      * heisst bereits umgesetzt
       CONVERT-RESULTS.
           CALL "CBL_DELETE_FILE" USING OLD-NAME-FILE
           CALL "CBL_RENAME_FILE" USING RESULTS-NAME OLD-NAME-FILE
           IF RETURN-CODE NOT = 0
               DISPLAY "ResultsRebuild: keine results.dat vorhanden -"
                   " Neuaufbau aus der Mitschrift"
               MOVE 0 TO RETURN-CODE
               PERFORM CREATE-RESULTS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLDRESF
           IF OLD-STATUS NOT = "00"
               OPEN INPUT OLDKRESF
               IF OLDK-STATUS = "00"
                   PERFORM CREATE-RESULTS
                   PERFORM UNTIL OLD-EOF = 1
                       READ OLDKRESF NEXT
                           AT END MOVE 1 TO OLD-EOF
                           NOT AT END PERFORM CONVERT-ONE-CAT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OLDKRESF
                   DISPLAY "ResultsRebuild: " RECS-CONVERTED
                       " Saetze umgesetzt, juengster Lauf "
                       CONV-MAX-RUN
                   EXIT PARAGRAPH
               END-IF
               CALL "CBL_RENAME_FILE" USING OLD-NAME-FILE RESULTS-NAME
               OPEN INPUT RESULTF
               IF RESULT-STATUS = "00"
                   CLOSE RESULTF
                   DISPLAY "ResultsRebuild: results.dat liegt bereits"
                       " in der neuen Satzlaenge vor - nichts"
                       " umzusetzen"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "[ResultsRebuild.CONVERT-RESULTS] "
                       "results.dat weder in alter (Status "
                       OLD-STATUS "/" OLDK-STATUS
                       ") noch in neuer Satzlaenge (Status "
                       RESULT-STATUS ") lesbar!"
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           PERFORM CREATE-RESULTS
           PERFORM UNTIL OLD-EOF = 1
               READ OLDRESF NEXT
                   AT END MOVE 1 TO OLD-EOF
                   NOT AT END PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLDRESF
           DISPLAY "ResultsRebuild: " RECS-CONVERTED
               " Saetze umgesetzt, juengster Lauf " CONV-MAX-RUN
           .

      * ein Satz der alten Satzlaenge unveraendert in die neue, ohne
      * Katalogherkunft
       CONVERT-ONE-RECORD.
           MOVE OLD-NAME TO RES-NAME
           MOVE OLD-RUN TO RES-RUN
           MOVE OLD-EW TO RES-EW
           MOVE OLD-MODE TO RES-MODE
           MOVE OLD-ITER TO RES-ITER
           MOVE OLD-CONV TO RES-CONV
           MOVE OLD-STATUS-KZ TO RES-STATUS
           MOVE OLD-MAC-KZ TO RES-MAC-KZ
           MOVE OLD-MAC TO RES-MAC
           MOVE SPACES TO RES-CAT-NAME
           MOVE 0 TO RES-CAT-VER
           WRITE RES-REC
               INVALID KEY
                   DISPLAY "Warnung: results.dat Eintrag "
                       FUNCTION TRIM(RES-NAME) " " RES-RUN
                       " nicht umsetzbar (Status " RESULT-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO RECS-CONVERTED
                   IF OLD-MAC-KZ = "M"
                       ADD 1 TO RECS-CONV-MAC
                   END-IF
                   IF OLD-RUN > CONV-MAX-RUN
                       MOVE OLD-RUN TO CONV-MAX-RUN
                   END-IF
           END-WRITE
           .

      * ein Satz mit Katalogherkunft und schmalem EW-Feld unveraendert
      * in die neue Satzlaenge
       CONVERT-ONE-CAT-RECORD.
           MOVE OLDK-NAME TO RES-NAME
           MOVE OLDK-RUN TO RES-RUN
           MOVE OLDK-EW TO RES-EW
           MOVE OLDK-MODE TO RES-MODE
           MOVE OLDK-ITER TO RES-ITER
           MOVE OLDK-CONV TO RES-CONV
           MOVE OLDK-STATUS-KZ TO RES-STATUS
           MOVE OLDK-MAC-KZ TO RES-MAC-KZ
           MOVE OLDK-MAC TO RES-MAC
           MOVE OLDK-CAT-NAME TO RES-CAT-NAME
           MOVE OLDK-CAT-VER TO RES-CAT-VER
           WRITE RES-REC
               INVALID KEY
                   DISPLAY "Warnung: results.dat Eintrag "
                       FUNCTION TRIM(RES-NAME) " " RES-RUN
                       " nicht umsetzbar (Status " RESULT-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO RECS-CONVERTED
                   IF OLDK-MAC-KZ = "M"
                       ADD 1 TO RECS-CONV-MAC
                   END-IF
                   IF OLDK-RUN > CONV-MAX-RUN
                       MOVE OLDK-RUN TO CONV-MAX-RUN
                   END-IF
           END-WRITE
           .

      * Umsetzung: ergaenzt wird eine Zeile eines Laufs nach dem
      * juengsten umgesetzten Lauf; eine FREIGABE-Zeile eines
      * aelteren Laufs nur, wenn ihr Satz noch fehlt
       CHECK-SUPPLEMENT-LINE.
           MOVE 0 TO SUPPLEMENT-LINE
           MOVE 0 TO KEEP-EXISTING
           PERFORM FIND-RUN-TOKEN
           IF LINE-RUN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LINE-RUN > CONV-MAX-RUN
               MOVE 1 TO SUPPLEMENT-LINE
           ELSE
               IF TOK-MSG = "FREIGABE"
                   MOVE 1 TO SUPPLEMENT-LINE
                   MOVE 1 TO KEEP-EXISTING
               END-IF
           END-IF
           .

       DECREMENT-SCAN-MONTH.
           COMPUTE WORK-YYYY = SCAN-YYYYMM / 100
           COMPUTE WORK-MM = FUNCTION MOD(SCAN-YYYYMM, 100)
           IF WORK-MM = 1
               COMPUTE WORK-YYYY = WORK-YYYY - 1
               MOVE 12 TO WORK-MM
           ELSE
               COMPUTE WORK-MM = WORK-MM - 1
           END-IF
           COMPUTE SCAN-YYYYMM = WORK-YYYY * 100 + WORK-MM
           .

       INCREMENT-SCAN-MONTH.
           COMPUTE WORK-YYYY = SCAN-YYYYMM / 100
           COMPUTE WORK-MM = FUNCTION MOD(SCAN-YYYYMM, 100)
           IF WORK-MM = 12
               COMPUTE WORK-YYYY = WORK-YYYY + 1
               MOVE 1 TO WORK-MM
           ELSE
               COMPUTE WORK-MM = WORK-MM + 1
           END-IF
           COMPUTE SCAN-YYYYMM = WORK-YYYY * 100 + WORK-MM
           .

      * eine Mitschrift-Datei: Kette pruefen, bei intakter Kette die
      * Saetze uebernehmen, sonst die Laufkennungen als verloren
      * vormerken. Eine fehlende Monatsdatei ist kein Befund
       REBUILD-FROM-FILE.
           OPEN INPUT AUDITF
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FILES-READ
           MOVE 0 TO BROKEN
           MOVE 0 TO FILE-CHAINED
           MOVE 0 TO LINE-NR
           MOVE 0 TO AUDIT-EOF
           PERFORM UNTIL AUDIT-EOF = 1 OR BROKEN = 1
               READ AUDITF
                   AT END MOVE 1 TO AUDIT-EOF
                   NOT AT END
                       ADD 1 TO LINE-NR
                       PERFORM VERIFY-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITF

           OPEN INPUT AUDITF
           MOVE 0 TO AUDIT-EOF
           IF BROKEN = 1
               DISPLAY "ResultsRebuild: " FUNCTION TRIM(AUDIT-FILENAME)
                   " - Kette gebrochen, Datei wird nicht uebernommen"
               ADD 1 TO FILES-BROKEN
      *        nach einem Bruch ist der Kettenstand unzuverlaessig -
      *        die naechste Datei beginnt eine eigene Pruefung
               MOVE 0 TO CHAIN-SEEN
               PERFORM UNTIL AUDIT-EOF = 1
                   READ AUDITF
                       AT END MOVE 1 TO AUDIT-EOF
                       NOT AT END PERFORM NOTE-LOST-RUN
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL AUDIT-EOF = 1
                   READ AUDITF
                       AT END MOVE 1 TO AUDIT-EOF
                       NOT AT END PERFORM TAKE-AUDIT-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDITF
           .

      * Kettenpruefung einer Zeile wie AuditVerify.VERIFY-LINE; die
      * Kette der vorigen Datei wird fortgesetzt, wenn die erste
      * Satznummer dieser Datei anschliesst
       VERIFY-LINE.
           IF AUDIT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SEQ-POS
           INSPECT AUDIT-LINE TALLYING SEQ-POS
               FOR CHARACTERS BEFORE INITIAL " SEQ="
           IF SEQ-POS >= 380 OR AUDIT-LINE(SEQ-POS + 1:5) NOT = " SEQ="
               IF FILE-CHAINED = 1
                   DISPLAY FUNCTION TRIM(AUDIT-FILENAME) " Zeile "
                       LINE-NR ": Kettenglied FEHLT (Zeile ohne SEQ="
                       " hinter der Kette)!"
                   MOVE 1 TO BROKEN
               ELSE
                   ADD 1 TO LEGACY-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-LINE(SEQ-POS + 6:9) TO SEQ-TOK
           COMPUTE LINE-SEQ = FUNCTION NUMVAL(SEQ-TOK)
           MOVE 0 TO CHK-POS
           INSPECT AUDIT-LINE TALLYING CHK-POS
               FOR CHARACTERS BEFORE INITIAL " CHK="
           IF CHK-POS >= 390 OR AUDIT-LINE(CHK-POS + 1:5) NOT = " CHK="
               DISPLAY FUNCTION TRIM(AUDIT-FILENAME) " Zeile "
                   LINE-NR ": SEQ= ohne CHK= - Glied beschaedigt!"
               MOVE 1 TO BROKEN
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-LINE(CHK-POS + 6:9) TO CHK-TOK
           COMPUTE LINE-CHK = FUNCTION NUMVAL(CHK-TOK)

           IF FILE-CHAINED = 0
               MOVE 1 TO FILE-CHAINED
               IF CHAIN-SEEN = 1 AND LINE-SEQ NOT = LAST-SEQ + 1
                   DISPLAY "Hinweis: " FUNCTION TRIM(AUDIT-FILENAME)
                       " schliesst nicht an (SEQ=" LAST-SEQ " -> "
                       LINE-SEQ ") - Kette neu aufgenommen"
                   MOVE 0 TO CHAIN-SEEN
               END-IF
           END-IF
           IF CHAIN-SEEN = 0
               MOVE 1 TO CHAIN-SEEN
               IF LINE-SEQ NOT = 1
      *            Beginn mitten in der Kette - das erste Glied wird
      *            uebernommen, wie in AuditVerify
                   MOVE LINE-SEQ TO LAST-SEQ
                   MOVE LINE-CHK TO CHAIN-VAL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF LINE-SEQ NOT = LAST-SEQ + 1
                   DISPLAY FUNCTION TRIM(AUDIT-FILENAME) " Zeile "
                       LINE-NR ": Satznummernsprung " LAST-SEQ
                       " -> " LINE-SEQ " - Glied(er) entfernt!"
                   MOVE 1 TO BROKEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO CHAIN-TEXT
           MOVE AUDIT-LINE(1:CHK-POS) TO CHAIN-TEXT
           PERFORM CHAIN-HASH
           IF CHAIN-VAL NOT = LINE-CHK
               DISPLAY FUNCTION TRIM(AUDIT-FILENAME) " Zeile "
                   LINE-NR ": Pruefwert passt nicht - Zeile"
                   " veraendert!"
               MOVE 1 TO BROKEN
               EXIT PARAGRAPH
           END-IF
           MOVE LINE-SEQ TO LAST-SEQ
           .

      * verketteter Pruefwert, Formel identisch mit
      * OutputHandling.CHAIN-HASH und AuditVerify.CHAIN-HASH
       CHAIN-HASH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT)) TO
               CHAIN-LEN
           PERFORM VARYING CHAIN-I FROM 1 BY 1
                   UNTIL CHAIN-I > CHAIN-LEN
               COMPUTE CHAIN-WORK = CHAIN-VAL * 31
                   + FUNCTION ORD(CHAIN-TEXT(CHAIN-I:1))
               COMPUTE CHAIN-VAL =
                   FUNCTION MOD(CHAIN-WORK, 999999937)
           END-PERFORM
           .

      * Laufkennung (RUN=-Token) der Zeile, leer bei Altbestand
       FIND-RUN-TOKEN.
           MOVE SPACES TO LINE-RUN
           MOVE 0 TO TOK-POS
           INSPECT AUDIT-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " RUN="
           IF TOK-POS < 380 AND AUDIT-LINE(TOK-POS + 1:5) = " RUN="
               MOVE AUDIT-LINE(TOK-POS + 6:17) TO LINE-RUN
           END-IF
           .

      * Wert eines "<schluessel>="-Tokens in TOK-VAL; TOK-POS zeigt
      * auf das "=" des Tokens in AUDIT-LINE
       TAKE-TOKEN-VALUE.
           MOVE SPACES TO TOK-VAL
           IF TOK-POS < 390
               UNSTRING AUDIT-LINE(TOK-POS + 1:400 - TOK-POS)
                   DELIMITED BY SPACE INTO TOK-VAL
           END-IF
           .

      * uebernimmt eine Zeile einer intakten Datei in results.dat -
      * Status und Felder wie OutputHandling.WRITE-RESULTS-MASTER
       TAKE-AUDIT-LINE.
           IF AUDIT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-STAMP
           MOVE SPACES TO TOK-FILE
           MOVE SPACES TO TOK-NAME
           MOVE SPACES TO TOK-MSG
           UNSTRING AUDIT-LINE DELIMITED BY ALL SPACE
               INTO TOK-STAMP TOK-FILE TOK-NAME TOK-MSG
           IF CONVERT-MODE = 1
               PERFORM CHECK-SUPPLEMENT-LINE
               IF SUPPLEMENT-LINE = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TOK-NAME = "Satz" AND TOK-MSG(1:6) IS NUMERIC
      *        unbenannter Datensatz - kein brauchbarer Schluessel,
      *        steht auch im Original nicht in results.dat
               ADD 1 TO UNNAMED-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RUN-TOKEN
           IF LINE-RUN = SPACES
               ADD 1 TO NORUN-LINES
               EXIT PARAGRAPH
           END-IF
      *    ein zurueckgehaltenes Ergebnis (HOLD=) kam nie in
      *    results.dat, ein abgelehntes ebensowenig - erst die
      *    FREIGABE-Zeile eines spaeteren Laufs liefert den Satz, unter
      *    der Laufkennung des rechnenden Laufs und wie eine FINE-Zeile
           MOVE 0 TO TOK-POS
           INSPECT AUDIT-LINE TALLYING TOK-POS FOR ALL " HOLD="
           IF TOK-POS > 0 OR TOK-MSG = "ABGELEHNT"
               EXIT PARAGRAPH
           END-IF
           IF TOK-MSG = "FREIGABE"
               MOVE "FINE" TO TOK-MSG
           END-IF

           MOVE SPACES TO LINE-MODE
           MOVE 0 TO TOK-POS
           INSPECT AUDIT-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " MODE="
           IF TOK-POS < 390 AND AUDIT-LINE(TOK-POS + 1:6) = " MODE="
               ADD 6 TO TOK-POS
               PERFORM TAKE-TOKEN-VALUE
               MOVE TOK-VAL TO LINE-MODE
           END-IF

           MOVE TOK-NAME TO RES-NAME
           MOVE LINE-RUN TO RES-RUN
           MOVE LINE-MODE TO RES-MODE
           MOVE 0 TO RES-EW
           MOVE 0 TO RES-ITER
           MOVE 0 TO RES-CONV
           MOVE SPACE TO RES-MAC-KZ
           MOVE 0 TO RES-MAC
           MOVE SPACES TO RES-CAT-NAME
           MOVE 0 TO RES-CAT-VER
           MOVE 0 TO TOK-POS
           INSPECT AUDIT-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " KATALOG="
           IF TOK-POS < 380 AND AUDIT-LINE(TOK-POS + 1:9) = " KATALOG="
               MOVE SPACES TO KAT-VAL
               MOVE SPACES TO KAT-VER-TEXT
               UNSTRING AUDIT-LINE(TOK-POS + 10:191 - TOK-POS)
                   DELIMITED BY SPACE INTO KAT-VAL
               UNSTRING KAT-VAL DELIMITED BY "@"
                   INTO RES-CAT-NAME KAT-VER-TEXT
               IF KAT-VER-TEXT(1:4) IS NUMERIC
                   MOVE KAT-VER-TEXT(1:4) TO RES-CAT-VER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TOK-MSG NOT = "FINE"
                   MOVE "FAIL" TO RES-STATUS
               WHEN LINE-MODE = "VALIDATE"
                   MOVE "VALD" TO RES-STATUS
               WHEN LINE-MODE = "SOLVE"
      *            die Mitschrift fuehrt fuer SOLVE keine
      *            Iterationszahl - sie bleibt 0
                   MOVE "SOLV" TO RES-STATUS
               WHEN OTHER
                   MOVE "FINE" TO RES-STATUS
                   MOVE 0 TO TOK-POS
                   INSPECT AUDIT-LINE TALLYING TOK-POS
                       FOR CHARACTERS BEFORE INITIAL " EW="
                   IF TOK-POS < 390
                      AND AUDIT-LINE(TOK-POS + 1:4) = " EW="
                       ADD 4 TO TOK-POS
                       PERFORM TAKE-TOKEN-VALUE
                       COMPUTE RES-EW = FUNCTION NUMVAL(TOK-VAL)
                       MOVE 1 TO RES-CONV
                   ELSE
      *                Altbestand ohne Modus und ohne EW: Validate-
      *                oder Solve-Satz, nicht mehr unterscheidbar
                       MOVE "VALD" TO RES-STATUS
                   END-IF
                   MOVE 0 TO TOK-POS
                   INSPECT AUDIT-LINE TALLYING TOK-POS
                       FOR CHARACTERS BEFORE INITIAL " ITER="
                   IF TOK-POS < 390
                      AND AUDIT-LINE(TOK-POS + 1:6) = " ITER="
                       ADD 6 TO TOK-POS
                       PERFORM TAKE-TOKEN-VALUE
                       COMPUTE RES-ITER = FUNCTION NUMVAL(TOK-VAL)
                   END-IF
                   MOVE 0 TO TOK-POS
                   INSPECT AUDIT-LINE TALLYING TOK-POS
                       FOR ALL " NOTCONV"
                   IF TOK-POS > 0
                       MOVE 0 TO RES-CONV
                   END-IF
           END-EVALUATE

      *    bei der Umsetzung bleibt ein schon vorhandener Satz eines
      *    aelteren Laufs stehen - er traegt mehr als die Mitschrift
           WRITE RES-REC
               INVALID KEY
                   IF KEEP-EXISTING = 1
                       ADD 1 TO RECS-KEPT
                   ELSE
                       REWRITE RES-REC
                           INVALID KEY
                               DISPLAY "Warnung: results.dat Eintrag "
                                   FUNCTION TRIM(RES-NAME) " " RES-RUN
                                   " nicht schreibbar (Status "
                                   RESULT-STATUS ")"
                           NOT INVALID KEY
                               ADD 1 TO RECS-REPLACED
                       END-REWRITE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO RECS-WRITTEN
           END-WRITE
           .

      * merkt sich die Laufkennung einer Zeile aus einer Datei mit
      * gebrochener Kette (jede Kennung einmal)
       NOTE-LOST-RUN.
           IF AUDIT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOST-LINES
           PERFORM FIND-RUN-TOKEN
           IF LINE-RUN = SPACES
               EXIT PARAGRAPH
           END-IF
      *    bei der Umsetzung fehlt nur, was nicht umgesetzt wurde
           IF CONVERT-MODE = 1 AND LINE-RUN NOT > CONV-MAX-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LOST-FOUND
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > LOST-COUNT OR LOST-FOUND = 1
               IF LOST-RUN(L) = LINE-RUN
                   MOVE 1 TO LOST-FOUND
               END-IF
           END-PERFORM
           IF LOST-FOUND = 0 AND LOST-COUNT < 500
               ADD 1 TO LOST-COUNT
               MOVE LINE-RUN TO LOST-RUN(LOST-COUNT)
               MOVE AUDIT-FILENAME TO LOST-FILE(LOST-COUNT)
           END-IF
           .

      * Bericht resultsrebuild.txt: Zahlen der Wiederherstellung und
      * je nicht wiederhergestelltem Lauf eine Zeile mit Quelldatei
       WRITE-REPORT.
           OPEN OUTPUT REPORTF
           MOVE SPACES TO OUT-LINE
           IF CONVERT-MODE = 1
               STRING "Umsetzung results.dat vom " NOW-STAMP(1:8)
                   "-" NOW-STAMP(9:6) DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "Wiederaufbau results.dat vom " NOW-STAMP(1:8)
                   "-" NOW-STAMP(9:6) DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF CONVERT-MODE = 1
               MOVE "Saetze umgesetzt (alte Satzlaenge)" TO RPT-LABEL
               MOVE RECS-CONVERTED TO NUM-DISP
               PERFORM EMIT-COUNT-LINE
               MOVE "davon mit Modenform-Abgleich" TO RPT-LABEL
               MOVE RECS-CONV-MAC TO NUM-DISP
               PERFORM EMIT-COUNT-LINE
               MOVE SPACES TO OUT-LINE
               STRING "Ergaenzt ab Lauf nach " CONV-MAX-RUN
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "Mitschrift-Dateien gelesen" TO RPT-LABEL
           MOVE FILES-READ TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           MOVE "davon mit gebrochener Kette" TO RPT-LABEL
           MOVE FILES-BROKEN TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           MOVE "Saetze wiederhergestellt" TO RPT-LABEL
           MOVE RECS-WRITTEN TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           MOVE "davon durch Wiederholung ersetzt" TO RPT-LABEL
           MOVE RECS-REPLACED TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           IF CONVERT-MODE = 1
               MOVE "Freigaben mit vorhandenem Satz" TO RPT-LABEL
               MOVE RECS-KEPT TO NUM-DISP
               PERFORM EMIT-COUNT-LINE
           END-IF
           MOVE "unbenannte Zeilen (kein Schluessel)" TO RPT-LABEL
           MOVE UNNAMED-LINES TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           MOVE "Zeilen ohne Laufkennung (Altbestand)" TO RPT-LABEL
           MOVE NORUN-LINES TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           MOVE "Zeilen in Dateien mit gebrochener Kette" TO RPT-LABEL
           MOVE LOST-LINES TO NUM-DISP
           PERFORM EMIT-COUNT-LINE
           IF LOST-COUNT = 0
               MOVE "Keine Laeufe verloren." TO OUT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "Nicht wiederhergestellte Laeufe:" TO OUT-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > LOST-COUNT
                   MOVE SPACES TO OUT-LINE
                   STRING "  RUN=" LOST-RUN(L) "  aus "
                       FUNCTION TRIM(LOST-FILE(L))
                       DELIMITED BY SIZE INTO OUT-LINE
                   PERFORM EMIT-REPORT-LINE
               END-PERFORM
           END-IF
           CLOSE REPORTF
           .

       EMIT-COUNT-LINE.
           MOVE SPACES TO OUT-LINE
           STRING RPT-LABEL NUM-DISP DELIMITED BY SIZE INTO OUT-LINE
           PERFORM EMIT-REPORT-LINE
           .

       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(OUT-LINE TRAILING)
           IF REPORT-STATUS = "00"
               WRITE REPORT-LINE FROM OUT-LINE
           END-IF
           .
       END PROGRAM ResultsRebuild.
