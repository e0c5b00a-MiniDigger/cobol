      *               im naechsten Lauf wieder verarbeitet)
      *            5  Dateipaar zur Neuverarbeitung vormerken (setzt
      *               dessen Fortschrittsdatei <ausgabe>.ckpt auf 0)
      *            6  zurueckgehaltene Ergebnisse der Freigabeablage
      *               (ReleaseHold.cbl) freigeben oder ablehnen - nur
      *               mit einer Kennung aus approvers.txt und immer
      *               mit Kommentar; ein abgelehnter Block geht mit
      *               Meldungscode REL-001 in die Schwebeablage
      *            0  Ende
      *          Alles, was die Konsole schreibt, bleibt in den
      *          bestehenden Dateiformaten - die Stapelseite braucht
               SELECT CKPTF ASSIGN TO DYNAMIC CKPT-FILENAME
               FILE STATUS IS CKPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        freigabeberechtigte Kennungen, eine je Zeile
               SELECT APPROVERF ASSIGN TO "approvers.txt"
               FILE STATUS IS APPROVER-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD SKIPF
           DATA RECORD IS SKIP-LINE.
           01 SKIP-LINE PIC X(40).
           FD CKPTF
           DATA RECORD IS CKPT-LINE.
           01 CKPT-LINE PIC X(20).
           FD APPROVERF
           DATA RECORD IS APPROVER-LINE.
           01 APPROVER-LINE PIC X(40).
       WORKING-STORAGE SECTION.
           01 AUDIT-STATUS PIC XX.
           01 SKIP-STATUS PIC XX.
           01 REASON-STATUS PIC XX.
           01 CKPT-STATUS PIC XX.
           01 APPROVER-STATUS PIC XX.
           01 APPROVER-EOF PIC 9 VALUE 0.
           01 APPROVER-OK PIC 9 VALUE 0.
           01 CKPT-FILENAME PIC X(90).
           01 AUDIT-EOF PIC 9 VALUE 0.
           01 SKIP-EOF PIC 9 VALUE 0.
           01 EINGABE-NAME PIC X(30).
           01 EINGABE-GRUND PIC X(80).
           01 EINGABE-DATEI PIC X(80).
           01 EINGABE-KENNUNG PIC X(20).
           01 EINGABE-NR PIC X(08).
           01 EINGABE-ENTSCHEID PIC X(02).
           01 EINGABE-KOMMENTAR PIC X(100).
      *    Anzeige eines Eintrags der Freigabeablage
           01 HOLD-NR-DISP PIC ZZZZZ9.
           01 HOLD-BLOCK-DISP PIC ZZZZZ9.
           01 HOLD-EW-DISP PIC -Z(12)9.9(06).
           01 HOLD-MAC-DISP PIC 9.9(06).
           01 HOLD-SUSP-DISP PIC ZZZZZ9.
      *    Zerlegung einer audit.txt Zeile, gleiche Tokenordnung wie
      *    DRIFT-SCAN-LINE in OutputHandling.cbl; REST traegt alles
      *    hinter dem Statusfeld (EW=/ITER=/NOTCONV/RUN=)
               05 NOTE-TIME PIC X(06).
               05 FILLER PIC X(14).
           01 NOTE-OUT PIC X(120).
      *    Auftrag an die Freigabeablage und - fuer einen abgelehnten
      *    Block - an die Schwebeablage, die ihre Herkunftsangaben
      *    aus ABBRUCH/FILE-NAMES nimmt (wie im Blockeditor)
           COPY "Release.cpy".
           COPY "Abbruch.cpy".
           COPY "FileNames.cpy".
           COPY "Suspense.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Bedienkonsole - Ergebnisse, Ausschlussliste,"
               DISPLAY "3 = Datensatz ausschliessen (mit Grund)"
               DISPLAY "4 = Datensatz wieder zulassen"
               DISPLAY "5 = Dateipaar zur Neuverarbeitung vormerken"
               DISPLAY "6 = Zurueckgehaltene Ergebnisse freigeben/"
                   "ablehnen"
               DISPLAY "0 = Ende"
               DISPLAY "Auswahl: " WITH NO ADVANCING
               ACCEPT MENU-WAHL
                   WHEN "3" PERFORM ADD-SKIPLIST-ENTRY
                   WHEN "4" PERFORM REMOVE-SKIPLIST-ENTRY
                   WHEN "5" PERFORM MARK-FOR-REPROCESS
                   WHEN "6" PERFORM DECIDE-HELD-RESULT
                   WHEN "0" MOVE 1 TO CONSOLE-DONE
                   WHEN OTHER DISPLAY "Unbekannte Auswahl."
               END-EVALUATE
           MOVE 0 TO RUN-POS
           INSPECT AUDIT-LINE TALLYING RUN-POS
               FOR CHARACTERS BEFORE INITIAL "RUN="
           IF RUN-POS < 395 AND AUDIT-LINE(RUN-POS + 1:4) = "RUN="
               MOVE AUDIT-LINE(RUN-POS + 5:17) TO LAST-RUN-ID
           END-IF
           .
           MOVE 0 TO RUN-POS
           INSPECT AUDIT-LINE TALLYING RUN-POS
               FOR CHARACTERS BEFORE INITIAL "RUN="
           IF RUN-POS < 395 AND AUDIT-LINE(RUN-POS + 1:4) = "RUN="
              AND AUDIT-LINE(RUN-POS + 5:17) = LAST-RUN-ID
               ADD 1 TO LINE-COUNT
               MOVE SPACES TO AUDIT-TOKENS
           END-IF
           .

      * zeigt die zurueckgehaltenen Ergebnisse der Freigabeablage und
      * laesst einen berechtigten Ingenieur einen offenen Eintrag mit
      * Kommentar freigeben oder ablehnen. Die Freigabe verbucht der
      * naechste Produktionslauf (Extrakt, results.dat, audit.txt),
      * ein abgelehnter Block geht sofort in die Schwebeablage
       DECIDE-HELD-RESULT.
           MOVE "LIST" TO REL-OP
           CALL "ReleaseHold" USING REL-REQUEST
           IF REL-COUNT = 0
               DISPLAY "Keine offenen Eintraege in der Freigabeablage."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kennung: " WITH NO ADVANCING
           ACCEPT EINGABE-KENNUNG
           PERFORM CHECK-APPROVER
           IF APPROVER-OK = 0
               DISPLAY "Kennung " FUNCTION TRIM(EINGABE-KENNUNG)
                   " ist nicht freigabeberechtigt (approvers.txt)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Eintragsnummer: " WITH NO ADVANCING
           ACCEPT EINGABE-NR
           IF EINGABE-NR = SPACES
               DISPLAY "Keine Nummer - abgebrochen."
               EXIT PARAGRAPH
           END-IF
           COMPUTE REL-NR = FUNCTION NUMVAL(EINGABE-NR)
           MOVE "FETCH" TO REL-OP
           CALL "ReleaseHold" USING REL-REQUEST
           IF REL-FOUND = 0
               DISPLAY "Eintrag " FUNCTION TRIM(EINGABE-NR)
                   " nicht gefunden."
               EXIT PARAGRAPH
           END-IF
           IF REL-STATUS NOT = "OFFEN"
               DISPLAY "Eintrag " FUNCTION TRIM(EINGABE-NR)
                   " ist nicht mehr offen ("
                   FUNCTION TRIM(REL-STATUS) ")."
               EXIT PARAGRAPH
           END-IF
           COMPUTE HOLD-BLOCK-DISP = REL-ORD + 1
           DISPLAY "Datensatz " FUNCTION TRIM(REL-IDENT) ", Lauf "
               REL-RUN ", Versuch " REL-ATTEMPT
           DISPLAY "  Herkunft: " FUNCTION TRIM(REL-INPUT) " Block "
               FUNCTION TRIM(HOLD-BLOCK-DISP) " -> "
               FUNCTION TRIM(REL-OUTPUT)
           DISPLAY "  Befund:   " FUNCTION TRIM(REL-REASON)
           IF REL-RES-STATUS = "FINE"
               MOVE REL-RES-EW TO HOLD-EW-DISP
               DISPLAY "  EW:       " FUNCTION TRIM(HOLD-EW-DISP)
                   " (" FUNCTION TRIM(REL-RES-MODE) ")"
           END-IF
           IF REL-RES-MAC-KZ = "M"
               MOVE REL-RES-MAC TO HOLD-MAC-DISP
               DISPLAY "  MAC:      " HOLD-MAC-DISP
           END-IF
           DISPLAY "  Extrakt:  " FUNCTION TRIM(REL-EXTRACT)
           DISPLAY "F = freigeben, A = ablehnen, sonst zurueck: "
               WITH NO ADVANCING
           ACCEPT EINGABE-ENTSCHEID
           MOVE FUNCTION UPPER-CASE(EINGABE-ENTSCHEID) TO
               EINGABE-ENTSCHEID
           EVALUATE FUNCTION TRIM(EINGABE-ENTSCHEID)
               WHEN "F"
                   MOVE "FREIGABE" TO REL-DECISION
               WHEN "A"
                   MOVE "ABGELEHNT" TO REL-DECISION
               WHEN OTHER
                   DISPLAY "Keine Entscheidung - Eintrag bleibt offen."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Kommentar: " WITH NO ADVANCING
           ACCEPT EINGABE-KOMMENTAR
           IF EINGABE-KOMMENTAR = SPACES
               DISPLAY "Ohne Kommentar keine Entscheidung -"
                   " abgebrochen."
               EXIT PARAGRAPH
           END-IF
           MOVE "DECIDE" TO REL-OP
           MOVE EINGABE-KENNUNG TO REL-USER
           MOVE EINGABE-KOMMENTAR TO REL-COMMENT
           CALL "ReleaseHold" USING REL-REQUEST
           IF REL-FOUND = 0
               DISPLAY "Eintrag " FUNCTION TRIM(EINGABE-NR)
                   " liess sich nicht entscheiden."
               EXIT PARAGRAPH
           END-IF
           MOVE REL-NR TO HOLD-NR-DISP
           IF REL-STATUS = "FREIGABE"
               DISPLAY "Eintrag " FUNCTION TRIM(HOLD-NR-DISP)
                   " freigegeben - der naechste Produktionslauf"
                   " liefert das Ergebnis aus."
           ELSE
               PERFORM SUSPEND-REJECTED
           END-IF
           .

      * prueft die eingegebene Kennung gegen approvers.txt - ohne
      * die Datei ist niemand freigabeberechtigt
       CHECK-APPROVER.
           MOVE 0 TO APPROVER-OK
           IF EINGABE-KENNUNG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO APPROVER-EOF
           OPEN INPUT APPROVERF
           IF APPROVER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APPROVER-EOF = 1
               READ APPROVERF
                   AT END MOVE 1 TO APPROVER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(APPROVER-LINE) =
                          FUNCTION TRIM(EINGABE-KENNUNG)
                           MOVE 1 TO APPROVER-OK
                           MOVE 1 TO APPROVER-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVERF
           .

      * legt den Block eines abgelehnten Eintrags (Arbeitsdatei der
      * Freigabeablage) mit Meldungscode REL-001 in die Schwebeablage
      * - Laufkennung, Name und Ausgabedatei des rechnenden Laufs,
      * die Meldung nennt Entscheider, Halt und Herkunft
       SUSPEND-REJECTED.
           MOVE REL-WORKFILE TO INPUT-FILENAME
           MOVE REL-OUTPUT TO OUTPUT-FILENAME
           MOVE REL-RUN TO RUN-ID
           MOVE SPACES TO SANDBOX-DIR
           MOVE SPACES TO DATASET-NAME
           IF REL-IDENT(1:5) NOT = "Satz "
               MOVE REL-IDENT TO DATASET-NAME
           END-IF
           MOVE "REL-001" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "Freigabe abgelehnt (Halt "
               FUNCTION TRIM(HOLD-NR-DISP) ", "
               FUNCTION TRIM(REL-INPUT) " Block "
               FUNCTION TRIM(HOLD-BLOCK-DISP) ") von "
               FUNCTION TRIM(REL-USER) ": "
               FUNCTION TRIM(REL-COMMENT)
               DELIMITED BY SIZE INTO ERRORMSG
           MOVE "SUSPEND" TO SUSP-OP
           MOVE 0 TO SUSP-ORD
           CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                SUSP-REQUEST
           IF SUSP-NR = 0
               DISPLAY "Eintrag " FUNCTION TRIM(HOLD-NR-DISP)
                   " abgelehnt, Schwebeablage nicht beschreibbar -"
                   " Block bleibt in " FUNCTION TRIM(REL-WORKFILE)
           ELSE
               CALL "CBL_DELETE_FILE" USING REL-WORKFILE
               MOVE SUSP-NR TO HOLD-SUSP-DISP
               DISPLAY "Eintrag " FUNCTION TRIM(HOLD-NR-DISP)
                   " abgelehnt - Block liegt als Schwebeeintrag "
                   FUNCTION TRIM(HOLD-SUSP-DISP) " zur Korrektur"
                   " bereit."
           END-IF
           .

      * haengt eine Zeitstempel-Zeile "name grund" an skipreason.txt
       NOTE-REASON.
           OPEN EXTEND REASONF
