      ******************************************************************
      * Author:
      * Date:
      * Purpose: Benachrichtigung der Fachingenieure ueber ihre
      *          ueberwachten Datensaetze - bisher fragten sie beim
      *          Operator nach, ob ihr Datensatz gelaufen ist und was
      *          herauskam, die Alarme gehen nur an die Ueberwachung.
      *          Nachlaufschritt nach MAIN (bzw. nach PartitionMerge),
      *          etwa als Schritt der Nachtkette.
      *          Abonnements subscriptions.txt, je Zeile
      *            <kennung> <sprache> <ereignisse> <datensatz> ...
      *          <kennung> ist der Ingenieur (bis 20 Zeichen, ergibt
      *          den Dateinamen), <sprache> DE oder EN (Katalogtext
      *          und Beschriftung der Benachrichtigung), <ereignisse>
      *          eine Kommaliste aus
      *            ALLE    jedes Ergebnis
      *            FEHLER  nur fehlgeschlagene Datensaetze (auch vom
      *                    Schutzschalter angehaltene)
      *            DRIFT   Erwartungswert gedriftet
      *            GATE    Grenzwertpruefung nicht bestanden
      *          (englisch ANY, FAIL, DRIFT, GATE ebenso), danach
      *          beliebig viele Datensatznamen oder Gruppenpraefixe
      *          mit "*" am Ende ("struct-*", "*" = alle). Ein
      *          Ingenieur darf mehrere Zeilen haben, die Sprache
      *          seiner ersten Zeile gilt. "*" in Spalte 1 ist
      *          Kommentar.
      *          Quelle ist audit.txt: je Datensatz eines erfassten
      *          Laufs Ergebnis, Erwartungswert (EW=), DRIFT,
      *          GATE=FAIL und Meldungscode (CODE=), dazu die
      *          Meldungscodes des Datensatzes aus errors.txt. Die
      *          Aenderung seit dem letzten Lauf ist der Abstand zum
      *          letzten FINE-Erwartungswert desselben Namens in einem
      *          frueheren Lauf. Modus-Eintraege "<name>-<MODUS>"
      *          und Komponentenbloecke "<name>-K<k>" werden ueber
      *          den Blocknamen abonniert, Wieder-
      *          holungsversuche fallen zusammen (das letzte Ergebnis
      *          gilt), Sandkasten- und Freigabezeilen zaehlen nicht.
      *          Erfasst werden alle Laeufe nach dem zuletzt
      *          benachrichtigten (digest.state) - damit auch alle
      *          Partitionen eines partitionierten Laufs -, beim
      *          ersten Mal nur der juengste Lauf. Mit einer
      *          Laufkennung als Parameter wird genau dieser Lauf
      *          (erneut) benachrichtigt, digest.state bleibt dabei
      *          unveraendert.
      *          Ausgabe je Ingenieur digest_<kennung>.txt, die das
      *          Mail-Relais abholt; wer nichts zu erfahren hat
      *          (keine Zeile, kein fehlender Datensatz), bekommt
      *          keine Datei. Bei ALLE werden namentlich abonnierte
      *          Datensaetze, die in keinem erfassten Lauf vorkamen,
      *          als "nicht im Lauf" gemeldet.
      *          RETURN-CODE 0; 1 = kein neuer Lauf in audit.txt;
      *          4 = subscriptions.txt fehlt/leer oder Parameter ist
      *          keine Laufkennung.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubscriberDigest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUBF ASSIGN TO "subscriptions.txt"
               FILE STATUS IS SUB-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITF ASSIGN TO "audit.txt"
               FILE STATUS IS AUDIT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ERRF ASSIGN TO "errors.txt"
               FILE STATUS IS ERR-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATEF ASSIGN TO "digest.state"
               FILE STATUS IS STATE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DIGF ASSIGN TO DYNAMIC DIG-FILENAME
               FILE STATUS IS DIG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD SUBF
           DATA RECORD IS SUB-LINE.
           01 SUB-LINE PIC X(200).
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD ERRF
           DATA RECORD IS ERR-LINE.
           01 ERR-LINE PIC X(200).
           FD STATEF
           DATA RECORD IS STATE-LINE.
           01 STATE-LINE PIC X(40).
           FD DIGF
           DATA RECORD IS DIG-LINE.
           01 DIG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 SUB-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 ERR-STATUS PIC XX.
           01 STATE-STATUS PIC XX.
           01 DIG-STATUS PIC XX.
           01 SUB-EOF PIC 9 VALUE 0.
           01 AUDIT-EOF PIC 9 VALUE 0.
           01 ERR-EOF PIC 9 VALUE 0.
           01 DIG-FILENAME PIC X(90).
           01 CMD-ARGS PIC X(90).
           01 NOW-STAMP PIC X(21).
      *    erfasste Laeufe: PARAM-RUN = genau dieser Lauf, sonst alle
      *    Laufkennungen nach LAST-RUN (ohne digest.state nur
      *    MAX-RUN, der juengste Lauf der Mitschrift)
           01 PARAM-RUN PIC X(17) VALUE SPACES.
           01 LAST-RUN PIC X(17) VALUE SPACES.
           01 MAX-RUN PIC X(17) VALUE SPACES.
           01 COVER-HIT PIC 9.
           01 RN-COUNT PIC 9(02) VALUE 0.
           01 RN-TABLE.
               05 RN-RUN PIC X(17) OCCURS 30 TIMES.
           01 RN-I PIC 9(02).
      *    Ingenieure
           01 SU-COUNT PIC 9(03) COMP-3 VALUE 0.
           01 SU-TABLE.
               05 SU-ENTRY OCCURS 200 TIMES.
                   10 SU-ID PIC X(20).
                   10 SU-LANG PIC X(02).
           01 SU-I PIC 9(03) COMP-3.
           01 SU-HIT PIC 9(03) COMP-3.
      *    Abonnements, je Datensatzname bzw. Praefix ein Eintrag
           01 SB-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 SB-TABLE.
               05 SB-ENTRY OCCURS 1000 TIMES.
                   10 SB-SUB PIC 9(03) COMP-3.
                   10 SB-PAT PIC X(30).
      *            Laenge des Praefixes ohne "*"; 0 bei "*"
                   10 SB-PLEN PIC 9(02).
                   10 SB-PREFIX PIC 9.
                   10 SB-EV-ANY PIC 9.
                   10 SB-EV-FAIL PIC 9.
                   10 SB-EV-DRIFT PIC 9.
                   10 SB-EV-GATE PIC 9.
      *            namentlich abonniert und in einem Lauf gefunden
                   10 SB-SEEN PIC 9.
           01 SB-I PIC 9(04) COMP-3.
      *    Zerlegung einer Abonnement-Zeile
           01 SUB-PTR PIC 9(03).
           01 SUB-TOK PIC X(60).
           01 SUB-ID PIC X(30).
           01 SUB-LANG PIC X(10).
           01 SUB-EVENTS PIC X(60).
           01 EV-TOK PIC X(12).
           01 EV-PTR PIC 9(03).
           01 EV-BAD PIC 9.
           01 NEW-ANY PIC 9.
           01 NEW-FAIL PIC 9.
           01 NEW-DRIFT PIC 9.
           01 NEW-GATE PIC 9.
           01 SUB-LINE-NR PIC 9(05) VALUE 0.
           01 BAD-CHARS PIC 9(03).
      *    Datensaetze der erfassten Laeufe; das letzte Ergebnis je
      *    Lauf und Name gilt
           01 DG-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 DG-TABLE.
               05 DG-ENTRY OCCURS 2000 TIMES.
                   10 DG-RUN PIC X(17).
                   10 DG-NAME PIC X(30).
                   10 DG-BASE PIC X(30).
                   10 DG-STATUS PIC X(12).
                   10 DG-EW PIC X(16).
                   10 DG-PREV PIC X(16).
                   10 DG-DRIFT PIC 9.
                   10 DG-GATE PIC X(04).
                   10 DG-CODE-COUNT PIC 9.
                   10 DG-CODE PIC X(07) OCCURS 5 TIMES.
           01 DG-I PIC 9(04) COMP-3.
           01 DG-HIT PIC 9(04) COMP-3.
           01 DG-FULL-WARNED PIC 9 VALUE 0.
           01 CD-I PIC 9.
           01 ADD-CODE PIC X(07).
      *    letzter FINE-Erwartungswert je ueberwachtem Namen
           01 PV-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 PV-TABLE.
               05 PV-ENTRY OCCURS 2000 TIMES.
                   10 PV-NAME PIC X(30).
                   10 PV-EW PIC X(16).
           01 PV-I PIC 9(04) COMP-3.
           01 PV-HIT PIC 9(04) COMP-3.
      *    Zerlegung einer audit.txt Zeile (Tokenordnung wie
      *    DRIFT-SCAN-LINE in OutputHandling.cbl)
           01 AUDIT-TOKENS.
               05 AT-DT PIC X(20).
               05 AT-FILE PIC X(80).
               05 AT-NAME PIC X(30).
               05 AT-STATUS PIC X(40).
               05 AT-REST PIC X(120).
           01 L-RUN PIC X(17).
           01 L-NAME PIC X(30).
           01 L-BASE PIC X(30).
           01 L-MODE PIC X(12).
           01 L-EW PIC X(16).
           01 L-DRIFT PIC 9.
           01 L-GATE PIC X(04).
           01 L-CODE PIC X(07).
           01 L-SUFFIX PIC X(14).
           01 L-WATCHED PIC 9.
           01 NAME-LEN PIC 9(03).
           01 SUF-LEN PIC 9(03).
      *    Schluesselsuche in einer Mitschrift-Zeile
           01 KEY-PAT PIC X(12).
           01 KEY-LEN PIC 9(02).
           01 KEY-POS PIC 9(04).
           01 KEY-VAL PIC X(40).
           01 KEY-FOUND PIC 9.
      *    errors.txt
           01 ERR-BLOCK-RUN PIC X(17) VALUE SPACES.
           01 ERR-BLOCK-NAME PIC X(30) VALUE SPACES.
      *    Auswahl und Ausgabe je Ingenieur
           01 SEL-HIT PIC 9.
           01 ENTRY-SEL PIC 9.
           01 ROW-COUNT PIC 9(05) COMP-3.
           01 FAIL-COUNT PIC 9(05) COMP-3.
           01 DRIFT-COUNT PIC 9(05) COMP-3.
           01 GATE-COUNT PIC 9(05) COMP-3.
           01 MISS-COUNT PIC 9(05) COMP-3.
           01 DIGEST-COUNT PIC 9(03) COMP-3 VALUE 0.
           01 EW-NOW PIC S9(09)V9(04).
           01 EW-BEFORE PIC S9(09)V9(04).
           01 EW-DELTA PIC S9(09)V9(04).
           01 DELTA-DISP PIC +(9)9.9999.
           01 CNT-DISP PIC ZZZZ9.
           01 CATALOG-TEXT PIC X(60).
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
      *    Beschriftung in der Sprache des Ingenieurs
           01 LB-TITLE PIC X(50).
           01 LB-CREATED PIC X(12).
           01 LB-RUNS PIC X(12).
           01 LB-HEAD PIC X(120).
           01 LB-OK PIC X(12).
           01 LB-FAILED PIC X(12).
           01 LB-HALTED PIC X(12).
           01 LB-FIRST PIC X(16).
           01 LB-MISSING PIC X(16).
           01 LB-TOTAL PIC X(10).
           01 LB-DATASETS PIC X(14).
           01 LB-FAILS PIC X(10).
           01 LB-DRIFTS PIC X(10).
           01 LB-GATES PIC X(20).
           01 SHOW-STATUS PIC X(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           ACCEPT CMD-ARGS FROM COMMAND-LINE
           IF CMD-ARGS NOT = SPACES
               IF CMD-ARGS(1:8) IS NUMERIC AND CMD-ARGS(9:1) = "-"
                  AND CMD-ARGS(10:8) IS NUMERIC
                  AND CMD-ARGS(18:1) = SPACE
                   MOVE CMD-ARGS(1:17) TO PARAM-RUN
               ELSE
                   DISPLAY "[SubscriberDigest.MAIN-PROCEDURE] "
                       "Parameter " FUNCTION TRIM(CMD-ARGS)
                       " ist keine Laufkennung JJJJMMTT-HHMMSShh"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-SUBSCRIPTIONS
           IF SB-COUNT = 0
               DISPLAY "[SubscriberDigest.MAIN-PROCEDURE] keine"
                   " Abonnements in subscriptions.txt"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARAM-RUN = SPACES
               PERFORM READ-STATE
           END-IF
           PERFORM FIND-LATEST-RUN
           IF MAX-RUN = SPACES
              OR (PARAM-RUN = SPACES AND LAST-RUN NOT = SPACES
                  AND MAX-RUN <= LAST-RUN)
               DISPLAY "SubscriberDigest: kein neuer Lauf in audit.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SCAN-AUDIT
           IF PARAM-RUN NOT = SPACES AND RN-COUNT = 0
               DISPLAY "SubscriberDigest: Lauf " PARAM-RUN
                   " nicht in audit.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ERROR-CODES
           PERFORM VARYING SU-I FROM 1 BY 1 UNTIL SU-I > SU-COUNT
               PERFORM WRITE-DIGEST
           END-PERFORM
           IF PARAM-RUN = SPACES
               PERFORM WRITE-STATE
           END-IF
           MOVE DIGEST-COUNT TO CNT-DISP
           DISPLAY "SubscriberDigest: " FUNCTION TRIM(CNT-DISP)
               " Benachrichtigung(en) geschrieben"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * Abonnements
      ******************************************************************
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBF
           IF SUB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SUB-EOF
           PERFORM UNTIL SUB-EOF = 1
               READ SUBF
                   AT END MOVE 1 TO SUB-EOF
                   NOT AT END
                       ADD 1 TO SUB-LINE-NR
                       PERFORM TAKE-SUBSCRIPTION-LINE
               END-READ
           END-PERFORM
           CLOSE SUBF
           .

       TAKE-SUBSCRIPTION-LINE.
           IF SUB-LINE = SPACES OR SUB-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUB-ID SUB-LANG SUB-EVENTS
           MOVE 1 TO SUB-PTR
           UNSTRING SUB-LINE DELIMITED BY ALL SPACE
               INTO SUB-ID SUB-LANG SUB-EVENTS
               WITH POINTER SUB-PTR
      *    fuehrende Leerzeichen ergeben ein leeres erstes Feld
           IF SUB-ID = SPACES
               MOVE SUB-LANG TO SUB-ID
               MOVE SUB-EVENTS TO SUB-LANG
               MOVE SPACES TO SUB-EVENTS
               UNSTRING SUB-LINE DELIMITED BY ALL SPACE
                   INTO SUB-EVENTS WITH POINTER SUB-PTR
           END-IF
           MOVE FUNCTION UPPER-CASE(SUB-LANG) TO SUB-LANG
           MOVE FUNCTION UPPER-CASE(SUB-EVENTS) TO SUB-EVENTS
      *    die Kennung wird Teil eines Dateinamens
           MOVE 0 TO BAD-CHARS
           INSPECT SUB-ID TALLYING BAD-CHARS FOR ALL "/" ALL "\"
               ALL ":" ALL "*"
           IF SUB-ID(21:) NOT = SPACES OR BAD-CHARS > 0
              OR (SUB-LANG NOT = "DE" AND SUB-LANG NOT = "EN")
              OR SUB-EVENTS = SPACES
               DISPLAY "SubscriberDigest: subscriptions.txt Zeile "
                   SUB-LINE-NR " unbrauchbar (Kennung bis 20 Zeichen,"
                   " Sprache DE/EN, Ereignisse) - uebersprungen"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-EVENTS
           IF EV-BAD = 1
               DISPLAY "SubscriberDigest: subscriptions.txt Zeile "
                   SUB-LINE-NR " unbekanntes Ereignis in "
                   FUNCTION TRIM(SUB-EVENTS) " - uebersprungen"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SU-HIT
           PERFORM VARYING SU-I FROM 1 BY 1 UNTIL SU-I > SU-COUNT
               IF SU-ID(SU-I) = SUB-ID
                   MOVE SU-I TO SU-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SU-HIT = 0
               IF SU-COUNT >= 200
                   DISPLAY "SubscriberDigest: mehr als 200 Ingenieure"
                       " - " FUNCTION TRIM(SUB-ID) " uebersprungen"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SU-COUNT
               MOVE SU-COUNT TO SU-HIT
               MOVE SUB-ID TO SU-ID(SU-HIT)
               MOVE SUB-LANG TO SU-LANG(SU-HIT)
           ELSE
               IF SU-LANG(SU-HIT) NOT = SUB-LANG(1:2)
                   DISPLAY "SubscriberDigest: subscriptions.txt Zeile "
                       SUB-LINE-NR " - fuer " FUNCTION TRIM(SUB-ID)
                       " gilt die Sprache der ersten Zeile "
                       SU-LANG(SU-HIT)
               END-IF
           END-IF

      *    restliche Tokens: Datensatznamen und Praefixe
           PERFORM UNTIL SUB-PTR > 200
               MOVE SPACES TO SUB-TOK
               UNSTRING SUB-LINE DELIMITED BY ALL SPACE
                   INTO SUB-TOK WITH POINTER SUB-PTR
               IF SUB-TOK NOT = SPACES
                   PERFORM ADD-SUBSCRIPTION
               END-IF
           END-PERFORM
           .

       PARSE-EVENTS.
           MOVE 0 TO EV-BAD NEW-ANY NEW-FAIL NEW-DRIFT NEW-GATE
           MOVE 1 TO EV-PTR
           PERFORM UNTIL EV-PTR > 60
               MOVE SPACES TO EV-TOK
               UNSTRING SUB-EVENTS DELIMITED BY "," OR SPACE
                   INTO EV-TOK WITH POINTER EV-PTR
               EVALUATE EV-TOK
                   WHEN SPACES
                       CONTINUE
                   WHEN "ALLE"
                   WHEN "ANY"
                       MOVE 1 TO NEW-ANY
                   WHEN "FEHLER"
                   WHEN "FAIL"
                       MOVE 1 TO NEW-FAIL
                   WHEN "DRIFT"
                       MOVE 1 TO NEW-DRIFT
                   WHEN "GATE"
                       MOVE 1 TO NEW-GATE
                   WHEN OTHER
                       MOVE 1 TO EV-BAD
               END-EVALUATE
           END-PERFORM
           IF NEW-ANY = 0 AND NEW-FAIL = 0 AND NEW-DRIFT = 0
              AND NEW-GATE = 0
               MOVE 1 TO EV-BAD
           END-IF
           .

       ADD-SUBSCRIPTION.
           IF SB-COUNT >= 1000
               DISPLAY "SubscriberDigest: mehr als 1000 Abonnements"
                   " - " FUNCTION TRIM(SUB-TOK) " uebersprungen"
               EXIT PARAGRAPH
           END-IF
           IF SUB-TOK(31:) NOT = SPACES
               DISPLAY "SubscriberDigest: subscriptions.txt Zeile "
                   SUB-LINE-NR " Name zu lang: " FUNCTION TRIM(SUB-TOK)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SB-COUNT
           MOVE SU-HIT TO SB-SUB(SB-COUNT)
           MOVE SUB-TOK TO SB-PAT(SB-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUB-TOK)) TO NAME-LEN
           IF SUB-TOK(NAME-LEN:1) = "*"
               MOVE 1 TO SB-PREFIX(SB-COUNT)
               COMPUTE SB-PLEN(SB-COUNT) = NAME-LEN - 1
           ELSE
               MOVE 0 TO SB-PREFIX(SB-COUNT)
               MOVE NAME-LEN TO SB-PLEN(SB-COUNT)
           END-IF
           MOVE NEW-ANY TO SB-EV-ANY(SB-COUNT)
           MOVE NEW-FAIL TO SB-EV-FAIL(SB-COUNT)
           MOVE NEW-DRIFT TO SB-EV-DRIFT(SB-COUNT)
           MOVE NEW-GATE TO SB-EV-GATE(SB-COUNT)
           MOVE 0 TO SB-SEEN(SB-COUNT)
           .

      ******************************************************************
      * erfasste Laeufe
      ******************************************************************
       READ-STATE.
           OPEN INPUT STATEF
           IF STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATEF
               NOT AT END
                   IF STATE-LINE(1:4) = "RUN="
                       MOVE STATE-LINE(5:17) TO LAST-RUN
                   END-IF
           END-READ
           CLOSE STATEF
           .

       WRITE-STATE.
           OPEN OUTPUT STATEF
           IF STATE-STATUS NOT = "00"
               DISPLAY "[SubscriberDigest.WRITE-STATE] digest.state"
                   " nicht schreibbar, Status " STATE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-LINE
           STRING "RUN=" MAX-RUN DELIMITED BY SIZE INTO STATE-LINE
           WRITE STATE-LINE
           CLOSE STATEF
           .

      * juengste Laufkennung der Mitschrift
       FIND-LATEST-RUN.
           OPEN INPUT AUDITF
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUDIT-EOF
           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDITF
                   AT END MOVE 1 TO AUDIT-EOF
                   NOT AT END
                       IF AUDIT-LINE(1:8) IS NUMERIC
                          AND AUDIT-LINE(9:1) = "-"
                           MOVE " RUN=" TO KEY-PAT
                           MOVE 5 TO KEY-LEN
                           PERFORM FIND-KEY-VALUE
                           IF KEY-VAL(1:8) IS NUMERIC
                              AND KEY-VAL(1:17) > MAX-RUN
                               MOVE KEY-VAL(1:17) TO MAX-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITF
           .

       CHECK-COVER.
           MOVE 0 TO COVER-HIT
           EVALUATE TRUE
               WHEN PARAM-RUN NOT = SPACES
                   IF L-RUN = PARAM-RUN
                       MOVE 1 TO COVER-HIT
                   END-IF
               WHEN LAST-RUN = SPACES
                   IF L-RUN = MAX-RUN
                       MOVE 1 TO COVER-HIT
                   END-IF
               WHEN OTHER
                   IF L-RUN > LAST-RUN
                       MOVE 1 TO COVER-HIT
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * Mitschrift
      ******************************************************************
       SCAN-AUDIT.
           OPEN INPUT AUDITF
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUDIT-EOF
           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDITF
                   AT END MOVE 1 TO AUDIT-EOF
                   NOT AT END PERFORM TAKE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITF
           .

       TAKE-AUDIT-LINE.
           IF AUDIT-LINE(1:8) IS NOT NUMERIC
              OR AUDIT-LINE(9:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
      *    Freigabezeilen (VON=) und Sandkasten-Zeilen sind kein
      *    Ergebnis eines Laufs
           MOVE " VON=" TO KEY-PAT
           MOVE 5 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           IF KEY-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE " SANDBOX" TO KEY-PAT
           MOVE 8 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           IF KEY-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-TOKENS
           UNSTRING AUDIT-LINE DELIMITED BY ALL SPACE INTO
               AT-DT AT-FILE AT-NAME AT-STATUS AT-REST
      *    unbenannte Bloecke ("Satz <n>") lassen sich nicht abonnieren
           IF AT-NAME = "Satz" OR AT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AT-NAME TO L-NAME
           MOVE " MODE=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-MODE
           PERFORM STRIP-MODE-SUFFIX
           MOVE " KOMP=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           PERFORM STRIP-COMP-SUFFIX
           PERFORM CHECK-WATCHED
           IF L-WATCHED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE " RUN=" TO KEY-PAT
           MOVE 5 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-RUN
           MOVE " EW=" TO KEY-PAT
           MOVE 4 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-EW
           MOVE " DRIFT" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-FOUND TO L-DRIFT
           MOVE " GATE=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-GATE
           MOVE " CODE=" TO KEY-PAT
           MOVE 6 TO KEY-LEN
           PERFORM FIND-KEY-VALUE
           MOVE KEY-VAL TO L-CODE

           PERFORM CHECK-COVER
           IF COVER-HIT = 1
               PERFORM NOTE-RUN
               PERFORM NOTE-DIGEST-ENTRY
           END-IF
           IF AT-STATUS = "FINE" AND L-EW NOT = SPACES
               PERFORM NOTE-PREVIOUS
           END-IF
           .

      * Zusammenhangsblock einer getrennten Komponentenrechnung
      * ("<name>-K<k>", Blocknummer im Token KOMP=) auf den
      * Blocknamen zurueckfuehren
       STRIP-COMP-SUFFIX.
           IF L-BASE = SPACES OR KEY-VAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO L-SUFFIX
           STRING "-K" FUNCTION TRIM(KEY-VAL) DELIMITED BY SIZE
               INTO L-SUFFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-BASE)) TO NAME-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-SUFFIX)) TO SUF-LEN
           IF NAME-LEN > SUF-LEN
               IF L-BASE(NAME-LEN - SUF-LEN + 1:SUF-LEN) =
                  L-SUFFIX(1:SUF-LEN)
                   MOVE SPACES TO L-BASE(NAME-LEN - SUF-LEN + 1:)
               END-IF
           END-IF
           .

      * Modus-Eintrag einer Modusliste ("<name>-<MODUS>") auf den
      * Blocknamen zurueckfuehren
       STRIP-MODE-SUFFIX.
           MOVE L-NAME TO L-BASE
           IF L-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO L-SUFFIX
           STRING "-" FUNCTION TRIM(L-MODE) DELIMITED BY SIZE
               INTO L-SUFFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-NAME)) TO NAME-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(L-SUFFIX)) TO SUF-LEN
           IF NAME-LEN > SUF-LEN
               IF FUNCTION UPPER-CASE(
                      L-NAME(NAME-LEN - SUF-LEN + 1:SUF-LEN)) =
                  FUNCTION UPPER-CASE(L-SUFFIX(1:SUF-LEN))
                   MOVE SPACES TO L-BASE(NAME-LEN - SUF-LEN + 1:)
               END-IF
           END-IF
           .

      * abonniert irgendein Ingenieur den Block L-BASE?
       CHECK-WATCHED.
           MOVE 0 TO L-WATCHED
           PERFORM VARYING SB-I FROM 1 BY 1 UNTIL SB-I > SB-COUNT
               PERFORM MATCH-PATTERN
               IF SEL-HIT = 1
                   MOVE 1 TO L-WATCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * Abonnement SB-I gegen den Blocknamen L-BASE
       MATCH-PATTERN.
           MOVE 0 TO SEL-HIT
           IF SB-PREFIX(SB-I) = 1
               IF SB-PLEN(SB-I) = 0
                   MOVE 1 TO SEL-HIT
               ELSE
                   IF L-BASE(1:SB-PLEN(SB-I)) =
                      SB-PAT(SB-I)(1:SB-PLEN(SB-I))
                       MOVE 1 TO SEL-HIT
                   END-IF
               END-IF
           ELSE
               IF L-BASE = SB-PAT(SB-I)
                   MOVE 1 TO SEL-HIT
               END-IF
           END-IF
           .

       NOTE-RUN.
           PERFORM VARYING RN-I FROM 1 BY 1 UNTIL RN-I > RN-COUNT
               IF RN-RUN(RN-I) = L-RUN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF RN-COUNT < 30
               ADD 1 TO RN-COUNT
               MOVE L-RUN TO RN-RUN(RN-COUNT)
           END-IF
           .

      * Datensatz eines erfassten Laufs vermerken bzw. sein Ergebnis
      * ersetzen (Wiederholungsversuch); der Vorlaufwert wird beim
      * ersten Auftreten festgehalten
       NOTE-DIGEST-ENTRY.
           MOVE 0 TO DG-HIT
           PERFORM VARYING DG-I FROM 1 BY 1 UNTIL DG-I > DG-COUNT
               IF DG-RUN(DG-I) = L-RUN AND DG-NAME(DG-I) = L-NAME
                   MOVE DG-I TO DG-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DG-HIT = 0
               IF DG-COUNT >= 2000
                   IF DG-FULL-WARNED = 0
                       DISPLAY "SubscriberDigest: mehr als 2000"
                           " ueberwachte Datensaetze - Rest nicht"
                           " benachrichtigt"
                       MOVE 1 TO DG-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DG-COUNT
               MOVE DG-COUNT TO DG-HIT
               MOVE L-RUN TO DG-RUN(DG-HIT)
               MOVE L-NAME TO DG-NAME(DG-HIT)
               MOVE L-BASE TO DG-BASE(DG-HIT)
               MOVE SPACES TO DG-PREV(DG-HIT)
               PERFORM VARYING PV-I FROM 1 BY 1 UNTIL PV-I > PV-COUNT
                   IF PV-NAME(PV-I) = L-NAME
                       MOVE PV-EW(PV-I) TO DG-PREV(DG-HIT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE AT-STATUS TO DG-STATUS(DG-HIT)
           MOVE L-EW TO DG-EW(DG-HIT)
           MOVE L-DRIFT TO DG-DRIFT(DG-HIT)
           MOVE L-GATE TO DG-GATE(DG-HIT)
           MOVE 0 TO DG-CODE-COUNT(DG-HIT)
           MOVE SPACES TO DG-CODE(DG-HIT, 1)
           IF L-CODE NOT = SPACES
               MOVE L-CODE TO ADD-CODE
               PERFORM ADD-ENTRY-CODE
           END-IF
           .

      * letzten FINE-Erwartungswert des Namens fortschreiben
       NOTE-PREVIOUS.
           MOVE 0 TO PV-HIT
           PERFORM VARYING PV-I FROM 1 BY 1 UNTIL PV-I > PV-COUNT
               IF PV-NAME(PV-I) = L-NAME
                   MOVE PV-I TO PV-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PV-HIT = 0
               IF PV-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PV-COUNT
               MOVE PV-COUNT TO PV-HIT
               MOVE L-NAME TO PV-NAME(PV-HIT)
           END-IF
           MOVE L-EW TO PV-EW(PV-HIT)
           .

      * Meldungscode ADD-CODE dem Eintrag DG-HIT zufuegen (ohne
      * Doppel, hoechstens fuenf)
       ADD-ENTRY-CODE.
           PERFORM VARYING CD-I FROM 1 BY 1
                   UNTIL CD-I > DG-CODE-COUNT(DG-HIT)
               IF DG-CODE(DG-HIT, CD-I) = ADD-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF DG-CODE-COUNT(DG-HIT) < 5
               ADD 1 TO DG-CODE-COUNT(DG-HIT)
               MOVE ADD-CODE TO DG-CODE(DG-HIT, DG-CODE-COUNT(DG-HIT))
           END-IF
           .

      * Wert hinter KEY-PAT(1:KEY-LEN) in AUDIT-LINE bis zum
      * naechsten Leerzeichen
       FIND-KEY-VALUE.
           MOVE 0 TO KEY-FOUND
           MOVE SPACES TO KEY-VAL
           MOVE 0 TO KEY-POS
           INSPECT AUDIT-LINE TALLYING KEY-POS
               FOR CHARACTERS BEFORE INITIAL KEY-PAT(1:KEY-LEN)
           IF KEY-POS + KEY-LEN > 400
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-LINE(KEY-POS + 1:KEY-LEN) NOT = KEY-PAT(1:KEY-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO KEY-FOUND
           IF KEY-POS + KEY-LEN < 400
               UNSTRING AUDIT-LINE(KEY-POS + KEY-LEN + 1:)
                   DELIMITED BY ALL SPACE INTO KEY-VAL
           END-IF
           .

      ******************************************************************
      * weitere Meldungscodes der fehlgeschlagenen Datensaetze aus
      * errors.txt (ein Block kann mehrere Meldungen tragen, die
      * Mitschrift-Zeile nur die letzte)
      ******************************************************************
       LOAD-ERROR-CODES.
           OPEN INPUT ERRF
           IF ERR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ERR-EOF
           PERFORM UNTIL ERR-EOF = 1
               READ ERRF
                   AT END MOVE 1 TO ERR-EOF
                   NOT AT END PERFORM TAKE-ERROR-LINE
               END-READ
           END-PERFORM
           CLOSE ERRF
           .

       TAKE-ERROR-LINE.
           EVALUATE TRUE
               WHEN ERR-LINE(1:6) = "Lauf: "
                   MOVE ERR-LINE(7:17) TO ERR-BLOCK-RUN
                   MOVE SPACES TO ERR-BLOCK-NAME
               WHEN ERR-LINE(1:6) = "Name: "
                   MOVE ERR-LINE(7:30) TO ERR-BLOCK-NAME
               WHEN ERR-LINE(1:6) = "Code: "
                   IF ERR-BLOCK-NAME NOT = SPACES
                       MOVE ERR-LINE(7:7) TO ADD-CODE
                       PERFORM VARYING DG-HIT FROM 1 BY 1
                               UNTIL DG-HIT > DG-COUNT
                           IF DG-RUN(DG-HIT) = ERR-BLOCK-RUN
                              AND DG-STATUS(DG-HIT) NOT = "FINE"
                              AND (DG-NAME(DG-HIT) = ERR-BLOCK-NAME
                                OR DG-BASE(DG-HIT) = ERR-BLOCK-NAME)
                               PERFORM ADD-ENTRY-CODE
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * Benachrichtigung je Ingenieur
      ******************************************************************
       WRITE-DIGEST.
           MOVE 0 TO ROW-COUNT FAIL-COUNT DRIFT-COUNT GATE-COUNT
               MISS-COUNT
      *    erst zaehlen - ohne Inhalt keine Datei
           PERFORM VARYING DG-I FROM 1 BY 1 UNTIL DG-I > DG-COUNT
               PERFORM SELECT-ENTRY
               IF ENTRY-SEL = 1
                   ADD 1 TO ROW-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING SB-I FROM 1 BY 1 UNTIL SB-I > SB-COUNT
               IF SB-SUB(SB-I) = SU-I AND SB-EV-ANY(SB-I) = 1
                  AND SB-PREFIX(SB-I) = 0 AND SB-SEEN(SB-I) = 0
                   ADD 1 TO MISS-COUNT
               END-IF
           END-PERFORM
           IF ROW-COUNT = 0 AND MISS-COUNT = 0
               DISPLAY "SubscriberDigest: " FUNCTION TRIM(SU-ID(SU-I))
                   " - nichts zu melden"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DIG-FILENAME
           STRING "digest_" FUNCTION TRIM(SU-ID(SU-I)) ".txt"
               DELIMITED BY SIZE INTO DIG-FILENAME
           OPEN OUTPUT DIGF
           IF DIG-STATUS NOT = "00"
               DISPLAY "[SubscriberDigest.WRITE-DIGEST] "
                   FUNCTION TRIM(DIG-FILENAME)
                   " nicht schreibbar, Status " DIG-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIGEST-COUNT
           PERFORM SET-LABELS
           MOVE 0 TO ROW-COUNT MISS-COUNT

           MOVE SPACES TO OUT-LINE
           STRING FUNCTION TRIM(LB-TITLE) " " FUNCTION TRIM(SU-ID(SU-I))
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM PUT
           MOVE SPACES TO OUT-LINE
           STRING LB-CREATED NOW-STAMP(1:4) "-" NOW-STAMP(5:2) "-"
               NOW-STAMP(7:2) " " NOW-STAMP(9:2) ":" NOW-STAMP(11:2)
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM PUT
           MOVE SPACES TO OUT-LINE
           MOVE LB-RUNS TO OUT-LINE
           MOVE 13 TO OUT-P
           PERFORM VARYING RN-I FROM 1 BY 1 UNTIL RN-I > RN-COUNT
               IF OUT-P > 140
                   STRING "..." DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-P
                   EXIT PERFORM
               END-IF
               STRING RN-RUN(RN-I) " " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-PERFORM
           PERFORM PUT
           MOVE SPACES TO OUT-LINE
           PERFORM PUT
           MOVE LB-HEAD TO OUT-LINE
           PERFORM PUT
           MOVE SPACES TO OUT-LINE
           MOVE ALL "-" TO OUT-LINE(1:124)
           PERFORM PUT

           PERFORM VARYING DG-I FROM 1 BY 1 UNTIL DG-I > DG-COUNT
               PERFORM SELECT-ENTRY
               IF ENTRY-SEL = 1
                   PERFORM WRITE-ENTRY
               END-IF
           END-PERFORM
           PERFORM WRITE-MISSING

           MOVE SPACES TO OUT-LINE
           PERFORM PUT
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO OUT-P
           MOVE ROW-COUNT TO CNT-DISP
           STRING FUNCTION TRIM(LB-TOTAL) " " FUNCTION TRIM(CNT-DISP)
               " " FUNCTION TRIM(LB-DATASETS) ", "
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE FAIL-COUNT TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " " FUNCTION TRIM(LB-FAILS)
               ", " DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE DRIFT-COUNT TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " " FUNCTION TRIM(LB-DRIFTS)
               ", " DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           MOVE GATE-COUNT TO CNT-DISP
           STRING FUNCTION TRIM(CNT-DISP) " " FUNCTION TRIM(LB-GATES)
               DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           IF MISS-COUNT > 0
               MOVE MISS-COUNT TO CNT-DISP
               STRING ", " FUNCTION TRIM(CNT-DISP) " "
                   FUNCTION TRIM(LB-MISSING)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM PUT
           CLOSE DIGF
           DISPLAY "SubscriberDigest: " FUNCTION TRIM(DIG-FILENAME)
               " geschrieben"
           .

      * gehoert Eintrag DG-I in die Benachrichtigung von SU-I?
      * Namentlich abonnierte Datensaetze werden dabei als gesehen
      * vermerkt
       SELECT-ENTRY.
           MOVE 0 TO ENTRY-SEL
           MOVE DG-BASE(DG-I) TO L-BASE
           PERFORM VARYING SB-I FROM 1 BY 1 UNTIL SB-I > SB-COUNT
               IF SB-SUB(SB-I) = SU-I
                   PERFORM MATCH-PATTERN
                   IF SEL-HIT = 1
                       IF SB-PREFIX(SB-I) = 0
                           MOVE 1 TO SB-SEEN(SB-I)
                       END-IF
                       PERFORM MATCH-EVENTS
                       IF SEL-HIT = 1
                           MOVE 1 TO ENTRY-SEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       MATCH-EVENTS.
           MOVE 0 TO SEL-HIT
           IF SB-EV-ANY(SB-I) = 1
              OR (SB-EV-FAIL(SB-I) = 1 AND DG-STATUS(DG-I) NOT = "FINE")
              OR (SB-EV-DRIFT(SB-I) = 1 AND DG-DRIFT(DG-I) = 1)
              OR (SB-EV-GATE(SB-I) = 1 AND DG-GATE(DG-I) = "FAIL")
               MOVE 1 TO SEL-HIT
           END-IF
           .

       WRITE-ENTRY.
           ADD 1 TO ROW-COUNT
           EVALUATE DG-STATUS(DG-I)
               WHEN "FINE"
                   MOVE LB-OK TO SHOW-STATUS
               WHEN "ANGEHALTEN"
                   MOVE LB-HALTED TO SHOW-STATUS
                   ADD 1 TO FAIL-COUNT
               WHEN OTHER
                   MOVE LB-FAILED TO SHOW-STATUS
                   ADD 1 TO FAIL-COUNT
           END-EVALUATE
           MOVE SPACES TO OUT-LINE
           MOVE DG-NAME(DG-I) TO OUT-LINE(1:30)
           MOVE DG-RUN(DG-I) TO OUT-LINE(32:17)
           MOVE SHOW-STATUS TO OUT-LINE(51:12)
           IF DG-EW(DG-I) NOT = SPACES
               MOVE DG-EW(DG-I) TO OUT-LINE(64:16)
           ELSE
               MOVE "-" TO OUT-LINE(64:1)
           END-IF
           EVALUATE TRUE
               WHEN DG-EW(DG-I) = SPACES
                   CONTINUE
               WHEN DG-PREV(DG-I) = SPACES
                   MOVE LB-FIRST TO OUT-LINE(81:16)
               WHEN OTHER
                   MOVE DG-PREV(DG-I) TO OUT-LINE(81:16)
                   COMPUTE EW-NOW = FUNCTION NUMVAL(DG-EW(DG-I))
                   COMPUTE EW-BEFORE = FUNCTION NUMVAL(DG-PREV(DG-I))
                   SUBTRACT EW-BEFORE FROM EW-NOW GIVING EW-DELTA
                   MOVE EW-DELTA TO DELTA-DISP
                   MOVE FUNCTION TRIM(DELTA-DISP) TO OUT-LINE(98:16)
           END-EVALUATE
           MOVE 115 TO OUT-P
           IF DG-DRIFT(DG-I) = 1
               ADD 1 TO DRIFT-COUNT
               STRING "DRIFT " DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF DG-GATE(DG-I) = "FAIL"
               ADD 1 TO GATE-COUNT
               STRING "GATE=FAIL" DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           PERFORM PUT
      *    Meldungscodes mit Katalogtext in der Sprache des Ingenieurs
           PERFORM VARYING CD-I FROM 1 BY 1
                   UNTIL CD-I > DG-CODE-COUNT(DG-I)
               MOVE SPACES TO CATALOG-TEXT
               CALL "MessageCatalog" USING DG-CODE(DG-I, CD-I),
                   SU-LANG(SU-I), CATALOG-TEXT
               MOVE SPACES TO OUT-LINE
               STRING "    " DG-CODE(DG-I, CD-I) "  "
                   FUNCTION TRIM(CATALOG-TEXT)
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM PUT
           END-PERFORM
           .

      * namentlich abonnierte Datensaetze (ALLE), die in keinem
      * erfassten Lauf vorkamen
       WRITE-MISSING.
           PERFORM VARYING SB-I FROM 1 BY 1 UNTIL SB-I > SB-COUNT
               IF SB-SUB(SB-I) = SU-I AND SB-EV-ANY(SB-I) = 1
                  AND SB-PREFIX(SB-I) = 0 AND SB-SEEN(SB-I) = 0
                   ADD 1 TO MISS-COUNT
                   MOVE SPACES TO OUT-LINE
                   MOVE SB-PAT(SB-I) TO OUT-LINE(1:30)
                   MOVE LB-MISSING TO OUT-LINE(51:16)
                   PERFORM PUT
               END-IF
           END-PERFORM
           .

       SET-LABELS.
           IF SU-LANG(SU-I) = "EN"
               MOVE "Watched dataset digest for" TO LB-TITLE
               MOVE "Created:    " TO LB-CREATED
               MOVE "Runs:       " TO LB-RUNS
               MOVE SPACES TO LB-HEAD
               MOVE "Dataset" TO LB-HEAD(1:)
               MOVE "Run" TO LB-HEAD(32:)
               MOVE "Status" TO LB-HEAD(51:)
               MOVE "Eigenvalue" TO LB-HEAD(64:)
               MOVE "Previous run" TO LB-HEAD(81:)
               MOVE "Change" TO LB-HEAD(98:)
               MOVE "OK" TO LB-OK
               MOVE "FAILED" TO LB-FAILED
               MOVE "HALTED" TO LB-HALTED
               MOVE "first run" TO LB-FIRST
               MOVE "not in run" TO LB-MISSING
               MOVE "Total:" TO LB-TOTAL
               MOVE "datasets" TO LB-DATASETS
               MOVE "failed" TO LB-FAILS
               MOVE "drift" TO LB-DRIFTS
               MOVE "gate failed" TO LB-GATES
           ELSE
               MOVE "Benachrichtigung ueberwachte Datensaetze fuer"
                   TO LB-TITLE
               MOVE "Erstellt:   " TO LB-CREATED
               MOVE "Laeufe:     " TO LB-RUNS
               MOVE SPACES TO LB-HEAD
               MOVE "Datensatz" TO LB-HEAD(1:)
               MOVE "Lauf" TO LB-HEAD(32:)
               MOVE "Status" TO LB-HEAD(51:)
               MOVE "Eigenwert" TO LB-HEAD(64:)
               MOVE "Vorlauf" TO LB-HEAD(81:)
               MOVE "Aenderung" TO LB-HEAD(98:)
               MOVE "OK" TO LB-OK
               MOVE "FEHLER" TO LB-FAILED
               MOVE "ANGEHALTEN" TO LB-HALTED
               MOVE "erster Lauf" TO LB-FIRST
               MOVE "nicht im Lauf" TO LB-MISSING
               MOVE "Summe:" TO LB-TOTAL
               MOVE "Datensaetze" TO LB-DATASETS
               MOVE "Fehler" TO LB-FAILS
               MOVE "Drift" TO LB-DRIFTS
               MOVE "Grenzwert verfehlt" TO LB-GATES
           END-IF
           .

       PUT.
           WRITE DIG-LINE FROM OUT-LINE
           .
       END PROGRAM SubscriberDigest.
