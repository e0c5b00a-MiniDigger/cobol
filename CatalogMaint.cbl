      *            ADD <name> <datei>     Block aus <datei> aufnehmen
      *                                   (Fehler, wenn Name existiert)
      *            REPLACE <name> <datei> Block ersetzen
      *            RETIRE <name>          Block ausmustern (mit
      *                                   Vermerk in
      *                                   catalog_retired.txt, siehe
      *                                   StoreCompact.cbl)
      *            HISTORY <name>         alle Versionen des Namens
      *            DIFF <name> <v1> <v2>  Zeilen zweier Versionen
      *                                   gegenueberstellen
      *            PRIORITY <name> <n>    Prioritaetsklasse 1-9 des
      *                                   Eintrags setzen (siehe
      *                                   PriorityPlan.cbl)
      *            ATTRIB <name> eigner=<kennung> pruefen=<JJJJMMTT>
      *                                   Eigentuemer und naechsten
      *                                   Prueftermin des Eintrags
      *                                   setzen (einzeln oder beide,
      *                                   siehe CatalogInventory.cbl)
      *            LIST                   alle Namen mit Zeilenzahl
      *            WHEREUSED [<name>]     Verwendungsnachweis eines
      *                                   Katalognamens oder einer
      *                                   include=-Datei (ohne Name:
      *                                   alle Verweise), auch nach
      *                                   whereused.txt (siehe
      *                                   WhereUsed.cbl)
      *          Die <datei> enthaelt die Blockzeilen (Optionen und
      *          Matrixzeilen) ohne Trennzeile "==========".
      *          Die Klasse aus PRIORITY liegt als Zeile "priority=<n>"
      *          unter Zeilennummer 0 des Eintrags - EXPAND-CATALOG in
      *          InputHandling.cbl liest ab 0 und wertet sie wie eine
      *          Blockzeile aus; REPLACE behaelt sie bei.
      *          Versionsfuehrung: catalog.dat haelt nur den aktuellen
      *          Stand. ADD, REPLACE und RETIRE legen zusaetzlich eine
      *          neue Version in catalog_hist.dat ab (Schluessel: Name,
      *          Versionsnummer, Zeilennummer; Zeilennummer 0 ist der
      *          Versionskopf mit Gueltigkeitsdatum, Erfassungszeit,
      *          Kommando, Zeilenzahl und Aenderungsgrund). Optionen
      *          hinter dem Kommando:
      *            gueltig=<JJJJMMTT>     fachliches Gueltigkeitsdatum
      *                                   (Standard: heute)
      *            grund=<text>           Aenderungsgrund, Rest der
      *                                   Zeile (ohne: Warnung)
      *          Der erste REPLACE/RETIRE eines Eintrags aus der Zeit
      *          vor der Versionsfuehrung sichert dessen Stand vorher
      *          als Version 1 (Kommando BESTAND, gueltig seit jeher).
      *          RETIRE legt eine Version ohne Zeilen ab - ein Lauf
      *          "catalog=<name>@<JJJJMMTT>" nach diesem Datum findet
      *          den Eintrag dann nicht mehr, davor weiter die alte
      *          Fassung (siehe EXPAND-CATALOG in InputHandling.cbl).
      *          Vor RETIRE sucht WhereUsed.cbl die festen Verweise
      *          auf den Namen (batch.txt, Auswahldateien, Kalender,
      *          Eingaben, Bibliotheksdateien, andere Katalogbloecke)
      *          und zeigt sie mit einer Warnung an - das Ausmustern
      *          wird trotzdem ausgefuehrt.
      *          Die Attribute aus ATTRIB liegen je Name in
      *          catalog_attr.dat (ORGANIZATION INDEXED, Schluessel:
      *          Datensatzname) - nicht im Block, damit ein Lauf sie
      *          nicht als Blockzeilen zu sehen bekommt.
      *          Berechtigung: die aendernden Kommandos ADD, REPLACE,
      *          RETIRE, PRIORITY und ATTRIB brauchen die Kennung des
      *          Ausfuehrenden als Option von=<kennung> und werden
      *          gegen catalog_auth.txt geprueft (ein Eintrag je
      *          Zeile, "*" in Spalte 1 ist Kommentar):
      *            <kennung> AENDERN <muster> ADD/REPLACE/PRIORITY/
      *                                       ATTRIB
      *            <kennung> RETIRE <muster>  ausmustern
      *            <kennung> GRUPPE <gruppe>  Mitglied der Gruppe
      *            @<gruppe> AENDERN|RETIRE <muster>
      *                                       Rechte aller Mitglieder
      *          <muster> ist ein Name, ein Praefix mit "*" am Ende
      *          (K_rahmen*) oder "*" fuer alle Namen. Ohne Kennung,
      *          ohne passendes Recht oder ohne catalog_auth.txt wird
      *          das Kommando abgewiesen. LIST, HISTORY, DIFF und
      *          WHEREUSED aendern nichts und brauchen keine Kennung.
      *          Jede ausgefuehrte Aenderung geht als Zeile in das
      *          Aenderungsprotokoll catalog_changes.txt: Zeit,
      *          Kennung, Kommando, Name, Zeilenzahl vorher/nachher,
      *          Version und Grund, verkettet wie die Mitschrift
      *          audit.txt (SEQ=/CHK=, Formel wie
      *          OutputHandling.CHAIN-HASH) - AuditVerify.cbl prueft
      *          die Datei mit "catalog_changes.txt" als Argument.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT SRCF ASSIGN TO DYNAMIC SRC-FILENAME
               FILE STATUS IS SRC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RETF ASSIGN TO "catalog_retired.txt"
               FILE STATUS IS RET-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUTHF ASSIGN TO "catalog_auth.txt"
               FILE STATUS IS AUTH-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CHGF ASSIGN TO "catalog_changes.txt"
               FILE STATUS IS CHG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTF ASSIGN TO "catalog_hist.dat"
               FILE STATUS IS HIST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY.
               SELECT ATTRF ASSIGN TO "catalog_attr.dat"
               FILE STATUS IS ATTR-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTR-NAME.
       DATA DIVISION.
       FILE SECTION.
           FD CATF
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(80).
           FD RETF
           DATA RECORD IS RET-LINE.
           01 RET-LINE PIC X(80).
           FD AUTHF
           DATA RECORD IS AUTH-LINE.
           01 AUTH-LINE PIC X(80).
           FD CHGF
           DATA RECORD IS CHG-FILE-LINE.
           01 CHG-FILE-LINE PIC X(200).
      *    Versionsgeschichte - Satzaufbau muss mit InputHandling.cbl
      *    und CatalogBackup.cbl uebereinstimmen
           FD HISTF
           DATA RECORD IS HIST-REC.
           01 HIST-REC.
               05 HIST-KEY.
                   10 HIST-NAME PIC X(30).
                   10 HIST-VER PIC 9(04).
                   10 HIST-SEQ PIC 9(06).
               05 HIST-LINE PIC X(80).
      *        Versionskopf unter Zeilennummer 0
               05 HIST-HEAD REDEFINES HIST-LINE.
                   10 HIST-GUELTIG PIC 9(08).
                   10 FILLER PIC X(01).
                   10 HIST-ERFASST PIC X(14).
                   10 FILLER PIC X(01).
                   10 HIST-OP PIC X(08).
                   10 FILLER PIC X(01).
                   10 HIST-ZEILEN PIC 9(06).
                   10 FILLER PIC X(01).
                   10 HIST-GRUND PIC X(40).
      *    Pflegeattribute je Name - Satzaufbau muss mit
      *    CatalogInventory.cbl und CatalogBackup.cbl uebereinstimmen
           FD ATTRF
           DATA RECORD IS ATTR-REC.
           01 ATTR-REC.
               05 ATTR-NAME PIC X(30).
               05 ATTR-EIGNER PIC X(20).
      *        naechster Prueftermin JJJJMMTT (0: keiner gesetzt)
               05 ATTR-PRUEFEN PIC 9(08).
      *        letzte Aenderung: Zeitpunkt JJJJMMTTHHMMSS und Kennung
               05 ATTR-GEAENDERT PIC X(14).
               05 ATTR-VON PIC X(20).
               05 FILLER PIC X(08).
       WORKING-STORAGE SECTION.
           01 CAT-STATUS PIC XX.
           01 RET-STATUS PIC XX.
           01 RET-TIMESTAMP PIC X(21).
           01 CMD-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
           01 SRC-FILENAME PIC X(80).
           01 CMD-VERB PIC X(10).
           01 CMD-NAME PIC X(30).
           01 CMD-FILE PIC X(80).
           01 CMD-EXTRA PIC X(30).
           01 SEQ PIC 9(06) VALUE 0.
      *    1 = ADD-FROM-SOURCE hat die Quelldatei gelesen
           01 SRC-OK PIC 9 VALUE 0.
           01 HIST-STATUS PIC XX.
           01 HIST-EOF PIC 9 VALUE 0.
      *    Optionen gueltig=/grund= des laufenden Kommandos
           01 OPT-POS PIC 9(03) VALUE 0.
           01 OPT-BAD PIC 9 VALUE 0.
           01 VER-DATE.
               05 VER-GUELTIG PIC 9(08).
               05 VER-DATE-R REDEFINES VER-GUELTIG.
                   10 VER-JJJJ PIC 9(04).
                   10 VER-MM PIC 9(02).
                   10 VER-TT PIC 9(02).
           01 VER-GRUND PIC X(40).
      *    juengste Version des Namens in catalog_hist.dat (0: keine)
           01 LAST-VER PIC 9(04) VALUE 0.
      *    Kopfdaten der naechsten abzulegenden Version
           01 SNAP-OP PIC X(08).
           01 SNAP-GUELTIG PIC 9(08).
           01 SNAP-GRUND PIC X(40).
           01 SNAP-COUNT PIC 9(06) VALUE 0.
           01 HIST-OUT PIC X(132).
           01 HIST-P PIC 9(03).
           01 HIST-FOUND PIC 9(04) VALUE 0.
      *    DIFF: die beiden Versionen, ihre Zeilenzahl und die
      *    gerade verglichene Zeile
           01 DIFF-VER-A PIC 9(04) VALUE 0.
           01 DIFF-VER-B PIC 9(04) VALUE 0.
           01 DIFF-LINES-A PIC 9(06) VALUE 0.
           01 DIFF-LINES-B PIC 9(06) VALUE 0.
           01 DIFF-MAX PIC 9(06) VALUE 0.
           01 DIFF-SEQ PIC 9(06) VALUE 0.
           01 DIFF-COUNT PIC 9(06) VALUE 0.
           01 DIFF-LINE-A PIC X(80).
           01 DIFF-LINE-B PIC X(80).
           01 FOUND-ANY PIC 9 VALUE 0.
           01 LIST-NAME PIC X(30) VALUE SPACES.
           01 LIST-COUNT PIC 9(06) VALUE 0.
           01 LIST-PRIO PIC X(12) VALUE SPACES.
      *    Klassenzeile (Zeilennummer 0) eines Eintrags ueber REPLACE
      *    hinweg und Rohwert der PRIORITY-Angabe
           01 KEEP-PRIO-LINE PIC X(80) VALUE SPACES.
           01 PRIO-VALUE PIC S9(04) VALUE 0.
           01 PRIO-DISP PIC 9.
           01 TOTAL-ERRORS PIC 9(04) VALUE 0.
      *    Berechtigungen aus catalog_auth.txt, beim Start geladen
           01 AUTH-STATUS PIC XX.
           01 AUTH-EOF PIC 9 VALUE 0.
           01 AUTH-COUNT PIC 9(04) VALUE 0.
           01 AUTH-TABLE.
               05 AUTH-ENTRY OCCURS 500 TIMES.
                   10 AUTH-SUBJ PIC X(21).
                   10 AUTH-RIGHT PIC X(08).
                   10 AUTH-ARG PIC X(30).
           01 AUTH-I PIC 9(04) COMP.
           01 AUTH-J PIC 9(04) COMP.
           01 AUTH-OK PIC 9 VALUE 0.
           01 AUTH-MEMBER PIC 9 VALUE 0.
           01 AUTH-NEED PIC X(08).
           01 AUTH-PATTERN PIC X(30).
           01 AUTH-PLEN PIC 9(02) VALUE 0.
           01 AUTH-MATCH PIC 9 VALUE 0.
      *    Kennung des Ausfuehrenden (Option von=)
           01 CMD-USER PIC X(20).
      *    Aenderungsprotokoll: Zeilenzahl vor/nach dem Kommando,
      *    Fehlerstand davor (unveraendert = Aenderung ausgefuehrt)
           01 CHG-STATUS PIC XX.
           01 CHG-EOF PIC 9 VALUE 0.
      *    0 = Kettenstand noch nicht gelesen, 1 = CHGF zum
      *    Anhaengen offen, 2 = nicht beschreibbar
           01 CHG-OPEN PIC 9 VALUE 0.
           01 CHG-BEFORE PIC 9(06) VALUE 0.
           01 CHG-AFTER PIC 9(06) VALUE 0.
           01 CHG-ERRORS PIC 9(04) VALUE 0.
           01 NAME-LINES PIC 9(06) VALUE 0.
           01 CHG-LINE PIC X(200).
           01 CHG-SEQ PIC 9(09) VALUE 0.
           01 CHG-CHAIN PIC 9(09) VALUE 0.
           01 CHG-SEQ-DISP PIC 9(09).
           01 CHG-CHK-DISP PIC 9(09).
           01 SEQ-POS PIC 9(04).
           01 SEQ-TOK PIC X(12).
           01 CHK-TOK PIC X(12).
      *    Nachrechnung, Formel wie OutputHandling.CHAIN-HASH
           01 CHAIN-TEXT PIC X(200).
           01 CHAIN-WORK PIC 9(15) COMP-3.
           01 CHAIN-I PIC 9(04) COMP-3.
           01 CHAIN-LEN PIC 9(04) COMP-3.
      *    ATTRIB: Optionen eigner=/pruefen= und Lesezustand
           01 ATTR-STATUS PIC XX.
           01 ATTR-NEW-EIGNER PIC X(20).
           01 ATTR-NEW-DATE.
               05 ATTR-NEW-PRUEFEN PIC 9(08).
               05 ATTR-NEW-DATE-R REDEFINES ATTR-NEW-PRUEFEN.
                   10 ATTR-NEW-JJJJ PIC 9(04).
                   10 ATTR-NEW-MM PIC 9(02).
                   10 ATTR-NEW-TT PIC 9(02).
           01 ATTR-HAVE-DATE PIC 9 VALUE 0.
           01 ATTR-EXISTS PIC 9 VALUE 0.
      *    Auftrag an den Verwendungsnachweis
           COPY "WhereUsed.cpy".
           01 LIVE-DISP PIC Z(05)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O CATF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTF
           IF HIST-STATUS = "35"
      *        Versionsgeschichte existiert noch nicht - anlegen
               OPEN OUTPUT HISTF
               CLOSE HISTF
               OPEN I-O HISTF
           END-IF
           IF HIST-STATUS NOT = "00"
               DISPLAY "[CatalogMaint.MAIN-PROCEDURE] catalog_hist.dat"
                   " konnte nicht geoeffnet werden, Status "
                   HIST-STATUS
               CLOSE CATF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ATTRF
           IF ATTR-STATUS = "35"
      *        Attributbestand existiert noch nicht - anlegen
               OPEN OUTPUT ATTRF
               CLOSE ATTRF
               OPEN I-O ATTRF
           END-IF
           IF ATTR-STATUS NOT = "00"
               DISPLAY "[CatalogMaint.MAIN-PROCEDURE] catalog_attr.dat"
                   " konnte nicht geoeffnet werden, Status "
                   ATTR-STATUS
               CLOSE HISTF
               CLOSE CATF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-AUTHORITY

           PERFORM UNTIL CMD-EOF = 1
               READ CMDF
           END-PERFORM

           CLOSE CMDF
           IF CHG-OPEN = 1
               CLOSE CHGF
           END-IF
           CLOSE ATTRF
           CLOSE HISTF
           CLOSE CATF
           MOVE TOTAL-ERRORS TO RETURN-CODE
           STOP RUN.
           MOVE SPACES TO CMD-VERB
           MOVE SPACES TO CMD-NAME
           MOVE SPACES TO CMD-FILE
           MOVE SPACES TO CMD-EXTRA
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE INTO
               CMD-VERB CMD-NAME CMD-FILE CMD-EXTRA
           EVALUATE CMD-VERB
               WHEN "ADD"
               WHEN "REPLACE"
               WHEN "RETIRE"
               WHEN "PRIORITY"
               WHEN "ATTRIB"
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-OK = 1
                       PERFORM EXECUTE-CHANGE
                   END-IF
               WHEN "HISTORY"
                   PERFORM LIST-HISTORY
               WHEN "DIFF"
                   PERFORM DIFF-VERSIONS
               WHEN "LIST"
                   PERFORM LIST-CATALOG
               WHEN "WHEREUSED"
                   MOVE SPACES TO WU-NAME
                   UNSTRING CMD-LINE DELIMITED BY ALL SPACE INTO
                       CMD-VERB WU-NAME
                   MOVE SPACES TO WU-EXCLUDE
                   MOVE 2 TO WU-SHOW
                   PERFORM CALL-WHEREUSED
               WHEN OTHER
                   DISPLAY "[CatalogMaint.EXECUTE-COMMAND] unbekanntes"
                       " Kommando: " FUNCTION TRIM(CMD-VERB)
                   ADD 1 TO TOTAL-ERRORS
           END-EVALUATE
           .

      * fuehrt ein berechtigtes, aenderndes Kommando aus und
      * protokolliert es, wenn es ohne Fehler durchlief
       EXECUTE-CHANGE.
           PERFORM COUNT-NAME-LINES
           MOVE NAME-LINES TO CHG-BEFORE
           MOVE TOTAL-ERRORS TO CHG-ERRORS
           MOVE SPACES TO VER-GRUND
           EVALUATE CMD-VERB
               WHEN "ADD"
                   PERFORM CHECK-EXISTS
                   IF FOUND-ANY = 1
                       DISPLAY "[CatalogMaint.EXECUTE-CHANGE] ADD: "
                           FUNCTION TRIM(CMD-NAME)
                           " existiert bereits - REPLACE verwenden!"
                       ADD 1 TO TOTAL-ERRORS
                   ELSE
                       PERFORM TAKE-VERSION-OPTIONS
                       IF OPT-BAD = 0
                           PERFORM ADD-FROM-SOURCE
                           IF SRC-OK = 1
                               PERFORM FIND-LAST-VERSION
                               MOVE "ADD" TO SNAP-OP
                               PERFORM SNAPSHOT-CURRENT
                           END-IF
                       END-IF
                   END-IF
               WHEN "REPLACE"
                   PERFORM TAKE-VERSION-OPTIONS
                   IF OPT-BAD = 0
                       PERFORM SAVE-BASELINE-VERSION
                       PERFORM SAVE-PRIORITY
                       PERFORM DELETE-NAME
                       PERFORM ADD-FROM-SOURCE
                       PERFORM RESTORE-PRIORITY
                       IF SRC-OK = 1
                           MOVE "REPLACE" TO SNAP-OP
                           PERFORM SNAPSHOT-CURRENT
                       END-IF
                   END-IF
               WHEN "RETIRE"
                   PERFORM TAKE-VERSION-OPTIONS
                   IF OPT-BAD = 0
                       PERFORM WARN-LIVE-REFERENCES
                       PERFORM SAVE-BASELINE-VERSION
                       PERFORM DELETE-NAME
                       IF FOUND-ANY = 0
                           DISPLAY "[CatalogMaint.EXECUTE-CHANGE] "
                               "RETIRE: " FUNCTION TRIM(CMD-NAME)
                               " nicht im Katalog!"
                           ADD 1 TO TOTAL-ERRORS
                       ELSE
                           DISPLAY "RETIRE " FUNCTION TRIM(CMD-NAME)
                           PERFORM NOTE-RETIRED
                           PERFORM WRITE-RETIRE-MARKER
                       END-IF
                   END-IF
               WHEN "PRIORITY"
                   PERFORM CHECK-EXISTS
                   IF FOUND-ANY = 0
                       DISPLAY "[CatalogMaint.EXECUTE-CHANGE] "
                           "PRIORITY: " FUNCTION TRIM(CMD-NAME)
                           " nicht im Katalog!"
                       ADD 1 TO TOTAL-ERRORS
                   ELSE
                       PERFORM SET-PRIORITY
                   END-IF
               WHEN "ATTRIB"
                   PERFORM CHECK-EXISTS
                   IF FOUND-ANY = 0
                       DISPLAY "[CatalogMaint.EXECUTE-CHANGE] "
                           "ATTRIB: " FUNCTION TRIM(CMD-NAME)
                           " nicht im Katalog!"
                       ADD 1 TO TOTAL-ERRORS
                   ELSE
                       PERFORM SET-ATTRIBUTES
                   END-IF
           END-EVALUATE
           IF TOTAL-ERRORS = CHG-ERRORS
               PERFORM COUNT-NAME-LINES
               MOVE NAME-LINES TO CHG-AFTER
               PERFORM WRITE-CHANGE-LOG
           END-IF
           .

      * prueft, ob mindestens eine Zeile unter CMD-NAME im Katalog
      * liest die Blockzeilen aus CMD-FILE und schreibt sie unter
      * CMD-NAME mit laufender Zeilennummer in den Katalog
       ADD-FROM-SOURCE.
           MOVE 0 TO SRC-OK
           MOVE CMD-FILE TO SRC-FILENAME
           OPEN INPUT SRCF
           IF SRC-STATUS NOT = "00"
                   END-READ
               END-PERFORM
               CLOSE SRCF
               MOVE 1 TO SRC-OK
               DISPLAY "ADD " FUNCTION TRIM(CMD-NAME) " (" SEQ
                   " Zeilen)"
           END-IF
           END-PERFORM
           .

      * setzt die Prioritaetsklasse des Eintrags CMD-NAME: die Zahl
      * steht in der dritten Spalte (CMD-FILE) und muss 1 bis 9 sein
       SET-PRIORITY.
           INSPECT CMD-FILE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(CMD-FILE) TO PRIO-VALUE
           IF PRIO-VALUE < 1 OR PRIO-VALUE > 9
               DISPLAY "[CatalogMaint.SET-PRIORITY] "
                   FUNCTION TRIM(CMD-NAME)
                   ": Klasse muss 1 bis 9 sein!"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE PRIO-VALUE TO PRIO-DISP
           MOVE SPACES TO KEEP-PRIO-LINE
           STRING "priority=" PRIO-DISP
               DELIMITED BY SIZE INTO KEEP-PRIO-LINE
           PERFORM RESTORE-PRIORITY
           DISPLAY "PRIORITY " FUNCTION TRIM(CMD-NAME) " " PRIO-DISP
           .

      * setzt Eigentuemer (eigner=<kennung>) und/oder naechsten
      * Prueftermin (pruefen=<JJJJMMTT>) des Eintrags CMD-NAME in
      * catalog_attr.dat; nicht genannte Attribute bleiben. Die neuen
      * Werte gehen als Grund ins Aenderungsprotokoll
       SET-ATTRIBUTES.
           MOVE SPACES TO ATTR-NEW-EIGNER
           MOVE 0 TO ATTR-NEW-PRUEFEN
           MOVE 0 TO ATTR-HAVE-DATE
           MOVE 0 TO OPT-POS
           INSPECT CMD-LINE TALLYING OPT-POS
               FOR CHARACTERS BEFORE INITIAL " eigner="
           IF OPT-POS < 151
               UNSTRING CMD-LINE(OPT-POS + 9:152 - OPT-POS)
                   DELIMITED BY SPACE INTO ATTR-NEW-EIGNER
           END-IF
           MOVE 0 TO OPT-POS
           INSPECT CMD-LINE TALLYING OPT-POS
               FOR CHARACTERS BEFORE INITIAL " pruefen="
           IF OPT-POS < 143
               MOVE 1 TO ATTR-HAVE-DATE
               IF CMD-LINE(OPT-POS + 10:8) IS NUMERIC
                  AND CMD-LINE(OPT-POS + 18:1) = SPACE
                   MOVE CMD-LINE(OPT-POS + 10:8) TO ATTR-NEW-PRUEFEN
               END-IF
               IF ATTR-NEW-MM < 1 OR ATTR-NEW-MM > 12
                  OR ATTR-NEW-TT < 1 OR ATTR-NEW-TT > 31
                   DISPLAY "[CatalogMaint.SET-ATTRIBUTES] "
                       FUNCTION TRIM(CMD-NAME)
                       ": pruefen= braucht ein Datum JJJJMMTT!"
                   ADD 1 TO TOTAL-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ATTR-NEW-EIGNER = SPACES AND ATTR-HAVE-DATE = 0
               DISPLAY "[CatalogMaint.SET-ATTRIBUTES] "
                   FUNCTION TRIM(CMD-NAME)
                   ": ATTRIB braucht eigner= und/oder pruefen=!"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ATTR-EXISTS
           MOVE CMD-NAME TO ATTR-NAME
           READ ATTRF
               INVALID KEY
                   MOVE 0 TO ATTR-EXISTS
                   MOVE SPACES TO ATTR-REC
                   MOVE CMD-NAME TO ATTR-NAME
                   MOVE 0 TO ATTR-PRUEFEN
           END-READ
           IF ATTR-NEW-EIGNER NOT = SPACES
               MOVE ATTR-NEW-EIGNER TO ATTR-EIGNER
           END-IF
           IF ATTR-HAVE-DATE = 1
               MOVE ATTR-NEW-PRUEFEN TO ATTR-PRUEFEN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RET-TIMESTAMP
           MOVE RET-TIMESTAMP(1:14) TO ATTR-GEAENDERT
           MOVE CMD-USER TO ATTR-VON
           IF ATTR-EXISTS = 1
               REWRITE ATTR-REC
                   INVALID KEY
                       DISPLAY "[CatalogMaint.SET-ATTRIBUTES]"
                           " Schreibfehler " ATTR-STATUS
                       ADD 1 TO TOTAL-ERRORS
               END-REWRITE
           ELSE
               WRITE ATTR-REC
                   INVALID KEY
                       DISPLAY "[CatalogMaint.SET-ATTRIBUTES]"
                           " Schreibfehler " ATTR-STATUS
                       ADD 1 TO TOTAL-ERRORS
               END-WRITE
           END-IF
           MOVE SPACES TO VER-GRUND
           STRING "eigner=" FUNCTION TRIM(ATTR-EIGNER)
               " pruefen=" ATTR-PRUEFEN
               DELIMITED BY SIZE INTO VER-GRUND
           DISPLAY "ATTRIB " FUNCTION TRIM(CMD-NAME) " "
               FUNCTION TRIM(VER-GRUND)
           .

      * merkt die Klassenzeile (Zeilennummer 0) von CMD-NAME vor dem
      * Loeschen fuer REPLACE
       SAVE-PRIORITY.
           MOVE SPACES TO KEEP-PRIO-LINE
           MOVE CMD-NAME TO CAT-NAME
           MOVE 0 TO CAT-SEQ
           READ CATF
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CAT-LINE TO KEEP-PRIO-LINE
           END-READ
           .

      * schreibt KEEP-PRIO-LINE als Zeilennummer 0 von CMD-NAME
      * (ueberschreibt eine vorhandene); leer = nichts zu tun
       RESTORE-PRIORITY.
           IF KEEP-PRIO-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CMD-NAME TO CAT-NAME
           MOVE 0 TO CAT-SEQ
           READ CATF
               INVALID KEY
                   MOVE KEEP-PRIO-LINE TO CAT-LINE
                   WRITE CAT-REC
                       INVALID KEY
                           DISPLAY "[CatalogMaint.RESTORE-PRIORITY]"
                               " Schreibfehler " CAT-STATUS
                           ADD 1 TO TOTAL-ERRORS
                   END-WRITE
               NOT INVALID KEY
                   MOVE KEEP-PRIO-LINE TO CAT-LINE
                   REWRITE CAT-REC
                       INVALID KEY
                           DISPLAY "[CatalogMaint.RESTORE-PRIORITY]"
                               " Schreibfehler " CAT-STATUS
                           ADD 1 TO TOTAL-ERRORS
                   END-REWRITE
           END-READ
           .

      * vermerkt den ausgemusterten Namen mit Datum in
      * catalog_retired.txt - die Verdichtung der Namensbestaende
      * (StoreCompact.cbl) wirft danach dessen Eintraege weg
       NOTE-RETIRED.
           OPEN EXTEND RETF
           IF RET-STATUS = "35"
               OPEN OUTPUT RETF
               CLOSE RETF
               OPEN EXTEND RETF
           END-IF
           IF RET-STATUS NOT = "00"
               DISPLAY "[CatalogMaint.NOTE-RETIRED] catalog_retired.txt"
                   " nicht beschreibbar, Status " RET-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RET-TIMESTAMP
           MOVE SPACES TO RET-LINE
           STRING CMD-NAME " " RET-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO RET-LINE
           WRITE RET-LINE
           CLOSE RETF
           .

      * RETIRE: feste Verweise anderer Stellen auf den Namen zeigen -
      * die eigenen Blockzeilen des Eintrags zaehlen nicht
       WARN-LIVE-REFERENCES.
           PERFORM CHECK-EXISTS
           IF FOUND-ANY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CMD-NAME TO WU-NAME
           MOVE CMD-NAME TO WU-EXCLUDE
           MOVE 0 TO WU-SHOW
           PERFORM CALL-WHEREUSED
           IF WU-LIVE > 0
               MOVE WU-LIVE TO LIVE-DISP
               DISPLAY "[CatalogMaint.WARN-LIVE-REFERENCES] WARNUNG: "
                   "RETIRE " FUNCTION TRIM(CMD-NAME) " bricht "
                   FUNCTION TRIM(LIVE-DISP) " feste(n) Verweis(e):"
               MOVE 1 TO WU-SHOW
               PERFORM CALL-WHEREUSED
           END-IF
           .

      * WhereUsed liest catalog.dat selbst - dafuer den Katalog
      * schliessen und danach wieder zum Aendern oeffnen
       CALL-WHEREUSED.
           CLOSE CATF
           CALL "WhereUsed" USING WU-REQUEST
           OPEN I-O CATF
           IF CAT-STATUS NOT = "00"
               DISPLAY "[CatalogMaint.CALL-WHEREUSED] catalog.dat"
                   " konnte nicht wieder geoeffnet werden, Status "
                   CAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * listet alle Namen des Katalogs mit ihrer Zeilenzahl (ohne
      * die Klassenzeile 0) und gesetzter Prioritaetsklasse auf
       LIST-CATALOG.
           MOVE SPACES TO CAT-NAME
           MOVE 0 TO CAT-SEQ
                       IF CAT-NAME NOT = LIST-NAME
                           IF LIST-NAME NOT = SPACES
                               DISPLAY "  " LIST-NAME " " LIST-COUNT
                                   " Zeilen " LIST-PRIO
                           END-IF
                           MOVE CAT-NAME TO LIST-NAME
                           MOVE 0 TO LIST-COUNT
                           MOVE SPACES TO LIST-PRIO
                       END-IF
                       IF CAT-SEQ = 0
                           MOVE CAT-LINE TO LIST-PRIO
                       ELSE
                           ADD 1 TO LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF LIST-NAME NOT = SPACES
               DISPLAY "  " LIST-NAME " " LIST-COUNT " Zeilen "
                   LIST-PRIO
           END-IF
           .

      * liest die Optionen gueltig=<JJJJMMTT> und grund=<text> aus
      * der Kommandozeile; ohne gueltig= gilt das heutige Datum, ohne
      * grund= ein Platzhalter mit Warnung. OPT-BAD = 1: Kommando
      * wegen eines unbrauchbaren Datums nicht ausfuehren
       TAKE-VERSION-OPTIONS.
           MOVE 0 TO OPT-BAD
           MOVE FUNCTION CURRENT-DATE TO RET-TIMESTAMP
           MOVE RET-TIMESTAMP(1:8) TO VER-GUELTIG
           MOVE SPACES TO VER-GRUND
           MOVE 0 TO OPT-POS
           INSPECT CMD-LINE TALLYING OPT-POS
               FOR CHARACTERS BEFORE INITIAL " gueltig="
           IF OPT-POS < 143
               IF CMD-LINE(OPT-POS + 10:8) IS NUMERIC
                  AND CMD-LINE(OPT-POS + 18:1) = SPACE
                   MOVE CMD-LINE(OPT-POS + 10:8) TO VER-GUELTIG
               ELSE
                   MOVE 1 TO OPT-BAD
               END-IF
               IF VER-MM < 1 OR VER-MM > 12
                  OR VER-TT < 1 OR VER-TT > 31
                   MOVE 1 TO OPT-BAD
               END-IF
               IF OPT-BAD = 1
                   DISPLAY "[CatalogMaint.TAKE-VERSION-OPTIONS] "
                       FUNCTION TRIM(CMD-VERB) " "
                       FUNCTION TRIM(CMD-NAME)
                       ": gueltig= braucht ein Datum JJJJMMTT!"
                   ADD 1 TO TOTAL-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO OPT-POS
           INSPECT CMD-LINE TALLYING OPT-POS
               FOR CHARACTERS BEFORE INITIAL " grund="
           IF OPT-POS < 152
               MOVE CMD-LINE(OPT-POS + 8:153 - OPT-POS) TO VER-GRUND
           END-IF
      *    eine hinter grund= stehende Kennung gehoert nicht dazu
           INSPECT VER-GRUND REPLACING CHARACTERS BY SPACE
               AFTER INITIAL " von="
           INSPECT VER-GRUND REPLACING FIRST " von=" BY SPACES
           IF VER-GRUND = SPACES
               MOVE "ohne Angabe" TO VER-GRUND
               DISPLAY "Warnung: " FUNCTION TRIM(CMD-VERB) " "
                   FUNCTION TRIM(CMD-NAME)
                   " ohne grund= - Aenderungsgrund fehlt"
           END-IF
           MOVE VER-GUELTIG TO SNAP-GUELTIG
           MOVE VER-GRUND TO SNAP-GRUND
           .

      * sucht die juengste Version von CMD-NAME in catalog_hist.dat
      * (LAST-VER, 0 = noch keine Versionsgeschichte)
       FIND-LAST-VERSION.
           MOVE 0 TO LAST-VER
           MOVE CMD-NAME TO HIST-NAME
           MOVE 0 TO HIST-VER
           MOVE 0 TO HIST-SEQ
           MOVE 0 TO HIST-EOF
           START HISTF KEY >= HIST-KEY
               INVALID KEY MOVE 1 TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = 1
               READ HISTF NEXT
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       IF HIST-NAME NOT = CMD-NAME
                           MOVE 1 TO HIST-EOF
                       ELSE
                           IF HIST-SEQ = 0
                               MOVE HIST-VER TO LAST-VER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * ein Eintrag aus der Zeit vor der Versionsfuehrung hat noch
      * keine Geschichte - vor dem ersten Ueberschreiben oder
      * Ausmustern seinen Stand als Version 1 sichern, gueltig seit
      * jeher (Gueltigkeitsdatum 0)
       SAVE-BASELINE-VERSION.
           PERFORM FIND-LAST-VERSION
           IF LAST-VER > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EXISTS
           IF FOUND-ANY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "BESTAND" TO SNAP-OP
           MOVE 0 TO SNAP-GUELTIG
           MOVE "Stand vor der Versionsfuehrung" TO SNAP-GRUND
           PERFORM SNAPSHOT-CURRENT
      *    Kopfdaten fuer die eigentliche Aenderung wiederherstellen
           MOVE VER-GUELTIG TO SNAP-GUELTIG
           MOVE VER-GRUND TO SNAP-GRUND
           .

      * legt den aktuellen Block von CMD-NAME (Zeilen ab 1, ohne die
      * Klassenzeile) als Version LAST-VER + 1 mit den SNAP-
      * Kopfdaten in catalog_hist.dat ab
       SNAPSHOT-CURRENT.
           ADD 1 TO LAST-VER
           MOVE 0 TO SNAP-COUNT
           MOVE CMD-NAME TO CAT-NAME
           MOVE 1 TO CAT-SEQ
           MOVE 0 TO CAT-EOF
           START CATF KEY >= CAT-KEY
               INVALID KEY MOVE 1 TO CAT-EOF
           END-START
           PERFORM UNTIL CAT-EOF = 1
               READ CATF NEXT
                   AT END MOVE 1 TO CAT-EOF
                   NOT AT END
                       IF CAT-NAME NOT = CMD-NAME
                           MOVE 1 TO CAT-EOF
                       ELSE
                           ADD 1 TO SNAP-COUNT
                           MOVE CMD-NAME TO HIST-NAME
                           MOVE LAST-VER TO HIST-VER
                           MOVE SNAP-COUNT TO HIST-SEQ
                           MOVE CAT-LINE TO HIST-LINE
                           PERFORM WRITE-HIST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-VERSION-HEAD
           DISPLAY "  Version " LAST-VER " (" FUNCTION TRIM(SNAP-OP)
               ", gueltig ab " SNAP-GUELTIG ", " SNAP-COUNT
               " Zeilen)"
           .

      * RETIRE: Version ohne Zeilen als Ausmusterungsvermerk - der
      * Stand davor bleibt ueber Version oder Stichtag abrufbar
       WRITE-RETIRE-MARKER.
           PERFORM FIND-LAST-VERSION
           ADD 1 TO LAST-VER
           MOVE "RETIRE" TO SNAP-OP
           MOVE 0 TO SNAP-COUNT
           PERFORM WRITE-VERSION-HEAD
           DISPLAY "  Version " LAST-VER " (RETIRE, gueltig ab "
               SNAP-GUELTIG ")"
           .

      * Versionskopf (Zeilennummer 0) fuer LAST-VER schreiben
       WRITE-VERSION-HEAD.
           MOVE SPACES TO HIST-LINE
           MOVE CMD-NAME TO HIST-NAME
           MOVE LAST-VER TO HIST-VER
           MOVE 0 TO HIST-SEQ
           MOVE SNAP-GUELTIG TO HIST-GUELTIG
           MOVE FUNCTION CURRENT-DATE TO RET-TIMESTAMP
           MOVE RET-TIMESTAMP(1:14) TO HIST-ERFASST
           MOVE SNAP-OP TO HIST-OP
           MOVE SNAP-COUNT TO HIST-ZEILEN
           MOVE SNAP-GRUND TO HIST-GRUND
           PERFORM WRITE-HIST-RECORD
           .

       WRITE-HIST-RECORD.
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "[CatalogMaint.WRITE-HIST-RECORD]"
                       " Schreibfehler " HIST-STATUS " bei "
                       FUNCTION TRIM(HIST-NAME) " / " HIST-VER
                       " / " HIST-SEQ
                   ADD 1 TO TOTAL-ERRORS
           END-WRITE
           .

      * listet die Versionen von CMD-NAME: Nummer, Gueltigkeit,
      * Erfassungszeit, Kommando, Zeilenzahl und Aenderungsgrund
       LIST-HISTORY.
           DISPLAY "Versionsgeschichte " FUNCTION TRIM(CMD-NAME) ":"
           MOVE 0 TO HIST-FOUND
           MOVE CMD-NAME TO HIST-NAME
           MOVE 0 TO HIST-VER
           MOVE 0 TO HIST-SEQ
           MOVE 0 TO HIST-EOF
           START HISTF KEY >= HIST-KEY
               INVALID KEY MOVE 1 TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = 1
               READ HISTF NEXT
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       IF HIST-NAME NOT = CMD-NAME
                           MOVE 1 TO HIST-EOF
                       ELSE
                           IF HIST-SEQ = 0
                               ADD 1 TO HIST-FOUND
                               PERFORM SHOW-VERSION-HEAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HIST-FOUND = 0
               DISPLAY "  (keine Versionsgeschichte)"
           END-IF
           .

       SHOW-VERSION-HEAD.
           MOVE SPACES TO HIST-OUT
           MOVE 1 TO HIST-P
           STRING "  Version " HIST-VER " gueltig ab "
               DELIMITED BY SIZE INTO HIST-OUT WITH POINTER HIST-P
           IF HIST-GUELTIG = 0
               STRING "(jeher)  " DELIMITED BY SIZE
                   INTO HIST-OUT WITH POINTER HIST-P
           ELSE
               STRING HIST-GUELTIG " " DELIMITED BY SIZE
                   INTO HIST-OUT WITH POINTER HIST-P
           END-IF
           STRING " erfasst " HIST-ERFASST(1:8) "-"
               HIST-ERFASST(9:6) " " HIST-OP " " HIST-ZEILEN
               " Zeilen  Grund: " FUNCTION TRIM(HIST-GRUND)
               DELIMITED BY SIZE INTO HIST-OUT WITH POINTER HIST-P
           DISPLAY FUNCTION TRIM(HIST-OUT TRAILING)
           .

      * stellt zwei Versionen von CMD-NAME zeilenweise gegenueber
      * (Versionsnummern in der dritten und vierten Spalte): je
      * abweichender Zeilennummer die alte ("-") und neue ("+")
      * Fassung - Matrixbloecke behalten ihre Zeilenlage, eine
      * geaenderte Steifigkeit steht damit genau an ihrer Stelle
       DIFF-VERSIONS.
           MOVE FUNCTION NUMVAL(CMD-FILE) TO DIFF-VER-A
           MOVE FUNCTION NUMVAL(CMD-EXTRA) TO DIFF-VER-B
           MOVE CMD-NAME TO HIST-NAME
           MOVE DIFF-VER-A TO HIST-VER
           MOVE 0 TO HIST-SEQ
           READ HISTF
               INVALID KEY MOVE 0 TO DIFF-VER-A
               NOT INVALID KEY MOVE HIST-ZEILEN TO DIFF-LINES-A
           END-READ
           MOVE DIFF-VER-B TO HIST-VER
           MOVE 0 TO HIST-SEQ
           READ HISTF
               INVALID KEY MOVE 0 TO DIFF-VER-B
               NOT INVALID KEY MOVE HIST-ZEILEN TO DIFF-LINES-B
           END-READ
           IF DIFF-VER-A = 0 OR DIFF-VER-B = 0
               DISPLAY "[CatalogMaint.DIFF-VERSIONS] DIFF "
                   FUNCTION TRIM(CMD-NAME) " "
                   FUNCTION TRIM(CMD-FILE) " "
                   FUNCTION TRIM(CMD-EXTRA)
                   ": Version nicht in der Versionsgeschichte!"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DIFF " FUNCTION TRIM(CMD-NAME) " Version "
               DIFF-VER-A " (" DIFF-LINES-A " Zeilen) gegen Version "
               DIFF-VER-B " (" DIFF-LINES-B " Zeilen):"
           MOVE DIFF-LINES-A TO DIFF-MAX
           IF DIFF-LINES-B > DIFF-MAX
               MOVE DIFF-LINES-B TO DIFF-MAX
           END-IF
           MOVE 0 TO DIFF-COUNT
           PERFORM DIFF-ONE-LINE
               VARYING DIFF-SEQ FROM 1 BY 1 UNTIL DIFF-SEQ > DIFF-MAX
           DISPLAY "  " DIFF-COUNT " Zeile(n) verschieden"
           .

       DIFF-ONE-LINE.
           MOVE SPACES TO DIFF-LINE-A
           MOVE SPACES TO DIFF-LINE-B
           MOVE CMD-NAME TO HIST-NAME
           MOVE DIFF-VER-A TO HIST-VER
           MOVE DIFF-SEQ TO HIST-SEQ
           READ HISTF
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE HIST-LINE TO DIFF-LINE-A
           END-READ
           MOVE DIFF-VER-B TO HIST-VER
           MOVE DIFF-SEQ TO HIST-SEQ
           READ HISTF
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE HIST-LINE TO DIFF-LINE-B
           END-READ
           IF DIFF-LINE-A = DIFF-LINE-B
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIFF-COUNT
           IF DIFF-SEQ <= DIFF-LINES-A
               DISPLAY "  " DIFF-SEQ " - " FUNCTION TRIM(DIFF-LINE-A)
           END-IF
           IF DIFF-SEQ <= DIFF-LINES-B
               DISPLAY "  " DIFF-SEQ " + " FUNCTION TRIM(DIFF-LINE-B)
           END-IF
           .

      * laedt catalog_auth.txt in AUTH-TABLE: je Zeile Subjekt
      * (Kennung oder @gruppe), Recht und Muster bzw. Gruppe; ohne
      * Datei bleibt die Tabelle leer und jede Aenderung abgewiesen
       LOAD-AUTHORITY.
           MOVE 0 TO AUTH-COUNT
           OPEN INPUT AUTHF
           IF AUTH-STATUS NOT = "00"
               DISPLAY "Warnung: catalog_auth.txt nicht lesbar"
                   " (Status " AUTH-STATUS ") - aendernde Kommandos"
                   " werden abgewiesen"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUTH-EOF
           PERFORM UNTIL AUTH-EOF = 1
               READ AUTHF
                   AT END MOVE 1 TO AUTH-EOF
                   NOT AT END PERFORM TAKE-AUTH-LINE
               END-READ
           END-PERFORM
           CLOSE AUTHF
           .

       TAKE-AUTH-LINE.
           IF AUTH-LINE = SPACES OR AUTH-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF AUTH-COUNT >= 500
               DISPLAY "Warnung: catalog_auth.txt hat mehr als 500"
                   " Eintraege - Rest ignoriert"
               MOVE 1 TO AUTH-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AUTH-COUNT
           MOVE SPACES TO AUTH-ENTRY(AUTH-COUNT)
           UNSTRING AUTH-LINE DELIMITED BY ALL SPACE INTO
               AUTH-SUBJ(AUTH-COUNT) AUTH-RIGHT(AUTH-COUNT)
               AUTH-ARG(AUTH-COUNT)
           MOVE FUNCTION UPPER-CASE(AUTH-RIGHT(AUTH-COUNT))
               TO AUTH-RIGHT(AUTH-COUNT)
           .

      * prueft die Kennung (von=) des aendernden Kommandos gegen
      * AUTH-TABLE - RETIRE braucht das Recht RETIRE, die uebrigen
      * (auch ATTRIB) das Recht AENDERN auf ein zum Namen passendes
      * Muster, direkt oder ueber eine Gruppe. AUTH-OK = 1: ausfuehren
       CHECK-AUTHORITY.
           MOVE 0 TO AUTH-OK
           PERFORM TAKE-USER-ID
           IF CMD-USER = SPACES
               DISPLAY "[CatalogMaint.CHECK-AUTHORITY] "
                   FUNCTION TRIM(CMD-VERB) " "
                   FUNCTION TRIM(CMD-NAME)
                   ": abgewiesen - Kennung von=<kennung> fehlt!"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF CMD-VERB = "RETIRE"
               MOVE "RETIRE" TO AUTH-NEED
           ELSE
               MOVE "AENDERN" TO AUTH-NEED
           END-IF
           PERFORM CHECK-AUTH-ENTRY
               VARYING AUTH-I FROM 1 BY 1
               UNTIL AUTH-I > AUTH-COUNT OR AUTH-OK = 1
           IF AUTH-OK = 0
               DISPLAY "[CatalogMaint.CHECK-AUTHORITY] "
                   FUNCTION TRIM(CMD-VERB) " "
                   FUNCTION TRIM(CMD-NAME) ": abgewiesen - "
                   FUNCTION TRIM(CMD-USER) " hat kein Recht "
                   FUNCTION TRIM(AUTH-NEED)
                   " fuer diesen Namen (catalog_auth.txt)!"
               ADD 1 TO TOTAL-ERRORS
           END-IF
           .

      * Kennung aus der Option von=<kennung> (bis zum naechsten
      * Leerzeichen, an beliebiger Stelle der Zeile)
       TAKE-USER-ID.
           MOVE SPACES TO CMD-USER
           MOVE 0 TO OPT-POS
           INSPECT CMD-LINE TALLYING OPT-POS
               FOR CHARACTERS BEFORE INITIAL " von="
           IF OPT-POS < 154
               UNSTRING CMD-LINE(OPT-POS + 6:155 - OPT-POS)
                   DELIMITED BY SPACE INTO CMD-USER
           END-IF
           .

      * ein Eintrag der Tabelle: passendes Recht, passendes Muster
      * und Subjekt ist die Kennung selbst oder eine ihrer Gruppen
       CHECK-AUTH-ENTRY.
           IF AUTH-RIGHT(AUTH-I) NOT = AUTH-NEED
               EXIT PARAGRAPH
           END-IF
           MOVE AUTH-ARG(AUTH-I) TO AUTH-PATTERN
           PERFORM MATCH-PATTERN
           IF AUTH-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF AUTH-SUBJ(AUTH-I) = CMD-USER
               MOVE 1 TO AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF AUTH-SUBJ(AUTH-I)(1:1) = "@"
               MOVE 0 TO AUTH-MEMBER
               PERFORM CHECK-MEMBER
                   VARYING AUTH-J FROM 1 BY 1
                   UNTIL AUTH-J > AUTH-COUNT OR AUTH-MEMBER = 1
               IF AUTH-MEMBER = 1
                   MOVE 1 TO AUTH-OK
               END-IF
           END-IF
           .

      * ist CMD-USER Mitglied der Gruppe des Eintrags AUTH-I?
       CHECK-MEMBER.
           IF AUTH-SUBJ(AUTH-J) = CMD-USER
              AND AUTH-RIGHT(AUTH-J) = "GRUPPE"
              AND AUTH-ARG(AUTH-J) = AUTH-SUBJ(AUTH-I)(2:20)
               MOVE 1 TO AUTH-MEMBER
           END-IF
           .

      * passt CMD-NAME auf AUTH-PATTERN? "*" am Ende = Praefix,
      * "*" allein = jeder Name, sonst der Name genau
       MATCH-PATTERN.
           MOVE 0 TO AUTH-MATCH
           MOVE 0 TO AUTH-PLEN
           INSPECT AUTH-PATTERN TALLYING AUTH-PLEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF AUTH-PLEN = 0
               EXIT PARAGRAPH
           END-IF
           IF AUTH-PATTERN(AUTH-PLEN:1) = "*"
               IF AUTH-PLEN = 1
                   MOVE 1 TO AUTH-MATCH
               ELSE
                   IF CMD-NAME(1:AUTH-PLEN - 1) =
                      AUTH-PATTERN(1:AUTH-PLEN - 1)
                       MOVE 1 TO AUTH-MATCH
                   END-IF
               END-IF
           ELSE
               IF CMD-NAME = AUTH-PATTERN
                   MOVE 1 TO AUTH-MATCH
               END-IF
           END-IF
           .

      * Zahl der Blockzeilen (ab 1, ohne Klassenzeile) von CMD-NAME
      * im aktuellen Katalog
       COUNT-NAME-LINES.
           MOVE 0 TO NAME-LINES
           MOVE CMD-NAME TO CAT-NAME
           MOVE 1 TO CAT-SEQ
           MOVE 0 TO CAT-EOF
           START CATF KEY >= CAT-KEY
               INVALID KEY MOVE 1 TO CAT-EOF
           END-START
           PERFORM UNTIL CAT-EOF = 1
               READ CATF NEXT
                   AT END MOVE 1 TO CAT-EOF
                   NOT AT END
                       IF CAT-NAME NOT = CMD-NAME
                           MOVE 1 TO CAT-EOF
                       ELSE
                           ADD 1 TO NAME-LINES
                       END-IF
               END-READ
           END-PERFORM
           .

      * Zeile des Aenderungsprotokolls: Zeit, Kennung, Kommando,
      * Name, Zeilenzahl vorher/nachher, Version, Grund, dann
      * Satznummer und verketteter Pruefwert wie in audit.txt
       WRITE-CHANGE-LOG.
           IF CHG-OPEN = 0
               PERFORM LOAD-CHANGE-CHAIN
           END-IF
           IF CHG-OPEN NOT = 1
               DISPLAY "[CatalogMaint.WRITE-CHANGE-LOG] "
                   FUNCTION TRIM(CMD-VERB) " "
                   FUNCTION TRIM(CMD-NAME)
                   " ausgefuehrt, aber NICHT protokolliert!"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-VERSION
           MOVE FUNCTION CURRENT-DATE TO RET-TIMESTAMP
           MOVE SPACES TO CHG-LINE
           STRING RET-TIMESTAMP(1:8) "-" RET-TIMESTAMP(9:8)
               " " FUNCTION TRIM(CMD-USER)
               " " FUNCTION TRIM(CMD-VERB)
               " " FUNCTION TRIM(CMD-NAME)
               " VORHER=" CHG-BEFORE " NACHHER=" CHG-AFTER
               " VERSION=" LAST-VER
               DELIMITED BY SIZE INTO CHG-LINE
           IF VER-GRUND NOT = SPACES
               STRING FUNCTION TRIM(CHG-LINE) " GRUND="
                   FUNCTION TRIM(VER-GRUND)
                   DELIMITED BY SIZE INTO CHG-LINE
           END-IF
           ADD 1 TO CHG-SEQ
           MOVE CHG-SEQ TO CHG-SEQ-DISP
           STRING FUNCTION TRIM(CHG-LINE) " SEQ=" CHG-SEQ-DISP
               DELIMITED BY SIZE INTO CHG-LINE
           MOVE CHG-LINE TO CHAIN-TEXT
           PERFORM CHAIN-HASH
           MOVE CHG-CHAIN TO CHG-CHK-DISP
           STRING FUNCTION TRIM(CHG-LINE) " CHK=" CHG-CHK-DISP
               DELIMITED BY SIZE INTO CHG-LINE
           WRITE CHG-FILE-LINE FROM CHG-LINE
           .

      * liest den Endstand der Kette (SEQ=/CHK= der letzten Zeile)
      * aus catalog_changes.txt und oeffnet die Datei zum Anhaengen
       LOAD-CHANGE-CHAIN.
           MOVE 0 TO CHG-SEQ
           MOVE 0 TO CHG-CHAIN
           OPEN INPUT CHGF
           IF CHG-STATUS = "00"
               MOVE 0 TO CHG-EOF
               PERFORM UNTIL CHG-EOF = 1
                   READ CHGF
                       AT END MOVE 1 TO CHG-EOF
                       NOT AT END PERFORM NOTE-CHAIN-TOKENS
                   END-READ
               END-PERFORM
               CLOSE CHGF
           END-IF
           OPEN EXTEND CHGF
           IF CHG-STATUS = "35"
               OPEN OUTPUT CHGF
               CLOSE CHGF
               OPEN EXTEND CHGF
           END-IF
           IF CHG-STATUS = "00"
               MOVE 1 TO CHG-OPEN
           ELSE
               MOVE 2 TO CHG-OPEN
           END-IF
           .

       NOTE-CHAIN-TOKENS.
           MOVE 0 TO SEQ-POS
           INSPECT CHG-FILE-LINE TALLYING SEQ-POS
               FOR CHARACTERS BEFORE INITIAL " SEQ="
           IF SEQ-POS < 180 AND CHG-FILE-LINE(SEQ-POS + 1:5) = " SEQ="
               MOVE CHG-FILE-LINE(SEQ-POS + 6:9) TO SEQ-TOK
               COMPUTE CHG-SEQ = FUNCTION NUMVAL(SEQ-TOK)
               MOVE 0 TO SEQ-POS
               INSPECT CHG-FILE-LINE TALLYING SEQ-POS
                   FOR CHARACTERS BEFORE INITIAL " CHK="
               IF SEQ-POS < 190 AND
                  CHG-FILE-LINE(SEQ-POS + 1:5) = " CHK="
                   MOVE CHG-FILE-LINE(SEQ-POS + 6:9) TO CHK-TOK
                   COMPUTE CHG-CHAIN = FUNCTION NUMVAL(CHK-TOK)
               END-IF
           END-IF
           .

      * verketteter Pruefwert, Formel wie OutputHandling.CHAIN-HASH
      * und AuditVerify.cbl: H = (H * 31 + Zeichencode) mod
      * 999999937 ueber den getrimmten Zeileninhalt
       CHAIN-HASH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT)) TO
               CHAIN-LEN
           PERFORM VARYING CHAIN-I FROM 1 BY 1
                   UNTIL CHAIN-I > CHAIN-LEN
               COMPUTE CHAIN-WORK = CHG-CHAIN * 31
                   + FUNCTION ORD(CHAIN-TEXT(CHAIN-I:1))
               COMPUTE CHG-CHAIN =
                   FUNCTION MOD(CHAIN-WORK, 999999937)
           END-PERFORM
           .
       END PROGRAM CatalogMaint.
