      *          Lauf angestossen, wird aus dem Bibliotheksverlust
      *          eine Wiederherstellung. Satzaufbau des Katalogs muss
      *          mit CatalogMaint.cbl uebereinstimmen.
      *          Die Versionsgeschichte catalog_hist.dat laeuft mit:
      *          DUMP haengt ihre Saetze hinter die des Katalogs
      *          (Satzart "H" plus Versionsnummer am Satzende),
      *          VERIFY prueft je Version Kopf, Zeilennummern und
      *          Zeilenzahl, REBUILD baut sie neu auf, sobald die
      *          Sicherung Geschichtssaetze enthaelt - eine Sicherung
      *          aus der Zeit davor laesst catalog_hist.dat stehen.
      *          Ebenso die Pflegeattribute catalog_attr.dat
      *          (Eigentuemer, Prueftermin - CatalogMaint ATTRIB):
      *          DUMP haengt sie als Satzart "A" an, REBUILD baut sie
      *          neu auf, sobald die Sicherung solche Saetze enthaelt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
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
               SELECT CMDF ASSIGN TO "catbackup_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
           FD HISTF
           DATA RECORD IS HIST-REC.
           01 HIST-REC.
               05 HIST-KEY.
                   10 HIST-NAME PIC X(30).
                   10 HIST-VER PIC 9(04).
                   10 HIST-SEQ PIC 9(06).
               05 HIST-LINE PIC X(80).
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
      *    Satzaufbau wie in CatalogMaint.cbl; in der Sicherung steht
      *    ATTR-DATA in D-LINE
           FD ATTRF
           DATA RECORD IS ATTR-REC.
           01 ATTR-REC.
               05 ATTR-NAME PIC X(30).
               05 ATTR-DATA.
                   10 ATTR-EIGNER PIC X(20).
                   10 ATTR-PRUEFEN PIC 9(08).
                   10 ATTR-GEAENDERT PIC X(14).
                   10 ATTR-VON PIC X(20).
                   10 FILLER PIC X(08).
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(120).
               05 D-NAME PIC X(30).
               05 D-SEQ PIC 9(06).
               05 D-LINE PIC X(80).
      *        Satzart: Leerzeichen = catalog.dat, "H" = Satz der
      *        Versionsgeschichte mit Versionsnummer D-VER, "A" =
      *        Pflegeattribute des Namens
               05 D-KIND PIC X(01).
                   88 D-HISTORY VALUE "H".
                   88 D-ATTRIBUTES VALUE "A".
               05 D-VER PIC 9(04).
       WORKING-STORAGE SECTION.
           01 CAT-STATUS PIC XX.
           01 HIST-STATUS PIC XX.
           01 HIST-EOF PIC 9 VALUE 0.
      *    REBUILD: 1 = catalog_hist.dat zum Neuaufbau geoeffnet
           01 HIST-OPENED PIC 9 VALUE 0.
           01 HIST-COUNT PIC 9(08) VALUE 0.
           01 ATTR-STATUS PIC XX.
           01 ATTR-EOF PIC 9 VALUE 0.
      *    REBUILD: 1 = catalog_attr.dat zum Neuaufbau geoeffnet
           01 ATTR-OPENED PIC 9 VALUE 0.
           01 ATTR-COUNT PIC 9(08) VALUE 0.
      *    VERIFY der Versionsgeschichte: laufende Version, deren
      *    Zeilenzahl laut Kopf und die erwartete naechste Zeile
           01 VH-NAME PIC X(30) VALUE SPACES.
           01 VH-VER PIC 9(04) VALUE 0.
           01 VH-ZEILEN PIC 9(06) VALUE 0.
           01 VH-EXPECT PIC 9(06) VALUE 0.
           01 VH-VERSIONS PIC 9(06) VALUE 0.
           01 CMD-STATUS PIC XX.
           01 DUMP-STATUS PIC XX.
           01 DUMP-FILENAME PIC X(80).
                       MOVE CAT-NAME TO D-NAME
                       MOVE CAT-SEQ TO D-SEQ
                       MOVE CAT-LINE TO D-LINE
                       MOVE SPACE TO D-KIND
                       MOVE 0 TO D-VER
                       WRITE DUMP-REC
                       ADD 1 TO REC-COUNT
               END-READ
           END-PERFORM
           CLOSE CATF
           PERFORM DUMP-HISTORY
           PERFORM DUMP-ATTRIBUTES
           CLOSE DUMPF
           DISPLAY "DUMP: " REC-COUNT " Saetze nach "
               FUNCTION TRIM(DUMP-FILENAME)
           .

      * haengt die Versionsgeschichte in Schluesselordnung an die
      * Sicherung an - ohne catalog_hist.dat (noch keine Version
      * abgelegt) gibt es nichts anzuhaengen
       DUMP-HISTORY.
           OPEN INPUT HISTF
           IF HIST-STATUS = "35"
               DISPLAY "DUMP: keine Versionsgeschichte vorhanden"
               EXIT PARAGRAPH
           END-IF
           IF HIST-STATUS NOT = "00"
               DISPLAY "[CatalogBackup.DUMP-HISTORY] catalog_hist.dat"
                   " konnte nicht geoeffnet werden, Status "
                   HIST-STATUS
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO HIST-KEY
           START HISTF KEY >= HIST-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO HIST-EOF
           MOVE 0 TO HIST-COUNT
           PERFORM UNTIL HIST-EOF = 1
               READ HISTF NEXT
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       MOVE HIST-NAME TO D-NAME
                       MOVE HIST-SEQ TO D-SEQ
                       MOVE HIST-LINE TO D-LINE
                       MOVE "H" TO D-KIND
                       MOVE HIST-VER TO D-VER
                       WRITE DUMP-REC
                       ADD 1 TO REC-COUNT
                       ADD 1 TO HIST-COUNT
               END-READ
           END-PERFORM
           CLOSE HISTF
           DISPLAY "DUMP: davon " HIST-COUNT
               " Saetze der Versionsgeschichte"
           .

      * haengt die Pflegeattribute an die Sicherung an - ohne
      * catalog_attr.dat (noch kein ATTRIB) gibt es nichts anzuhaengen
       DUMP-ATTRIBUTES.
           OPEN INPUT ATTRF
           IF ATTR-STATUS = "35"
               DISPLAY "DUMP: keine Pflegeattribute vorhanden"
               EXIT PARAGRAPH
           END-IF
           IF ATTR-STATUS NOT = "00"
               DISPLAY "[CatalogBackup.DUMP-ATTRIBUTES] "
                   "catalog_attr.dat konnte nicht geoeffnet werden,"
                   " Status " ATTR-STATUS
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ATTR-NAME
           START ATTRF KEY >= ATTR-NAME
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO ATTR-EOF
           MOVE 0 TO ATTR-COUNT
           PERFORM UNTIL ATTR-EOF = 1
               READ ATTRF NEXT
                   AT END MOVE 1 TO ATTR-EOF
                   NOT AT END
                       MOVE ATTR-NAME TO D-NAME
                       MOVE 0 TO D-SEQ
                       MOVE ATTR-DATA TO D-LINE
                       MOVE "A" TO D-KIND
                       MOVE 0 TO D-VER
                       WRITE DUMP-REC
                       ADD 1 TO REC-COUNT
                       ADD 1 TO ATTR-COUNT
               END-READ
           END-PERFORM
           CLOSE ATTRF
           DISPLAY "DUMP: davon " ATTR-COUNT
               " Saetze der Pflegeattribute"
           .

      * prueft den lebenden Katalog: Lesbarkeit in Schluesselordnung
      * (strukturelle Schaeden schlagen als Dateistatus auf) und
      * lueckenlose Zeilennummern je Name, Bericht je CAT-NAME
           IF VER-BAD > 0
               ADD 1 TO TOTAL-ERRORS
           END-IF
           PERFORM VERIFY-HISTORY
           .

      * prueft die Versionsgeschichte: jede Version beginnt mit
      * ihrem Kopf (Zeilennummer 0), die Zeilen folgen lueckenlos,
      * ihre Zahl stimmt mit der Angabe im Kopf ueberein
       VERIFY-HISTORY.
           OPEN INPUT HISTF
           IF HIST-STATUS = "35"
               DISPLAY "VERIFY catalog_hist.dat: nicht vorhanden"
               EXIT PARAGRAPH
           END-IF
           IF HIST-STATUS NOT = "00"
               DISPLAY "[CatalogBackup.VERIFY-HISTORY] catalog_hist.dat"
                   " laesst sich NICHT oeffnen (Status " HIST-STATUS
                   ") - Wiederherstellung per REBUILD noetig!"
               ADD 1 TO TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO HIST-KEY
           START HISTF KEY >= HIST-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO HIST-EOF
           MOVE 0 TO HIST-COUNT
           MOVE 0 TO VH-VERSIONS
           MOVE 0 TO VER-BAD
           MOVE SPACES TO VH-NAME
           MOVE 0 TO VH-VER
           DISPLAY "VERIFY catalog_hist.dat:"
           PERFORM UNTIL HIST-EOF = 1
               READ HISTF NEXT
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END PERFORM VERIFY-ONE-HIST-RECORD
               END-READ
               IF HIST-STATUS NOT = "00" AND HIST-STATUS NOT = "10"
                  AND HIST-EOF = 0
                   DISPLAY "  STRUKTURSCHADEN: Lesefehler Status "
                       HIST-STATUS " nach " HIST-COUNT " Saetzen!"
                   ADD 1 TO TOTAL-ERRORS
                   MOVE 1 TO HIST-EOF
               END-IF
           END-PERFORM
           PERFORM CHECK-HIST-LINE-COUNT
           CLOSE HISTF
           DISPLAY "  " VH-VERSIONS " Version(en), " HIST-COUNT
               " Saetze, " VER-BAD " Beanstandung(en)"
           IF VER-BAD > 0
               ADD 1 TO TOTAL-ERRORS
           END-IF
           .

       VERIFY-ONE-HIST-RECORD.
           ADD 1 TO HIST-COUNT
           IF HIST-NAME NOT = VH-NAME OR HIST-VER NOT = VH-VER
               PERFORM CHECK-HIST-LINE-COUNT
               ADD 1 TO VH-VERSIONS
               MOVE HIST-NAME TO VH-NAME
               MOVE HIST-VER TO VH-VER
               MOVE 0 TO VH-EXPECT
               MOVE 0 TO VH-ZEILEN
               IF HIST-SEQ NOT = 0
                   DISPLAY "  " VH-NAME " Version " VH-VER
                       ": Versionskopf fehlt"
                   ADD 1 TO VER-BAD
               END-IF
           END-IF
           IF HIST-SEQ = 0
               MOVE HIST-ZEILEN TO VH-ZEILEN
           END-IF
           IF HIST-SEQ NOT = VH-EXPECT AND HIST-SEQ > 0
              AND VH-EXPECT > 0
               DISPLAY "  " VH-NAME " Version " VH-VER
                   ": Zeilennummern-Luecke, erwartet " VH-EXPECT
                   ", gefunden " HIST-SEQ
               ADD 1 TO VER-BAD
           END-IF
           COMPUTE VH-EXPECT = HIST-SEQ + 1
           .

      * am Ende einer Version: stimmt die Zeilenzahl laut Kopf?
       CHECK-HIST-LINE-COUNT.
           IF VH-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF VH-EXPECT NOT = VH-ZEILEN + 1
               DISPLAY "  " VH-NAME " Version " VH-VER
                   ": Kopf nennt " VH-ZEILEN " Zeilen, vorhanden "
                   "bis Zeilennummer " VH-EXPECT
               ADD 1 TO VER-BAD
           END-IF
           .

       VERIFY-ONE-RECORD.
               ADD 1 TO NAME-COUNT
               MOVE CAT-NAME TO VER-NAME
               MOVE 1 TO VER-EXPECT
      *        die Prioritaetsklasse (CatalogMaint PRIORITY) liegt
      *        als Zeilennummer 0 vor dem Block - keine Luecke
               IF CAT-SEQ = 0 AND CAT-LINE(1:9) = "priority="
                   MOVE 0 TO VER-EXPECT
               END-IF
           END-IF
           IF CAT-SEQ NOT = VER-EXPECT
               DISPLAY "  " VER-NAME ": Zeilennummern-Luecke,"
           END-IF
           MOVE 0 TO DUMP-EOF
           MOVE 0 TO REC-COUNT
           MOVE 0 TO HIST-COUNT
           MOVE 0 TO HIST-OPENED
           MOVE 0 TO ATTR-COUNT
           MOVE 0 TO ATTR-OPENED
           PERFORM UNTIL DUMP-EOF = 1
               READ DUMPF
                   AT END MOVE 1 TO DUMP-EOF
                   NOT AT END
                       IF D-HISTORY
                           PERFORM REBUILD-HIST-RECORD
                       ELSE
                       IF D-ATTRIBUTES
                           PERFORM REBUILD-ATTR-RECORD
                       ELSE
                           MOVE D-NAME TO CAT-NAME
                           MOVE D-SEQ TO CAT-SEQ
                           MOVE D-LINE TO CAT-LINE
                           WRITE CAT-REC
                               INVALID KEY
                                   DISPLAY "  Schreibfehler bei "
                                       FUNCTION TRIM(D-NAME) " / "
                                       D-SEQ
                                   ADD 1 TO TOTAL-ERRORS
                           END-WRITE
                       END-IF
                       END-IF
                       ADD 1 TO REC-COUNT
               END-READ
           END-PERFORM
           CLOSE CATF
           EVALUATE HIST-OPENED
               WHEN 1
                   CLOSE HISTF
                   DISPLAY "REBUILD: davon " HIST-COUNT
                       " Saetze der Versionsgeschichte"
               WHEN 0
                   DISPLAY "REBUILD: keine Versionsgeschichte in der"
                       " Sicherung - catalog_hist.dat unveraendert"
           END-EVALUATE
           EVALUATE ATTR-OPENED
               WHEN 1
                   CLOSE ATTRF
                   DISPLAY "REBUILD: davon " ATTR-COUNT
                       " Saetze der Pflegeattribute"
               WHEN 0
                   DISPLAY "REBUILD: keine Pflegeattribute in der"
                       " Sicherung - catalog_attr.dat unveraendert"
           END-EVALUATE
           CLOSE DUMPF
           DISPLAY "REBUILD: " REC-COUNT " Saetze aus "
               FUNCTION TRIM(DUMP-FILENAME) " aufgebaut"
           .

      * Satz der Versionsgeschichte zurueckschreiben - beim ersten
      * wird catalog_hist.dat frisch angelegt (die beschaedigte
      * vorher beiseitelegen)
       REBUILD-HIST-RECORD.
           IF HIST-OPENED = 0
               OPEN OUTPUT HISTF
               IF HIST-STATUS NOT = "00"
                   DISPLAY "[CatalogBackup.REBUILD-HIST-RECORD]"
                       " catalog_hist.dat nicht anlegbar (Status "
                       HIST-STATUS ")!"
                   ADD 1 TO TOTAL-ERRORS
                   MOVE 2 TO HIST-OPENED
               ELSE
                   MOVE 1 TO HIST-OPENED
               END-IF
           END-IF
           IF HIST-OPENED NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE D-NAME TO HIST-NAME
           MOVE D-VER TO HIST-VER
           MOVE D-SEQ TO HIST-SEQ
           MOVE D-LINE TO HIST-LINE
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "  Schreibfehler bei "
                       FUNCTION TRIM(D-NAME) " Version " D-VER
                       " / " D-SEQ
                   ADD 1 TO TOTAL-ERRORS
           END-WRITE
           ADD 1 TO HIST-COUNT
           .

      * Pflegeattribute eines Namens zurueckschreiben - beim ersten
      * Satz wird catalog_attr.dat frisch angelegt
       REBUILD-ATTR-RECORD.
           IF ATTR-OPENED = 0
               OPEN OUTPUT ATTRF
               IF ATTR-STATUS NOT = "00"
                   DISPLAY "[CatalogBackup.REBUILD-ATTR-RECORD]"
                       " catalog_attr.dat nicht anlegbar (Status "
                       ATTR-STATUS ")!"
                   ADD 1 TO TOTAL-ERRORS
                   MOVE 2 TO ATTR-OPENED
               ELSE
                   MOVE 1 TO ATTR-OPENED
               END-IF
           END-IF
           IF ATTR-OPENED NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE D-NAME TO ATTR-NAME
           MOVE D-LINE TO ATTR-DATA
           WRITE ATTR-REC
               INVALID KEY
                   DISPLAY "  Schreibfehler bei Attributen von "
                       FUNCTION TRIM(D-NAME)
                   ADD 1 TO TOTAL-ERRORS
           END-WRITE
           ADD 1 TO ATTR-COUNT
           .
       END PROGRAM CatalogBackup.
