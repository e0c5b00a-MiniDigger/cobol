      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aenderungslieferung des Warehouse-Extrakts. Mehr als
      *          neun Zehntel der Eigenwerte bewegen sich von Nacht zu
      *          Nacht nicht, das Ladefenster des Warehouse ist der
      *          Engpass - daher wird die fertige extract.txt (Kopf-,
      *          Detail-, Trailersatz, siehe WRITE-EXTRACT in
      *          OutputHandling.cbl) gegen den zuletzt gesendeten
      *          Stand je Datensatzname abgeglichen und auf das
      *          Noetige verkuerzt. Von MAIN nach dem Trailersatz
      *          gerufen, bei partitionierten Laeufen von
      *          PartitionMerge.cbl nach dem Neuaufbau von extract.txt.
      *          Lieferart CFG-EXTRACT-MODE (siteconfig.txt extract=):
      *            full    - nichts zu tun, extract.txt bleibt voll
      *                      (bisheriges Verhalten, kein Sendestand)
      *            delta   - gesendet werden neue Namen, Ergebnisse
      *                      mit EW-Aenderung ueber CFG-EXTRACT-TOL,
      *                      geaenderter Status/Dimension/Spaltenzahl
      *                      und je ausgemustertem Namen ein
      *                      Loeschsatz (Status "DELE", Zahlen 0)
      *            refresh - Vollabgleich zum Monatsende: jeder
      *                      Datensatz wird gesendet, Loeschsaetze wie
      *                      bei delta, der Sendestand wird neu
      *                      aufgesetzt
      *          Die volle Fassung bleibt als extract_full.txt stehen,
      *          der Sendestand liegt in extract_sent.txt (je Zeile
      *          Name, EW, Status, Dimension, Spaltenzahl, Gesehen-
      *          Kennzeichen und Laufkennung der letzten Sendung).
      *          Der Kopfsatz bekommt die Lieferart angehaengt, der
      *          Trailersatz zaehlt die tatsaechlich gesendeten
      *          Detailsaetze samt Loeschsaetzen und deren EW-Summe -
      *          ExtractAckCheck.cbl stimmt unveraendert ab.
      *          Loeschsaetze entstehen nur am Ende eines vollstaendigen
      *          Durchgangs (DELTA-OP "COMPLETE"): ein vom Batchfenster
      *          oder vom Operator unterbrochener Lauf (DELTA-OP
      *          "PARTIAL") merkt sich nur die gesehenen Namen, der
      *          wiederaufgenommene Lauf schliesst den Durchgang ab.
      *          Geloescht wird nur ein Name, der im Durchgang nicht
      *          geliefert wurde UND aus dem Katalog ausgemustert ist
      *          (Vermerk in catalog_retired.txt durch CatalogMaint
      *          RETIRE, ohne dass der Name inzwischen wieder in
      *          catalog.dat steht - wie in StoreCompact.cbl); ein
      *          Eintrag "<name>-<MODUS>" einer Modusliste und ein
      *          Zusammenhangsblock "<name>-K<k>" folgen dem
      *          Blocknamen. Jeder andere fehlende Name - zur Freigabe
      *          zurueckgehalten, Paar nicht geliefert oder vom
      *          Manifest-Abgleich abgewiesen, heute nicht eingeplant -
      *          bleibt im Warehouse und im Sendestand stehen.
      *          Datensaetze ohne Namen haben keine Identitaet ueber
      *          Laeufe hinweg und werden immer gesendet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractDelta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXTRACTF ASSIGN TO "extract.txt"
               FILE STATUS IS EXTRACT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FULLF ASSIGN TO "extract_full.txt"
               FILE STATUS IS FULL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATEF ASSIGN TO "extract_sent.txt"
               FILE STATUS IS STATE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RETF ASSIGN TO "catalog_retired.txt"
               FILE STATUS IS RET-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CATF ASSIGN TO "catalog.dat"
               FILE STATUS IS CAT-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD EXTRACTF
           DATA RECORD IS EXTRACT-LINE.
           01 EXTRACT-LINE PIC X(100).
           FD FULLF
           DATA RECORD IS FULL-LINE.
           01 FULL-LINE PIC X(100).
           FD STATEF
           DATA RECORD IS STATE-LINE.
           01 STATE-LINE PIC X(100).
           FD RETF
           DATA RECORD IS RET-LINE.
           01 RET-LINE PIC X(80).
      *    Satzaufbau muss mit CatalogMaint.cbl uebereinstimmen
           FD CATF
           DATA RECORD IS CAT-REC.
           01 CAT-REC.
               05 CAT-KEY.
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 EXTRACT-STATUS PIC XX.
           01 FULL-STATUS PIC XX.
           01 STATE-STATUS PIC XX.
           01 RET-STATUS PIC XX.
           01 CAT-STATUS PIC XX.
           01 FILE-EOF PIC 9 VALUE 0.
      *    fester Detailsatz-Aufbau, siehe EXTRACT-LINE in
      *    OutputHandling.cbl
           01 DETAIL-REDEF.
               05 DET-NAME PIC X(30).
               05 FILLER PIC X.
               05 DET-DIM PIC X(05).
               05 FILLER PIC X.
               05 DET-EW PIC X(14).
               05 FILLER PIC X.
               05 DET-ITER PIC X(06).
               05 FILLER PIC X.
               05 DET-STATUS PIC X(04).
               05 FILLER PIC X.
               05 DET-RUN-ID PIC X(17).
               05 FILLER PIC X.
               05 DET-COLS PIC X(05).
               05 FILLER PIC X(13).
      *    Loeschsatz im selben Aufbau
           01 DELETE-LINE.
               05 DEL-NAME PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 DEL-DIM PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 DEL-EW PIC -(8)9.9999.
               05 FILLER PIC X VALUE SPACE.
               05 DEL-ITER PIC ZZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 DEL-STATUS PIC X(04) VALUE "DELE".
               05 FILLER PIC X VALUE SPACE.
               05 DEL-RUN-ID PIC X(17).
               05 FILLER PIC X VALUE SPACE.
               05 DEL-COLS PIC ZZZZ9.
      *    Sendestand-Zeile in extract_sent.txt
           01 STATE-REC.
               05 ST-NAME PIC X(30).
               05 FILLER PIC X.
               05 ST-EW PIC X(14).
               05 FILLER PIC X.
               05 ST-STATUS PIC X(04).
               05 FILLER PIC X.
               05 ST-DIM PIC X(05).
               05 FILLER PIC X.
               05 ST-COLS PIC X(05).
               05 FILLER PIC X.
               05 ST-SEEN PIC 9.
               05 FILLER PIC X.
               05 ST-RUN-ID PIC X(17).
      *    Sendestand im Speicher; SENT-GONE markiert Namen, fuer die
      *    in diesem Lauf ein Loeschsatz hinausgeht
           01 SENT-COUNT PIC 9(04) VALUE 0.
           01 SENT-TABLE.
               05 SENT-ENTRY OCCURS 5000 TIMES.
                   10 SENT-NAME PIC X(30).
                   10 SENT-EW PIC X(14).
                   10 SENT-STATUS PIC X(04).
                   10 SENT-DIM PIC X(05).
                   10 SENT-COLS PIC X(05).
                   10 SENT-SEEN PIC 9.
                   10 SENT-GONE PIC 9.
                   10 SENT-RUN-ID PIC X(17).
           01 S PIC 9(04).
           01 FOUND-AT PIC 9(04).
           01 TABLE-FULL-WARNED PIC 9 VALUE 0.
           01 SEND-IT PIC 9.
      *    ausgemusterte Namen aus catalog_retired.txt
           01 RET-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 RET-TABLE.
               05 RET-NAME PIC X(30) OCCURS 2000 TIMES.
           01 RET-TOK PIC X(30).
           01 R PIC 9(04) COMP-3.
           01 RET-HIT PIC 9(04) COMP-3.
           01 CAT-OPEN PIC 9 VALUE 0.
           01 NAME-RETIRED PIC 9.
           01 RET-LEN PIC 9(02).
           01 SENT-LEN PIC 9(02).
           01 EW-OLD PIC S9(13)V9(04) COMP-3.
           01 EW-NEW PIC S9(13)V9(04) COMP-3.
           01 EW-DIF PIC S9(14)V9(04) COMP-3.
      *    Kopfsatz der vollen Fassung und Laufkennung fuer die
      *    Loeschsaetze (aus dem ersten Detailsatz)
           01 HDR-TEXT PIC X(100) VALUE SPACES.
           01 RUN-ID-SEEN PIC X(17) VALUE SPACES.
           01 MODE-WORD PIC X(07).
      *    Zaehler und Trailer der verkuerzten Lieferung
           01 SENT-ROWS PIC 9(06) VALUE 0.
           01 KEPT-ROWS PIC 9(06) VALUE 0.
           01 DELETE-ROWS PIC 9(06) VALUE 0.
           01 ABSENT-ROWS PIC 9(06) VALUE 0.
           01 OUT-COUNT PIC 9(06) VALUE 0.
           01 OUT-SUM PIC S9(12)V9(04) COMP-3 VALUE 0.
           01 CNT-DISP PIC ZZZZZ9.
           01 SUM-DISP PIC -(10)9.9999.
           01 OUT-LINE PIC X(100).
       LINKAGE SECTION.
           COPY "RunConfig.cpy".
      *    "COMPLETE" = Durchgang vollstaendig, Loeschsaetze erlaubt;
      *    "PARTIAL"  = unterbrochener Lauf, keine Loeschsaetze
           01 DELTA-OP PIC X(08).
       PROCEDURE DIVISION USING RUN-CONFIG DELTA-OP.
       MAIN-PROCEDURE.
           IF CFG-EXTRACT-FULL
               EXIT PROGRAM
           END-IF
           IF CFG-EXTRACT-DELTA
               MOVE "DELTA" TO MODE-WORD
           ELSE
               MOVE "REFRESH" TO MODE-WORD
           END-IF

           PERFORM COPY-FULL-EXTRACT
           IF FULL-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-SENT-STATE

           OPEN INPUT FULLF
           OPEN OUTPUT EXTRACTF
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "[ExtractDelta.MAIN-PROCEDURE] extract.txt"
                   " nicht beschreibbar, Status " EXTRACT-STATUS
               CLOSE FULLF
               EXIT PROGRAM
           END-IF
           MOVE 0 TO FILE-EOF
           PERFORM UNTIL FILE-EOF = 1
               READ FULLF
                   AT END MOVE 1 TO FILE-EOF
                   NOT AT END PERFORM SELECT-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE FULLF

           IF DELTA-OP = "COMPLETE"
               PERFORM LOAD-RETIRED
               PERFORM WRITE-DELETES
           END-IF

           MOVE OUT-COUNT TO CNT-DISP
           MOVE OUT-SUM TO SUM-DISP
           MOVE SPACES TO OUT-LINE
           STRING "TRL " FUNCTION TRIM(CNT-DISP) " "
               FUNCTION TRIM(SUM-DISP)
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE EXTRACT-LINE FROM OUT-LINE
           CLOSE EXTRACTF

           PERFORM SAVE-SENT-STATE
           DISPLAY "Warehouse-Extrakt (" FUNCTION TRIM(MODE-WORD)
               "): " SENT-ROWS " gesendet, " KEPT-ROWS
               " unveraendert, " DELETE-ROWS " Loeschsatz/-saetze"
           IF ABSENT-ROWS > 0
               DISPLAY "Warehouse-Extrakt: " ABSENT-ROWS
                   " Name(n) nicht geliefert, aber nicht ausgemustert"
                   " - kein Loeschsatz"
           END-IF
           EXIT PROGRAM.

      * sichert die volle Fassung als extract_full.txt - sie ist die
      * Eingabe des Abgleichs und bleibt fuer Rueckfragen stehen
       COPY-FULL-EXTRACT.
           OPEN INPUT EXTRACTF
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "[ExtractDelta.COPY-FULL-EXTRACT] extract.txt"
                   " konnte nicht geoeffnet werden!"
               MOVE "99" TO FULL-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FULLF
           IF FULL-STATUS NOT = "00"
               DISPLAY "[ExtractDelta.COPY-FULL-EXTRACT]"
                   " extract_full.txt nicht beschreibbar, Status "
                   FULL-STATUS
               CLOSE EXTRACTF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FILE-EOF
           PERFORM UNTIL FILE-EOF = 1
               READ EXTRACTF
                   AT END MOVE 1 TO FILE-EOF
                   NOT AT END WRITE FULL-LINE FROM EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE EXTRACTF
           CLOSE FULLF
           .

      * laedt extract_sent.txt - fehlt die Datei (erste Aenderungs-
      * lieferung), ist jeder Name neu und wird gesendet
       LOAD-SENT-STATE.
           MOVE 0 TO SENT-COUNT
           OPEN INPUT STATEF
           IF STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FILE-EOF
           PERFORM UNTIL FILE-EOF = 1
               READ STATEF
                   AT END MOVE 1 TO FILE-EOF
                   NOT AT END
                       IF STATE-LINE NOT = SPACES
                          AND SENT-COUNT < 5000
                           ADD 1 TO SENT-COUNT
                           MOVE STATE-LINE TO STATE-REC
                           MOVE ST-NAME TO SENT-NAME(SENT-COUNT)
                           MOVE ST-EW TO SENT-EW(SENT-COUNT)
                           MOVE ST-STATUS TO SENT-STATUS(SENT-COUNT)
                           MOVE ST-DIM TO SENT-DIM(SENT-COUNT)
                           MOVE ST-COLS TO SENT-COLS(SENT-COUNT)
                           MOVE ST-SEEN TO SENT-SEEN(SENT-COUNT)
                           MOVE 0 TO SENT-GONE(SENT-COUNT)
                           MOVE ST-RUN-ID TO SENT-RUN-ID(SENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEF
           .

      * entscheidet je Zeile der vollen Fassung: Kopfsatz mit
      * Lieferart weiterreichen, Trailersatz ueberlesen (er wird neu
      * gerechnet), Detailsatz senden oder als unveraendert weglassen
       SELECT-EXTRACT-LINE.
           EVALUATE TRUE
               WHEN FULL-LINE(1:4) = "HDR "
                   MOVE SPACES TO OUT-LINE
                   STRING FUNCTION TRIM(FULL-LINE TRAILING) " "
                       MODE-WORD DELIMITED BY SIZE INTO OUT-LINE
                   WRITE EXTRACT-LINE FROM OUT-LINE
               WHEN FULL-LINE(1:4) = "TRL "
                   CONTINUE
               WHEN FULL-LINE = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE FULL-LINE TO DETAIL-REDEF
                   IF RUN-ID-SEEN = SPACES
                       MOVE DET-RUN-ID TO RUN-ID-SEEN
                   END-IF
                   PERFORM COMPARE-WITH-SENT
                   IF SEND-IT = 1
                       WRITE EXTRACT-LINE FROM FULL-LINE
                       ADD 1 TO SENT-ROWS
                       ADD 1 TO OUT-COUNT
                       COMPUTE OUT-SUM = OUT-SUM
                           + FUNCTION NUMVAL(DET-EW)
                   ELSE
                       ADD 1 TO KEPT-ROWS
                   END-IF
           END-EVALUATE
           .

      * Abgleich eines Detailsatzes mit dem Sendestand; der Stand
      * wird dabei fortgeschrieben, so dass ein im selben Lauf
      * wiederholter Name nur bei erneuter Aenderung gesendet wird
       COMPARE-WITH-SENT.
           MOVE 1 TO SEND-IT
           IF DET-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FOUND-AT
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > SENT-COUNT OR FOUND-AT > 0
               IF SENT-NAME(S) = DET-NAME
                   MOVE S TO FOUND-AT
               END-IF
           END-PERFORM
           IF FOUND-AT = 0
               IF SENT-COUNT >= 5000
                   IF TABLE-FULL-WARNED = 0
                       DISPLAY "[ExtractDelta.COMPARE-WITH-SENT]"
                           " Sendestand voll (5000 Namen) - weitere"
                           " Namen werden immer gesendet"
                       MOVE 1 TO TABLE-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SENT-COUNT
               MOVE SENT-COUNT TO FOUND-AT
               MOVE DET-NAME TO SENT-NAME(FOUND-AT)
               MOVE 0 TO SENT-GONE(FOUND-AT)
           ELSE
               IF CFG-EXTRACT-DELTA
                  AND DET-STATUS = SENT-STATUS(FOUND-AT)
                  AND DET-DIM = SENT-DIM(FOUND-AT)
                  AND DET-COLS = SENT-COLS(FOUND-AT)
                   COMPUTE EW-OLD = FUNCTION NUMVAL(SENT-EW(FOUND-AT))
                   COMPUTE EW-NEW = FUNCTION NUMVAL(DET-EW)
                   COMPUTE EW-DIF = EW-NEW - EW-OLD
                   IF EW-DIF < 0
                       COMPUTE EW-DIF = EW-DIF * (-1)
                   END-IF
                   IF EW-DIF <= CFG-EXTRACT-TOL
                       MOVE 0 TO SEND-IT
                   END-IF
               END-IF
           END-IF
      *    als gesehen markieren; der Stand haelt den zuletzt
      *    GESENDETEN Wert fest, damit kleine Aenderungen sich nicht
      *    unbemerkt ueber mehrere Naechte aufsummieren
           MOVE 1 TO SENT-SEEN(FOUND-AT)
           IF SEND-IT = 1
               MOVE DET-EW TO SENT-EW(FOUND-AT)
               MOVE DET-STATUS TO SENT-STATUS(FOUND-AT)
               MOVE DET-DIM TO SENT-DIM(FOUND-AT)
               MOVE DET-COLS TO SENT-COLS(FOUND-AT)
               MOVE DET-RUN-ID TO SENT-RUN-ID(FOUND-AT)
           END-IF
           .

      * Loeschsaetze fuer die Namen des Sendestands, die im ganzen
      * Durchgang nicht mehr geliefert wurden und ausgemustert sind;
      * danach beginnt ein neuer Durchgang (Gesehen-Kennzeichen
      * zurueck)
       WRITE-DELETES.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SENT-COUNT
               IF SENT-SEEN(S) = 0
                   PERFORM CHECK-SENT-RETIRED
               END-IF
               IF SENT-SEEN(S) = 0 AND NAME-RETIRED = 1
                   MOVE SENT-NAME(S) TO DEL-NAME
                   MOVE 0 TO DEL-DIM
                   MOVE 0 TO DEL-EW
                   MOVE 0 TO DEL-ITER
                   MOVE 0 TO DEL-COLS
                   MOVE RUN-ID-SEEN TO DEL-RUN-ID
                   WRITE EXTRACT-LINE FROM DELETE-LINE
                   ADD 1 TO DELETE-ROWS
                   ADD 1 TO OUT-COUNT
                   MOVE 1 TO SENT-GONE(S)
               ELSE
                   IF SENT-SEEN(S) = 0
                       ADD 1 TO ABSENT-ROWS
                   END-IF
                   MOVE 0 TO SENT-SEEN(S)
               END-IF
           END-PERFORM
           .

      * ausgemusterte Namen: Vermerke aus catalog_retired.txt, ausser
      * der Name steht inzwischen wieder im Katalog (erneutes ADD)
       LOAD-RETIRED.
           MOVE 0 TO RET-COUNT
           OPEN INPUT RETF
           IF RET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FILE-EOF
           PERFORM UNTIL FILE-EOF = 1
               READ RETF
                   AT END MOVE 1 TO FILE-EOF
                   NOT AT END
                       MOVE SPACES TO RET-TOK
                       UNSTRING RET-LINE DELIMITED BY ALL SPACE
                           INTO RET-TOK
                       IF RET-TOK NOT = SPACES
                           PERFORM TAKE-RETIRED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETF
           OPEN INPUT CATF
           IF CAT-STATUS = "00"
               MOVE 1 TO CAT-OPEN
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RET-COUNT
               IF CAT-OPEN = 1
                   PERFORM CHECK-READDED
               END-IF
           END-PERFORM
           IF CAT-OPEN = 1
               CLOSE CATF
               MOVE 0 TO CAT-OPEN
           END-IF
           .

       TAKE-RETIRED.
           MOVE 0 TO RET-HIT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RET-COUNT
               IF RET-NAME(R) = RET-TOK
                   MOVE R TO RET-HIT
               END-IF
           END-PERFORM
           IF RET-HIT = 0 AND RET-COUNT < 2000
               ADD 1 TO RET-COUNT
               MOVE RET-TOK TO RET-NAME(RET-COUNT)
           END-IF
           .

      * ein wieder aufgenommener Name gilt nicht mehr als ausgemustert
       CHECK-READDED.
           MOVE RET-NAME(R) TO CAT-NAME
           MOVE 0 TO CAT-SEQ
           START CATF KEY >= CAT-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ CATF NEXT
               AT END EXIT PARAGRAPH
           END-READ
           IF CAT-NAME = RET-NAME(R)
               MOVE SPACES TO RET-NAME(R)
           END-IF
           .

      * ist der Name SENT-NAME(S) ausgemustert? Gleicher Name,
      * "<name>-<MODUS>" (Modus in Grossbuchstaben) eines Eintrags
      * der Modusliste oder "<name>-K<k>" eines Zusammenhangsblocks
      * (split=components) des ausgemusterten Blocks
       CHECK-SENT-RETIRED.
           MOVE 0 TO NAME-RETIRED
           MOVE 0 TO SENT-LEN
           INSPECT SENT-NAME(S) TALLYING SENT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > RET-COUNT OR NAME-RETIRED = 1
               IF RET-NAME(R) NOT = SPACES
                   IF RET-NAME(R) = SENT-NAME(S)
                       MOVE 1 TO NAME-RETIRED
                   ELSE
                       MOVE 0 TO RET-LEN
                       INSPECT RET-NAME(R) TALLYING RET-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF SENT-LEN > RET-LEN + 1
                          AND SENT-NAME(S)(1:RET-LEN) =
                              RET-NAME(R)(1:RET-LEN)
                          AND SENT-NAME(S)(RET-LEN + 1:1) = "-"
                          AND SENT-NAME(S)(RET-LEN + 2:
                              SENT-LEN - RET-LEN - 1)
                              IS ALPHABETIC-UPPER
                           MOVE 1 TO NAME-RETIRED
                       END-IF
                       IF SENT-LEN > RET-LEN + 2
                          AND SENT-NAME(S)(1:RET-LEN) =
                              RET-NAME(R)(1:RET-LEN)
                          AND SENT-NAME(S)(RET-LEN + 1:2) = "-K"
                          AND SENT-NAME(S)(RET-LEN + 3:
                              SENT-LEN - RET-LEN - 2) IS NUMERIC
                           MOVE 1 TO NAME-RETIRED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * schreibt den Sendestand zurueck, ohne die geloeschten Namen
       SAVE-SENT-STATE.
           OPEN OUTPUT STATEF
           IF STATE-STATUS NOT = "00"
               DISPLAY "[ExtractDelta.SAVE-SENT-STATE]"
                   " extract_sent.txt nicht beschreibbar, Status "
                   STATE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SENT-COUNT
               IF SENT-GONE(S) = 0
                   MOVE SPACES TO STATE-REC
                   MOVE SENT-NAME(S) TO ST-NAME
                   MOVE SENT-EW(S) TO ST-EW
                   MOVE SENT-STATUS(S) TO ST-STATUS
                   MOVE SENT-DIM(S) TO ST-DIM
                   MOVE SENT-COLS(S) TO ST-COLS
                   MOVE SENT-SEEN(S) TO ST-SEEN
                   MOVE SENT-RUN-ID(S) TO ST-RUN-ID
                   WRITE STATE-LINE FROM STATE-REC
               END-IF
           END-PERFORM
           CLOSE STATEF
           .
       END PROGRAM ExtractDelta.
