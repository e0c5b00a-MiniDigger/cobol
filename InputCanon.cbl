      *    spiegelt die FOUND-*-Schluesselmenge von InputHandling;
      *    delim= und checksum= fehlen bewusst (entfallen bzw. werden
      *    neu gerechnet)
           01 KEY-COUNT PIC 9(02) VALUE 61.
           01 KEY-LIST-TEXT.
               05 FILLER PIC X(12) VALUE "name=".
               05 FILLER PIC X(12) VALUE "group=".
               05 FILLER PIC X(12) VALUE "dim=".
               05 FILLER PIC X(12) VALUE "rows=".
               05 FILLER PIC X(12) VALUE "cols=".
               05 FILLER PIC X(12) VALUE "expr=".
               05 FILLER PIC X(12) VALUE "n=".
               05 FILLER PIC X(12) VALUE "e=".
               05 FILLER PIC X(12) VALUE "ecoarse=".
               05 FILLER PIC X(12) VALUE "mode=".
               05 FILLER PIC X(12) VALUE "herm=".
               05 FILLER PIC X(12) VALUE "format=".
               05 FILLER PIC X(12) VALUE "nnz=".
               05 FILLER PIC X(12) VALUE "band=".
               05 FILLER PIC X(12) VALUE "s=".
               05 FILLER PIC X(12) VALUE "sfrom=".
               05 FILLER PIC X(12) VALUE "sto=".
               05 FILLER PIC X(12) VALUE "sstep=".
               05 FILLER PIC X(12) VALUE "wfrom=".
               05 FILLER PIC X(12) VALUE "wto=".
               05 FILLER PIC X(12) VALUE "wstep=".
               05 FILLER PIC X(12) VALUE "resp=".
               05 FILLER PIC X(12) VALUE "every=".
               05 FILLER PIC X(12) VALUE "dt=".
               05 FILLER PIC X(12) VALUE "pfrom=".
               05 FILLER PIC X(12) VALUE "pto=".
               05 FILLER PIC X(12) VALUE "pstep=".
               05 FILLER PIC X(12) VALUE "lo=".
               05 FILLER PIC X(12) VALUE "hi=".
               05 FILLER PIC X(12) VALUE "topk=".
               05 FILLER PIC X(12) VALUE "starts=".
               05 FILLER PIC X(12) VALUE "top=".
               05 FILLER PIC X(12) VALUE "sens=".
               05 FILLER PIC X(12) VALUE "scale=".
               05 FILLER PIC X(12) VALUE "arithmetic=".
               05 FILLER PIC X(12) VALUE "symfix=".
               05 FILLER PIC X(12) VALUE "reorder=".
               05 FILLER PIC X(12) VALUE "aitken=".
               05 FILLER PIC X(12) VALUE "tol=".
               05 FILLER PIC X(12) VALUE "unit=".
               05 FILLER PIC X(12) VALUE "refine=".
               05 FILLER PIC X(12) VALUE "budget=".
               05 FILLER PIC X(12) VALUE "chain=".
               05 FILLER PIC X(12) VALUE "fix=".
               05 FILLER PIC X(12) VALUE "master=".
               05 FILLER PIC X(12) VALUE "sparsity=".
               05 FILLER PIC X(12) VALUE "drift=".
               05 FILLER PIC X(12) VALUE "csv=".
               05 FILLER PIC X(12) VALUE "split=".
               05 FILLER PIC X(12) VALUE "debug=".
               05 FILLER PIC X(12) VALUE "trace=".
               05 FILLER PIC X(12) VALUE "verbosity=".
               05 FILLER PIC X(12) VALUE "include=".
               05 FILLER PIC X(12) VALUE "catalog=".
               05 FILLER PIC X(12) VALUE "base=".
               05 FILLER PIC X(12) VALUE "limit=".
               05 FILLER PIC X(12) VALUE "limitdir=".
               05 FILLER PIC X(12) VALUE "forbidlo=".
               05 FILLER PIC X(12) VALUE "forbidhi=".
               05 FILLER PIC X(12) VALUE "dmiga=".
               05 FILLER PIC X(12) VALUE "dmigb=".
           01 KEY-LIST REDEFINES KEY-LIST-TEXT.
               05 KEY-PAT OCCURS 61 TIMES PIC X(12).
           01 KEY-I PIC 9(02).
           01 KEY-LEN PIC 9(02).
           01 KEY-HIT PIC 9(02).
      *        waere falsch und die checksum=-Zeile entfaellt mit
      *        Warnung
               05 BLK-NO-CHECKSUM PIC 9.
      *        die checksum=-Zeile eines DMIG-Blocks im Wortlaut -
      *        die Karten bleiben unveraendert, die Summe also gueltig
               05 BLK-CHECKSUM-TEXT PIC X(80).
           01 BLOCK-NR PIC 9(06) VALUE 0.
           01 REJECT-COUNT PIC 9(04) VALUE 0.
      *    Fortsetzungszeilen-Zusammenbau wie in InputHandling
           01 PARSE-POW PIC 9(16) COMP-3.
           01 PARSE-E-COUNT PIC 9(02).
           01 NUM-DISP PIC -9(09).9(06).
      *    Zerlegung komplexer Werte (a+bi) wie
      *    InputHandling.PARSE-COMPLEX
           01 CPX-TOKEN PIC X(30).
           01 CPX-RE-TOK PIC X(30).
           01 CPX-IM-TOK PIC X(30).
           01 CPX-IM-VAL PIC S9(09)V9(16) COMP-3.
           01 CPX-LEN PIC 9(02).
           01 CPX-P PIC 9(02).
           01 CPX-SPLIT PIC 9(02).
      *    Zeilenaufbau der normalisierten Wertzeilen
           01 BUILD-LINE PIC X(4000).
           01 BUILD-P PIC 9(05).
           MOVE 0 TO CHECK-CNT
           MOVE 0 TO CHECK-SUM
           MOVE 0 TO BLK-NO-CHECKSUM
           MOVE SPACES TO BLK-CHECKSUM-TEXT
           .

      * ordnet eine gelesene physische Zeile ein: Trennzeile beendet
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO BLK-HAVE
      *    DMIG-Karten sind spaltengebunden (Feldbreite 8 bzw. 16,
      *    Fortsetzungskarten mit Leerzeichen vorn) - sie werden
      *    weder zusammengesetzt noch normalisiert, sondern im
      *    Wortlaut durchgereicht; nur Optionszeilen laufen weiter
      *    durch die Klassifizierung
           IF BLK-FORMAT = "DMIG"
               MOVE 0 TO COUNTER
               INSPECT IN-LINE(1:12) TALLYING COUNTER FOR ALL "="
               IF COUNTER = 0 OR IN-LINE(1:1) = "$" OR
                  IN-LINE(1:1) = SPACE
                   IF DATA-COUNT < 2100
                       ADD 1 TO DATA-COUNT
                       MOVE IN-LINE TO DATA-LINE-T(DATA-COUNT)
                   ELSE
                       IF STRICT-MODE = 1
                           MOVE 1 TO BLK-REJECT
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Fortsetzungszeilen zum logischen Ganzen zusammensetzen
           MOVE SPACES TO WIDE-LINE
           MOVE 1 TO WIDE-P
               WHEN WIDE-LINE(1:9) = "checksum="
      *            wird aus den gelesenen Werten neu gerechnet
                   MOVE 1 TO SEEN-CHECKSUM
                   MOVE WIDE-LINE(1:80) TO BLK-CHECKSUM-TEXT
               WHEN WIDE-LINE(1:2) = "x="
                   PERFORM NOTE-VECTOR-LINE
               WHEN WIDE-LINE(1:2) = "b="
               END-IF
           END-PERFORM
           IF KEY-HIT > 0
               IF KEY-PAT(KEY-HIT) = "dim=" OR
                  KEY-PAT(KEY-HIT) = "rows=" OR
                  KEY-PAT(KEY-HIT) = "cols="
                   MOVE 1 TO SEEN-DIM
               END-IF
               IF KEY-PAT(KEY-HIT) = "format="
                   IF COUNTER > 0
                       MOVE "TRIPLET" TO BLK-FORMAT
                   END-IF
      *            DMIG: die Dimension ergibt sich erst aus den
      *            Karten - ein dim= fehlt dort mit Absicht
                   MOVE 0 TO COUNTER
                   INSPECT WIDE-LINE TALLYING COUNTER
                       FOR ALL "dmig"
                   IF COUNTER > 0
                       MOVE "DMIG" TO BLK-FORMAT
                       MOVE 1 TO SEEN-DIM
                   END-IF
               END-IF
               IF KEY-PAT(KEY-HIT) = "include="
                   PERFORM VALIDATE-INCLUDE
               END-UNSTRING
               IF TOK NOT = SPACES
                   ADD 1 TO LINE-TOK-NR
                   MOVE 0 TO CPX-LEN
                   INSPECT TOK TALLYING CPX-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF TOK(CPX-LEN:1) = "i" OR "j" OR "I" OR "J"
                       PERFORM NORMALIZE-COMPLEX-TOKEN
                   ELSE
                       MOVE TOK TO PARSE-TOKEN
                       PERFORM PARSE-ONE-NUMBER
                       MOVE PARSE-VAL TO NUM-DISP
                       STRING FUNCTION TRIM(NUM-DISP) " "
                           DELIMITED BY SIZE INTO BUILD-LINE
                           WITH POINTER BUILD-P
                   END-IF
      *            in die Kontrollsumme nur die Werte, die auch
      *            InputHandling zaehlt (siehe COUNT-VALUES/
      *            NOCOUNT-LEAD beim Aufrufer)
           END-PERFORM
           .

      * normalisiert einen komplexen Wert (a+bi, -i, 2.5E-1j ...)
      * zu "re+imi" bzw. "re-imi" in der Einheitsformatierung; die
      * Zerlegung folgt InputHandling.PARSE-COMPLEX. In die
      * Kontrollsumme zaehlt wie dort nur der Realteil - er bleibt
      * dafuer in PARSE-VAL stehen
       NORMALIZE-COMPLEX-TOKEN.
           MOVE TOK TO CPX-TOKEN
           MOVE SPACE TO CPX-TOKEN(CPX-LEN:1)
           SUBTRACT 1 FROM CPX-LEN
           MOVE 0 TO CPX-SPLIT
           PERFORM VARYING CPX-P FROM CPX-LEN BY -1
                   UNTIL CPX-P < 2 OR CPX-SPLIT > 0
               IF (CPX-TOKEN(CPX-P:1) = "+" OR "-")
                  AND CPX-TOKEN(CPX-P - 1:1) NOT = "E"
                  AND CPX-TOKEN(CPX-P - 1:1) NOT = "e"
                   MOVE CPX-P TO CPX-SPLIT
               END-IF
           END-PERFORM
           MOVE SPACES TO CPX-RE-TOK
           MOVE SPACES TO CPX-IM-TOK
           IF CPX-SPLIT > 0
               MOVE CPX-TOKEN(1:CPX-SPLIT - 1) TO CPX-RE-TOK
               MOVE CPX-TOKEN(CPX-SPLIT:) TO CPX-IM-TOK
           ELSE
               MOVE "0" TO CPX-RE-TOK
               MOVE CPX-TOKEN TO CPX-IM-TOK
           END-IF
           IF CPX-IM-TOK = SPACES OR CPX-IM-TOK = "+"
               MOVE "1" TO CPX-IM-TOK
           END-IF
           IF CPX-IM-TOK = "-"
               MOVE "-1" TO CPX-IM-TOK
           END-IF
           MOVE CPX-IM-TOK TO PARSE-TOKEN
           PERFORM PARSE-ONE-NUMBER
           MOVE PARSE-VAL TO CPX-IM-VAL
           MOVE CPX-RE-TOK TO PARSE-TOKEN
           PERFORM PARSE-ONE-NUMBER
           MOVE PARSE-VAL TO NUM-DISP
           STRING FUNCTION TRIM(NUM-DISP)
               DELIMITED BY SIZE INTO BUILD-LINE
               WITH POINTER BUILD-P
           MOVE CPX-IM-VAL TO NUM-DISP
           IF CPX-IM-VAL < 0
               STRING FUNCTION TRIM(NUM-DISP) "i "
                   DELIMITED BY SIZE INTO BUILD-LINE
                   WITH POINTER BUILD-P
           ELSE
               STRING "+" FUNCTION TRIM(NUM-DISP) "i "
                   DELIMITED BY SIZE INTO BUILD-LINE
                   WITH POINTER BUILD-P
           END-IF
           .

      * Zahlzerlegung mit E-Notation, gleiche Regeln wie
      * InputHandling.PARSE-NUMBER
       PARSE-ONE-NUMBER.
                   " zieht Zeilen aus Katalog/Bibliothek, die"
                   " Summe ist hier nicht nachrechenbar"
           END-IF
      *    DMIG-Karten laufen im Wortlaut durch - die mitgelieferte
      *    checksum=-Zeile bleibt damit gueltig und wird uebernommen
           IF SEEN-CHECKSUM = 1 AND BLK-NO-CHECKSUM = 0 AND
              BLK-FORMAT = "DMIG"
               WRITE OUT-REC FROM BLK-CHECKSUM-TEXT
           END-IF
           IF SEEN-CHECKSUM = 1 AND BLK-NO-CHECKSUM = 0 AND
              BLK-FORMAT NOT = "DMIG"
               MOVE CHECK-CNT TO CHK-DISP
               MOVE CHECK-SUM TO SUM-DISP
               MOVE SPACES TO OUT-BUF
      *    Datenzeilen
           PERFORM VARYING DATA-I FROM 1 BY 1
                   UNTIL DATA-I > DATA-COUNT
               IF BLK-FORMAT = "DMIG"
                   WRITE OUT-REC FROM DATA-LINE-T(DATA-I)(1:80)
               ELSE
                   MOVE DATA-LINE-T(DATA-I) TO BUILD-LINE
                   PERFORM EMIT-WRAPPED
               END-IF
           END-PERFORM
           WRITE OUT-REC FROM "=========="
           .
