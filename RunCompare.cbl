           01 CMD-LINE PIC X(200).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(400).
           FD RPTF
           DATA RECORD IS RPT-LINE.
           01 RPT-LINE PIC X(160).
           MOVE 0 TO RUN-POS
           INSPECT SRC-LINE TALLYING RUN-POS
               FOR CHARACTERS BEFORE INITIAL "RUN="
           IF RUN-POS >= 395 OR SRC-LINE(RUN-POS + 1:4) NOT = "RUN="
               EXIT PARAGRAPH
           END-IF
           IF SRC-LINE(RUN-POS + 5:17) NOT = WANT-RUN
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " EW="
           IF TOK-POS < 395 AND SRC-LINE(TOK-POS + 1:4) = " EW="
               MOVE SRC-LINE(TOK-POS + 5:25) TO VAL-TOK
               COMPUTE CUR-EW = FUNCTION NUMVAL(VAL-TOK)
           END-IF
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " ITER="
           IF TOK-POS < 393 AND SRC-LINE(TOK-POS + 1:6) = " ITER="
               MOVE SRC-LINE(TOK-POS + 7:10) TO VAL-TOK
               COMPUTE CUR-ITER = FUNCTION NUMVAL(VAL-TOK)
           END-IF
           MOVE 0 TO TOK-POS
           INSPECT SRC-LINE TALLYING TOK-POS
               FOR CHARACTERS BEFORE INITIAL " NOTCONV"
           IF TOK-POS < 391 AND SRC-LINE(TOK-POS + 1:8) = " NOTCONV"
               MOVE 0 TO CUR-CONV
           END-IF
           MOVE 1 TO CUR-HAVE
