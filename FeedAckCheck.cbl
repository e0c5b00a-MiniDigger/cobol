      ******************************************************************
      * Author:
      * Date:
      * Purpose: Abstimmprogramm fuer die Layout-Feeds aus
      *          FeedExtract.cbl, das Gegenstueck zu ExtractAckCheck.cbl
      *          fuer den Warehouse-Extrakt: je Layout-Steuerdatei wird
      *          der Feed gelesen, der Trailersatz (Anzahl und Summe
      *          des Summenfelds) ausgewertet, die Detailsaetze werden
      *          nachgezaehlt und das Summenfeld nach der Aufbereitung
      *          des Layouts (Vorzeichen, gezonte Ziffer, gedachter
      *          Dezimalpunkt) zurueckgerechnet und aufsummiert. Beides
      *          wird gegen den Trailer und gegen die Quittungsdatei
      *          des Abnehmers (ack=, eine Zeile "anzahl summe")
      *          verglichen. Gesteuert ueber feedack_cmd.txt, eine
      *          Zeile: <layout1> [<layout2> ...] (bis 8 Layouts).
      *          RETURN-CODE traegt die Anzahl der Abweichungen ueber
      *          alle Feeds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedAckCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMDF ASSIGN TO "feedack_cmd.txt"
               FILE STATUS IS CMD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FEEDF ASSIGN TO DYNAMIC FEED-FILENAME
               FILE STATUS IS FEED-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ACKF ASSIGN TO DYNAMIC ACK-FILENAME
               FILE STATUS IS ACK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(720).
           FD FEEDF
           DATA RECORD IS FEED-LINE.
           01 FEED-LINE PIC X(200).
           FD ACKF
           DATA RECORD IS ACK-LINE.
           01 ACK-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 FEED-STATUS PIC XX.
           01 ACK-STATUS PIC XX.
           01 FEED-EOF PIC 9 VALUE 0.
           01 FEED-FILENAME PIC X(80).
           01 ACK-FILENAME PIC X(80).
           01 LAYOUT-COUNT PIC 9(02) VALUE 0.
           01 LAYOUT-TABLE.
               05 LAYOUT-NAME PIC X(80) OCCURS 8 TIMES.
           01 L PIC 9(02).
      *    aus dem Trailersatz gelesene Kontrollwerte des Absenders
           01 TRL-SEEN PIC 9 VALUE 0.
           01 TRL-COUNT PIC 9(06) VALUE 0.
           01 TRL-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
      *    selbst nachgezaehlte Detailsaetze als zweite Kontrolle
           01 OWN-COUNT PIC 9(06) VALUE 0.
           01 OWN-SUM PIC S9(16)V9(09) COMP-3 VALUE 0.
      *    Quittungswerte des Abnehmers
           01 ACK-COUNT PIC 9(06) VALUE 0.
           01 ACK-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
           01 TOK1 PIC X(20).
           01 TOK2 PIC X(30).
           01 TOK3 PIC X(30).
           01 SUM-DIF PIC S9(16)V9(09) COMP-3.
           01 MISMATCHES PIC 9(02) VALUE 0.
           01 FEED-MISMATCHES PIC 9(02) VALUE 0.
      *    Rueckrechnung des Summenfelds aus dem Detailsatz
           01 FLD-TEXT PIC X(200).
           01 FLD-NUM PIC X(40).
           01 FLD-P PIC 9(03).
           01 FLD-I PIC 9(03).
           01 FLD-LAST PIC 9(03).
           01 FLD-CH PIC X(01).
           01 FLD-NEG PIC 9.
           01 FLD-STARS PIC 9(03).
           01 FLD-VALUE PIC S9(13)V9(09) COMP-3.
           01 FLD-POW PIC 9(10) COMP-3.
           01 FLD-D PIC 9(02).
           01 ZONE-POS PIC X(10) VALUE "{ABCDEFGHI".
           01 ZONE-NEG PIC X(10) VALUE "}JKLMNOPQR".
           01 ZONE-NR PIC 9(02).
           01 DIGITS PIC X(10) VALUE "0123456789".
           COPY "FeedLayout.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CMDF
           IF CMD-STATUS NOT = "00"
               DISPLAY "[FeedAckCheck.MAIN-PROCEDURE]"
                   " feedack_cmd.txt konnte nicht geoeffnet werden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CMDF
               AT END
                   DISPLAY "[FeedAckCheck.MAIN-PROCEDURE]"
                       " feedack_cmd.txt ist leer!"
                   CLOSE CMDF
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CMDF
           MOVE SPACES TO LAYOUT-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO LAYOUT-NAME(1) LAYOUT-NAME(2) LAYOUT-NAME(3)
                   LAYOUT-NAME(4) LAYOUT-NAME(5) LAYOUT-NAME(6)
                   LAYOUT-NAME(7) LAYOUT-NAME(8)
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 8
               IF LAYOUT-NAME(L) NOT = SPACES
                   MOVE L TO LAYOUT-COUNT
               END-IF
           END-PERFORM
           IF LAYOUT-COUNT = 0
               DISPLAY "[FeedAckCheck.MAIN-PROCEDURE] Aufruf:"
                   " <layout1> [<layout2> ...]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LAYOUT-COUNT
               PERFORM CHECK-FEED
           END-PERFORM

           MOVE MISMATCHES TO RETURN-CODE
           STOP RUN.

      * ein Feed: Layout lesen, Feed nachzaehlen, gegen Trailer und
      * Quittung abstimmen
       CHECK-FEED.
           MOVE 0 TO FEED-MISMATCHES
           MOVE LAYOUT-NAME(L) TO FL-CONTROL-FILE
           CALL "FeedLayout" USING FEED-LAYOUT
           IF FL-ERRORS > 0
               DISPLAY "[FeedAckCheck.CHECK-FEED] "
                   FUNCTION TRIM(LAYOUT-NAME(L))
                   " fehlerhaft - Feed nicht abstimmbar"
               ADD 1 TO MISMATCHES
               EXIT PARAGRAPH
           END-IF
           MOVE FL-FEED-FILE TO FEED-FILENAME
           MOVE FL-ACK-FILE TO ACK-FILENAME
           OPEN INPUT FEEDF
           IF FEED-STATUS NOT = "00"
               DISPLAY "[FeedAckCheck.CHECK-FEED] "
                   FUNCTION TRIM(FEED-FILENAME)
                   " konnte nicht geoeffnet werden!"
               ADD 1 TO MISMATCHES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRL-SEEN
           MOVE 0 TO TRL-COUNT
           MOVE 0 TO TRL-SUM
           MOVE 0 TO OWN-COUNT
           MOVE 0 TO OWN-SUM
           MOVE 0 TO FEED-EOF
           PERFORM UNTIL FEED-EOF = 1
               READ FEEDF
                   AT END MOVE 1 TO FEED-EOF
                   NOT AT END PERFORM SCAN-FEED-LINE
               END-READ
           END-PERFORM
           CLOSE FEEDF

           IF TRL-SEEN = 0
               DISPLAY "[FeedAckCheck.CHECK-FEED] "
                   FUNCTION TRIM(FEED-FILENAME)
                   " traegt keinen Trailersatz - Uebertragung"
                   " unvollstaendig?"
               ADD 1 TO FEED-MISMATCHES
           ELSE
               IF OWN-COUNT NOT = TRL-COUNT
                   DISPLAY "[FeedAckCheck.CHECK-FEED] "
                       FUNCTION TRIM(FEED-FILENAME) ": Anzahl der"
                       " Detailsaetze (" OWN-COUNT ") weicht vom"
                       " Trailer (" TRL-COUNT ") ab!"
                   ADD 1 TO FEED-MISMATCHES
               END-IF
               COMPUTE SUM-DIF = OWN-SUM - TRL-SUM
               IF SUM-DIF < 0
                   COMPUTE SUM-DIF = SUM-DIF * (-1)
               END-IF
               IF SUM-DIF > 0.01
                   DISPLAY "[FeedAckCheck.CHECK-FEED] "
                       FUNCTION TRIM(FEED-FILENAME) ": Summe der"
                       " Detailsaetze weicht vom Trailer ab!"
                   ADD 1 TO FEED-MISMATCHES
               END-IF
           END-IF

           PERFORM CHECK-ACK

           IF FEED-MISMATCHES = 0
               DISPLAY "FeedAckCheck: " FUNCTION TRIM(FEED-FILENAME)
                   " (" FUNCTION TRIM(FL-FEED-ID) ") und Quittung"
                   " stimmen ueberein (" OWN-COUNT " Saetze)"
           END-IF
           ADD FEED-MISMATCHES TO MISMATCHES
           .

      * ordnet eine Feedzeile ein: Kopfsatz ueberlesen, Trailersatz
      * auswerten, Detailsaetze nachzaehlen und Summenfeld aufsummieren
       SCAN-FEED-LINE.
           EVALUATE TRUE
               WHEN FEED-LINE(1:4) = "HDR "
                   CONTINUE
               WHEN FEED-LINE(1:4) = "TRL "
                   MOVE 1 TO TRL-SEEN
                   MOVE SPACES TO TOK1
                   MOVE SPACES TO TOK2
                   MOVE SPACES TO TOK3
                   UNSTRING FEED-LINE DELIMITED BY ALL SPACE INTO
                       TOK1 TOK2 TOK3
                   COMPUTE TRL-COUNT = FUNCTION NUMVAL(TOK2)
                   IF TOK3 NOT = SPACES
                       COMPUTE TRL-SUM = FUNCTION NUMVAL(TOK3)
                   END-IF
               WHEN FEED-LINE = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO OWN-COUNT
                   IF FL-TOTAL-NR > 0
                       PERFORM DECODE-TOTAL-FIELD
                       ADD FLD-VALUE TO OWN-SUM
                   END-IF
           END-EVALUATE
           .

      * Summenfeld des Detailsatzes nach der Layout-Aufbereitung
      * zurueck in einen Wert; ein mit * gefuelltes (zu schmales)
      * Feld zaehlt wie beim Schreiben mit 0
       DECODE-TOTAL-FIELD.
           MOVE 0 TO FLD-VALUE
           MOVE 0 TO FLD-NEG
           MOVE SPACES TO FLD-TEXT
           MOVE FEED-LINE(FL-START(FL-TOTAL-NR):FL-LEN(FL-TOTAL-NR))
               TO FLD-TEXT
           MOVE 0 TO FLD-STARS
           INSPECT FLD-TEXT TALLYING FLD-STARS FOR ALL "*"
           IF FLD-STARS > 0 OR FLD-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FL-SIGN(FL-TOTAL-NR) = "Z"
      *        gezonte letzte Ziffer zurueck in Ziffer und Vorzeichen
               MOVE FUNCTION LENGTH(FUNCTION TRIM(FLD-TEXT TRAILING))
                   TO FLD-LAST
               MOVE FLD-TEXT(FLD-LAST:1) TO FLD-CH
               PERFORM VARYING ZONE-NR FROM 1 BY 1 UNTIL ZONE-NR > 10
                   IF FLD-CH = ZONE-NEG(ZONE-NR:1)
                       MOVE 1 TO FLD-NEG
                       MOVE DIGITS(ZONE-NR:1) TO FLD-TEXT(FLD-LAST:1)
                   END-IF
                   IF FLD-CH = ZONE-POS(ZONE-NR:1)
                       MOVE DIGITS(ZONE-NR:1) TO FLD-TEXT(FLD-LAST:1)
                   END-IF
               END-PERFORM
           END-IF
      *    Ziffern und Dezimalpunkt herausziehen, "-" merken
           MOVE SPACES TO FLD-NUM
           MOVE 1 TO FLD-P
           PERFORM VARYING FLD-I FROM 1 BY 1
                   UNTIL FLD-I > FL-LEN(FL-TOTAL-NR)
               MOVE FLD-TEXT(FLD-I:1) TO FLD-CH
               EVALUATE TRUE
                   WHEN FLD-CH = "-"
                       MOVE 1 TO FLD-NEG
                   WHEN FLD-CH = "." OR (FLD-CH >= "0" AND
                        FLD-CH <= "9")
                       IF FLD-P <= 40
                           MOVE FLD-CH TO FLD-NUM(FLD-P:1)
                           ADD 1 TO FLD-P
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF FLD-NUM = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE FLD-VALUE = FUNCTION NUMVAL(FLD-NUM)
           IF FL-IMPLIED(FL-TOTAL-NR) = "V"
               MOVE 1 TO FLD-POW
               PERFORM VARYING FLD-D FROM 1 BY 1
                       UNTIL FLD-D > FL-DEC(FL-TOTAL-NR)
                   COMPUTE FLD-POW = FLD-POW * 10
               END-PERFORM
               COMPUTE FLD-VALUE = FLD-VALUE / FLD-POW
           END-IF
           IF FLD-NEG = 1
               COMPUTE FLD-VALUE = FLD-VALUE * (-1)
           END-IF
           .

      * vergleicht die Quittung des Abnehmers gegen die eigene
      * Nachzaehlung - fehlt die Quittungsdatei, ist das ebenfalls
      * ein Befund (der Abnehmer hat den Erhalt nicht bestaetigt)
       CHECK-ACK.
           OPEN INPUT ACKF
           IF ACK-STATUS NOT = "00"
               DISPLAY "[FeedAckCheck.CHECK-ACK] "
                   FUNCTION TRIM(ACK-FILENAME)
                   " fehlt - keine Quittung des Abnehmers!"
               ADD 1 TO FEED-MISMATCHES
           ELSE
               READ ACKF
                   AT END
                       DISPLAY "[FeedAckCheck.CHECK-ACK] "
                           FUNCTION TRIM(ACK-FILENAME) " ist leer!"
                       ADD 1 TO FEED-MISMATCHES
                   NOT AT END
                       MOVE SPACES TO TOK1
                       MOVE SPACES TO TOK2
                       UNSTRING ACK-LINE DELIMITED BY ALL SPACE INTO
                           TOK1 TOK2
                       COMPUTE ACK-COUNT = FUNCTION NUMVAL(TOK1)
                       MOVE 0 TO ACK-SUM
                       IF TOK2 NOT = SPACES
                           COMPUTE ACK-SUM = FUNCTION NUMVAL(TOK2)
                       END-IF
                       IF ACK-COUNT NOT = OWN-COUNT
                           DISPLAY "[FeedAckCheck.CHECK-ACK] Der"
                               " Abnehmer quittiert " ACK-COUNT
                               " Saetze, geliefert wurden " OWN-COUNT
                               "!"
                           ADD 1 TO FEED-MISMATCHES
                       END-IF
                       COMPUTE SUM-DIF = ACK-SUM - OWN-SUM
                       IF SUM-DIF < 0
                           COMPUTE SUM-DIF = SUM-DIF * (-1)
                       END-IF
                       IF SUM-DIF > 0.01
                           DISPLAY "[FeedAckCheck.CHECK-ACK] Die"
                               " quittierte Summe weicht von der"
                               " gelieferten ab!"
                           ADD 1 TO FEED-MISMATCHES
                       END-IF
               END-READ
               CLOSE ACKF
           END-IF
           .
       END PROGRAM FeedAckCheck.
