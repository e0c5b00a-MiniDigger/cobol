      *    aus dem Trailersatz gelesene Kontrollwerte des Absenders
           01 TRL-SEEN PIC 9 VALUE 0.
           01 TRL-COUNT PIC 9(06) VALUE 0.
           01 TRL-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
      *    selbst nachgezaehlte Detailsaetze als zweite Kontrolle
           01 OWN-COUNT PIC 9(06) VALUE 0.
           01 OWN-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
      *    Quittungswerte des Warehouse
           01 ACK-COUNT PIC 9(06) VALUE 0.
           01 ACK-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
           01 TOK1 PIC X(20).
           01 TOK2 PIC X(30).
           01 TOK3 PIC X(30).
               05 DET-ITER PIC X(06).
               05 FILLER PIC X.
               05 DET-STATUS PIC X(04).
           01 SUM-DIF PIC S9(16)V9(04) COMP-3.
           01 MISMATCHES PIC 9(02) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
