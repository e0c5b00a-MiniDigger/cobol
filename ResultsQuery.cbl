      *            RUN <laufkennung> alle Datensaetze des Laufs
      *            LATEST <name>     nur der juengste Lauf des Namens
      *          Die Treffer gehen auf die Konsole und nach
      *          resultreport.txt; zu jedem Treffer aus einem
      *          Katalogeintrag steht dessen Version (Katalog=
      *          Name@Version). Satzaufbau muss mit
      *          OutputHandling.cbl uebereinstimmen.
      * Tectonics: cobc
      ******************************************************************
               05 RES-KEY.
                   10 RES-NAME PIC X(30).
                   10 RES-RUN PIC X(17).
               05 RES-EW PIC S9(13)V9(16) COMP-3.
               05 RES-MODE PIC X(09).
               05 RES-ITER PIC 9(06) COMP-3.
               05 RES-CONV PIC 9.
               05 RES-STATUS PIC X(04).
      *        Modenform-Abgleich (MAC) im frueheren Reservebereich
      *        von RES-STATUS - Saetze von vor dem MAC-Abgleich
      *        tragen dort Leerzeichen und damit kein "M"
               05 RES-MAC-KZ PIC X(01).
                   88 RES-MAC-PRESENT VALUE "M".
               05 RES-MAC PIC 9V9(06).
      *        Katalogherkunft des Ergebnisses: Name und Version des
      *        per catalog=/base= gezogenen Blocks (catalog_hist.dat);
      *        leer bzw. 0 bei einem Block ohne Katalog. Seit diesen
      *        Feldern ist der Satz 34 Bytes laenger - ein Bestand in
      *        der alten Satzlaenge wird mit ResultsRebuild CONVERT
      *        umgesetzt
               05 RES-CAT-NAME PIC X(30).
               05 RES-CAT-VER PIC 9(04).
           FD CMDF
           DATA RECORD IS CMD-LINE.
           01 CMD-LINE PIC X(80).
      *    Laufkennung (JJJJMMTT-HHMMSShh), der letzte Satz des
      *    Namens ist also der juengste
           01 LATEST-FOUND PIC 9 VALUE 0.
           01 LATEST-REC PIC X(130).
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 PRETTY-NUM PIC -Z(12)9.9999.
           01 PRETTY-ITER PIC ZZZZZ9.
           01 PRETTY-MAC PIC 9.9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RESULTF
               STRING " NICHT konvergiert" DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF RES-MAC-PRESENT
               MOVE RES-MAC TO PRETTY-MAC
               STRING " MAC=" PRETTY-MAC
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           IF RES-CAT-NAME NOT = SPACES
               STRING " Katalog=" FUNCTION TRIM(RES-CAT-NAME) "@"
                   RES-CAT-VER
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
           END-IF
           DISPLAY OUT-LINE
           WRITE RPT-LINE FROM OUT-LINE
           .
