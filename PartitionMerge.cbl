      *          Detailsaetze aller Partitionen, ein neu gerechneter
      *          Trailersatz. Erfolgreich uebernommene Staging-Dateien
      *          werden geloescht.
      *          Die Staging-Dateien des JSON-Ergebnisdokuments
      *          (runjson.txt.p<N>, von ResultsJson.cbl geschrieben)
      *          werden zu einem Dokument run-<laufkennung>.json
      *          zusammengesetzt - Laufkennung und Konfiguration der
      *          ersten Partition, die Paare aller Partitionen, die
      *          Datensatzobjekte in Partitionsreihenfolge. Ablauf wie
      *          ASSEMBLE-DOCUMENT in ResultsJson.cbl.
      *          Ist eine Aenderungslieferung eingestellt (extract=
      *          delta|refresh in siteconfig.txt), wird die gemischte
      *          extract.txt anschliessend von ExtractDelta.cbl
      *          verkuerzt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 PART-DISP PIC Z(05)9.
      *    Trailerneuberechnung fuer extract.txt
           01 EXT-COUNT PIC 9(06) VALUE 0.
           01 EXT-SUM PIC S9(16)V9(04) COMP-3 VALUE 0.
           01 DET-EW-TXT PIC X(14).
           01 CNT-DISP PIC ZZZZZ9.
           01 SUM-DISP PIC -(16)9.9999.
           01 OUT-LINE PIC X(80).
      *    Zeitstempel fuer den neuen Kopfsatz
           01 MERGE-TIMESTAMP.
               05 MERGE-TS-TIME PIC X(06).
               05 FILLER PIC X(14).
           01 MERGED-FILES PIC 9(03) VALUE 0.
      *    Zusammensetzen des JSON-Ergebnisdokuments: Kopfangaben der
      *    ersten Partition, Paarliste, Objektzaehler und das
      *    zurueckgehaltene Objektende (das Komma dahinter haengt
      *    davon ab, ob noch ein Objekt folgt)
           01 JSON-SEEN PIC 9 VALUE 0.
           01 ASM-RUN PIC X(17) VALUE SPACES.
           01 ASM-CFG PIC X(190) VALUE SPACES.
           01 ASM-PAIR-COUNT PIC 9(03) VALUE 0.
           01 ASM-PAIR-TABLE.
               05 ASM-PAIR PIC X(190) OCCURS 100 TIMES.
           01 ASM-OBJ-COUNT PIC 9(06) VALUE 0.
           01 ASM-HELD PIC 9 VALUE 0.
           01 K PIC 9(03).
      *    Betriebseinstellungen (Lieferart des Warehouse-Extrakts)
      *    fuer die Aenderungslieferung nach dem Mischen
           01 DELTA-OP PIC X(08) VALUE "COMPLETE".
           COPY "RunConfig.cpy".
           COPY "Abbruch.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-PARTITIONS
           PERFORM APPEND-ALL-PARTITIONS

           PERFORM MERGE-EXTRACT
      *    die gemischte extract.txt ist die volle Lieferung des
      *    Laufs - bei extract=delta|refresh jetzt gegen den
      *    Sendestand verkuerzen, siehe ExtractDelta.cbl
           CALL "SiteConfig" USING RUN-CONFIG, ABBRUCH
           CALL "ExtractDelta" USING RUN-CONFIG, DELTA-OP
           PERFORM MERGE-JSON

           DISPLAY "PartitionMerge: " MERGED-FILES
               " Staging-Dateien zusammengefuehrt"
           WRITE TARGET-LINE FROM OUT-LINE
           CLOSE TARGETF
           .

      * setzt das JSON-Ergebnisdokument aus den Staging-Dateien aller
      * Partitionen zusammen: erster Durchgang sammelt Kopfangaben
      * und Paare, zweiter kopiert die Datensatzobjekte und setzt die
      * trennenden Kommas. Ohne eine einzige Staging-Datei (Lauf vor
      * Einfuehrung des Dokuments) entsteht keins
       MERGE-JSON.
           MOVE 0 TO JSON-SEEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
               PERFORM SET-JSON-STAGE
               OPEN INPUT STAGEF
               IF STAGE-STATUS = "00"
                   MOVE 1 TO JSON-SEEN
                   MOVE 0 TO STAGE-EOF
                   PERFORM UNTIL STAGE-EOF = 1
                       READ STAGEF
                           AT END MOVE 1 TO STAGE-EOF
                           NOT AT END PERFORM NOTE-JSON-HEADER
                       END-READ
                   END-PERFORM
                   CLOSE STAGEF
               END-IF
           END-PERFORM
           IF JSON-SEEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TARGET-FILENAME
           STRING "run-" FUNCTION TRIM(ASM-RUN) ".json"
               DELIMITED BY SIZE INTO TARGET-FILENAME
           OPEN OUTPUT TARGETF
           IF TARGET-STATUS NOT = "00"
               DISPLAY "[PartitionMerge.MERGE-JSON] "
                   FUNCTION TRIM(TARGET-FILENAME)
                   " nicht beschreibbar, Status " TARGET-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE TARGET-LINE FROM "{"
           MOVE SPACES TO OUT-LINE
           STRING "  ""run_id"": """ FUNCTION TRIM(ASM-RUN) ""","
               DELIMITED BY SIZE INTO OUT-LINE
           WRITE TARGET-LINE FROM OUT-LINE
           MOVE SPACES TO TARGET-LINE
           STRING "  ""config"": """ FUNCTION TRIM(ASM-CFG) ""","
               DELIMITED BY SIZE INTO TARGET-LINE
           WRITE TARGET-LINE
           WRITE TARGET-LINE FROM "  ""pairs"": ["
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ASM-PAIR-COUNT
               MOVE SPACES TO TARGET-LINE
               IF K < ASM-PAIR-COUNT
                   STRING "    " FUNCTION TRIM(ASM-PAIR(K)) ","
                       DELIMITED BY SIZE INTO TARGET-LINE
               ELSE
                   STRING "    " FUNCTION TRIM(ASM-PAIR(K))
                       DELIMITED BY SIZE INTO TARGET-LINE
               END-IF
               WRITE TARGET-LINE
           END-PERFORM
           WRITE TARGET-LINE FROM "  ],"
           WRITE TARGET-LINE FROM "  ""datasets"": ["

           MOVE 0 TO ASM-HELD
           MOVE 0 TO ASM-OBJ-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
               PERFORM SET-JSON-STAGE
               OPEN INPUT STAGEF
               IF STAGE-STATUS = "00"
                   MOVE 0 TO STAGE-EOF
                   PERFORM UNTIL STAGE-EOF = 1
                       READ STAGEF
                           AT END MOVE 1 TO STAGE-EOF
                           NOT AT END PERFORM COPY-JSON-OBJECT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE STAGEF
                   CALL "CBL_DELETE_FILE" USING STAGE-FILENAME
                   ADD 1 TO MERGED-FILES
               END-IF
           END-PERFORM
           IF ASM-HELD = 1
               WRITE TARGET-LINE FROM "    }"
           END-IF
           WRITE TARGET-LINE FROM "  ]"
           WRITE TARGET-LINE FROM "}"
           CLOSE TARGETF
           DISPLAY "PartitionMerge: " FUNCTION TRIM(TARGET-FILENAME)
               " mit " ASM-OBJ-COUNT " Datensatzobjekt(en)"
           .

       SET-JSON-STAGE.
           MOVE PART-START(I) TO PART-DISP
           MOVE SPACES TO STAGE-FILENAME
           STRING "runjson.txt.p" FUNCTION TRIM(PART-DISP)
               DELIMITED BY SIZE INTO STAGE-FILENAME
           .

      * merkt die erste #RUN/#CFG-Angabe und jede #PAIR-Zeile
       NOTE-JSON-HEADER.
           IF STAGE-LINE(1:5) = "#RUN " AND ASM-RUN = SPACES
               MOVE STAGE-LINE(6:17) TO ASM-RUN
           END-IF
           IF STAGE-LINE(1:5) = "#CFG " AND ASM-CFG = SPACES
               MOVE STAGE-LINE(6:190) TO ASM-CFG
           END-IF
           IF STAGE-LINE(1:6) = "#PAIR " AND ASM-PAIR-COUNT < 100
               ADD 1 TO ASM-PAIR-COUNT
               MOVE STAGE-LINE(7:190) TO ASM-PAIR(ASM-PAIR-COUNT)
           END-IF
           .

      * uebernimmt eine Objektzeile; das Objektende "    }" wird
      * zurueckgehalten, bis feststeht, ob ein weiteres Objekt folgt
       COPY-JSON-OBJECT-LINE.
           IF STAGE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF STAGE-LINE = "    {"
               IF ASM-HELD = 1
                   WRITE TARGET-LINE FROM "    },"
                   MOVE 0 TO ASM-HELD
               END-IF
               ADD 1 TO ASM-OBJ-COUNT
           END-IF
           IF STAGE-LINE = "    }"
               MOVE 1 TO ASM-HELD
           ELSE
               WRITE TARGET-LINE FROM STAGE-LINE
           END-IF
           .
       END PROGRAM PartitionMerge.
