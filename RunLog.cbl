      *          Herzschlaege auf der Konsole bleibt das Protokoll
      *          stehen und taugt als Beleg gegenueber dem Scheduler,
      *          welcher Schritt das Fenster gesprengt hat.
      *          Hinter der Gesamtzeit stehen Dimension und
      *          Eintragszahl des Datensatzes (dim=, nnz=) fuer die
      *          Kapazitaetsauswertung (CapacityReport.cbl).
      *          Modi: "CLEAR" leert die Datei zu Paarbeginn,
      *          "DATASET" haengt die Zeile des aktuellen Datensatzes
      *          an, "PAIRTOT" die Abschlusssumme.
               05 FILLER PIC X(14).
           01 OUT-LINE PIC X(160).
           01 OUT-P PIC 9(03).
           01 GESAMT-END PIC 9(03).
           01 NNZ-DISP PIC ZZZZZZZ9.
           01 CS-DISP PIC ZZZZZZZ9.
           01 PAIR-DISP PIC ZZZZZZZZZ9.
           01 RECORD-NUM-DISP PIC ZZZZZ9.
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               COMPUTE CS-DISP = PT-INPUT-CS + PT-VALID-CS + PT-CRS-CS
                   + PT-ITER-CS + PT-OUT-CS
      *        die Leser der Gesamtzeit (RunForecast, RunProjection,
      *        PartitionPlan) nehmen zehn Zeichen hinter "gesamt=" -
      *        die Groessenangaben beginnen daher erst dahinter
               COMPUTE GESAMT-END = OUT-P + 18
               STRING " gesamt=" FUNCTION TRIM(CS-DISP)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               IF OUT-P < GESAMT-END
                   MOVE GESAMT-END TO OUT-P
               END-IF
               MOVE PT-DIM TO RECORD-NUM-DISP
               STRING " dim=" FUNCTION TRIM(RECORD-NUM-DISP)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               MOVE PT-NNZ TO NNZ-DISP
               STRING " nnz=" FUNCTION TRIM(NNZ-DISP)
                   DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-P
               WRITE RUNLOG-LINE FROM OUT-LINE
               CLOSE RUNLOGF
           END-IF
