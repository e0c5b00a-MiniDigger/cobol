      *     macht nur noch das billige Vorwaerts-/Rueckwaertseinsetzen
      *     in SOLVE-WITH-FACTORS - gleiches Prinzip wie in
      *     InverseIteration.cbl.
      *   - Jeder Fortschritts-Herzschlag traegt die Iterationszahl
      *     zusaetzlich in den Laufstatus fuer die Ueberwachung
      *     (RunStatus.cbl, runstatus.txt) ein.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneralizedIteration.
               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: Iteration " COUNTER-N
                       " Erwartungswert " EW
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM
           MOVE EW TO RET-EW
