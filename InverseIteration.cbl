      *     einsetzen in SOLVE-WITH-FACTORS. Nur im Modus "RAYLEIGH"
      *     wird pro Schritt neu zerlegt, da sich dort die
      *     Verschiebung und damit die Matrix selbst aendert.
      *   - Jeder Fortschritts-Herzschlag traegt die Iterationszahl
      *     zusaetzlich in den Laufstatus fuer die Ueberwachung
      *     (RunStatus.cbl, runstatus.txt) ein.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InverseIteration.
               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: Iteration " COUNTER-N
                       " Erwartungswert " EW
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM
           MOVE EW TO RET-EW
