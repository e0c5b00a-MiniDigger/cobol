               IF HEARTBEAT-REST = 0
                   DISPLAY "Fortschritt: Iteration " COUNTER-N
                       " sigma^2 " EW
                   MOVE COUNTER-N TO RS-ITER
                   MOVE "BEAT" TO RS-EVENT
                   CALL "RunStatus" USING ABBRUCH
               END-IF
           END-PERFORM

