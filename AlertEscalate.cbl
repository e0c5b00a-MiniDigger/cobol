      *                      frische Alarmablage - die Kennung bleibt
      *                      dieselbe, damit eine spaete Quittung
      *                      weiterhin greift
      *          Ein Sandkasten-Lauf (SANDBOX-DIR in FileNames.cpy)
      *          laesst die Alarmablage der Produktion unberuehrt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 ESCALATE-OP PIC X(08).
       PROCEDURE DIVISION USING FILE-NAMES ESCALATE-OP.
       MAIN-PROCEDURE.
           IF SANDBOX-DIR NOT = SPACES
               EXIT PROGRAM
           END-IF
           EVALUATE ESCALATE-OP
               WHEN "SCAN"
                   PERFORM LOAD-ACKS
