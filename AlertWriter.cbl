      *     mit ESKALIERT-Markierung erneut an. Ein FEHLERLIMIT-
      *     Alarm kann damit nicht mehr unbesehen ueber ein
      *     Wochenende wegscrollen.
      *   - Sandkasten-Paare (SANDBOX-DIR in FileNames.cpy) legen
      *     keine Alarmsaetze ab - die Bedingung erscheint nur auf
      *     der Konsole, der Poller schlaegt fuer Sandkasten-
      *     Ergebnisse nicht an.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertWriter.
       PROCEDURE DIVISION USING FILE-NAMES ABBRUCH ALERT-OP ALERT-COND
           ALERT-DETAIL.
       MAIN-PROCEDURE.
           IF SANDBOX-DIR NOT = SPACES
               IF ALERT-OP = "ALERT"
                   DISPLAY "SANDBOX: Alarm " FUNCTION TRIM(ALERT-COND)
                       " nicht abgelegt " FUNCTION TRIM(ALERT-DETAIL)
               END-IF
               EXIT PROGRAM
           END-IF
           EVALUATE ALERT-OP
               WHEN "CLEAR"
                   OPEN OUTPUT ALERTF
