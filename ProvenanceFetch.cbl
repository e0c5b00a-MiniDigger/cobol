                       MOVE 0 TO BUF-COUNT
                   END-IF
                   MOVE 0 TO RUN-MATCHED
      *        Vermerkzeilen im Block (###OPERAND der expr=-
      *        Operanden) dokumentieren nur - sie gehoeren nicht in
      *        die lauffaehige Eingabe
               WHEN PROV-LINE(1:3) = "###"
                   CONTINUE
               WHEN OTHER
                   IF RUN-MATCHED = 1 AND BUF-COUNT < 20000
                       ADD 1 TO BUF-COUNT
