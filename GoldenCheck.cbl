      *    Zeile in golden_output.txt - wird pro Datensatz neu gesetzt
      *    und bleibt sonst leer, wenn der Datensatz unbenannt ist
           01 CURRENT-NAME PIC X(30) VALUE SPACES.
      *    Boolean: die zuletzt gelesene Zeile war "Erwartungswert:"
      *    (oder die Wert-Ueberschrift eines Modus), die naechste
      *    Zeile traegt daher den eigentlichen Zahlenwert
           01 WANT-VALUE PIC 9 VALUE 0.
           01 ACTUAL-EW PIC S9(06)V9(04).
           01 DIFF PIC S9(06)V9(04).

      * eine einzelne Zeile aus golden_output.txt einordnen: merkt sich
      * den zuletzt gesehenen Datensatznamen, erkennt die
      * "Erwartungswert:"-Ueberschrift (bzw. die Ueberschrift, unter
      * der ein Modus seinen RET-EW ausweist) und wertet die direkt
      * nachfolgende Zahlenwert-Zeile aus
       EVALUATE-RESULT-LINE.
           IF WANT-VALUE = 1
                   MOVE RESULT-LINE(7:30) TO CURRENT-NAME
               END-IF
               IF FUNCTION TRIM(RESULT-LINE) = "Erwartungswert:"
                  OR FUNCTION TRIM(RESULT-LINE) =
                     "Einschwingzeitpunkt:"
                  OR FUNCTION TRIM(RESULT-LINE) =
                     "Eigenwert Mode 1 am Bereichsende:"
                  OR FUNCTION TRIM(RESULT-LINE) =
                     "Spektrale Abszisse (groesster Realteil):"
                  OR FUNCTION TRIM(RESULT-LINE) =
                     "Fiedler-Wert (algebraische Konnektivitaet):"
                  OR FUNCTION TRIM(RESULT-LINE) =
                     "Residuennorm (kleinste Quadrate):"
                   MOVE 1 TO WANT-VALUE
               END-IF
           END-IF
