      *            language=DE|EN    Berichtssprache der Katalogtexte
      *            alerterrors=N     Fehleranzahl fuer den Alarmsatz
      *            retainmonths=N    Aufbewahrung der Archive (Monate)
      *            stalemonths=N     Monate ohne Lauf, ab denen ein
      *                              Katalogeintrag als veraltet gilt
      *            spcbaseline=N     Basisfenster der Regelkarte
      *                              (FINE-Laeufe je Datensatz)
      *            duppolicy=reject|flag|suffix  doppelte name=-Werte
      *            sparsity=N        Default-Duennbesetzt-Schwelle (%)
      *            drift=N           Default-Drift-Schwelle (%)
      *            precthreshold=N   Rundungsverlust-Schwelle (%)
      *            heartbeat=N       Intervall des Fortschrittanzeigers
      *            restartevery=N    Restart-Stand der Iteration alle
      *                              N Fortschrittsanzeigen (0 = aus)
      *            xnormtol=N        Toleranz der Norm-Endkontrolle
      *            osctrigger=N      Ausloeser der Oszillationsmeldung
      *            stablecount=N     stabile Durchlaeufe je Kriterium
      *                              Eingabebloecke
      *            boundlimit=N      Markierungsschwelle der
      *                              Eigenwert-Fehlerschranke
      *            arithmetic=float  Gleitkomma-Arithmetik (COMP-2)
      *                              der CRS-Kette als Vorgabe
      *            macmin=N.NN       MAC-Schwelle des Modenform-
      *                              Abgleichs (0 = aus)
      *            extract=delta     Warehouse-Extrakt nur mit
      *                              Aenderungen (refresh = Voll-
      *                              abgleich zum Monatsende)
      *            extracttol=N      EW-Toleranz der Aenderungs-
      *                              erkennung im Extrakt
      *            sandbox=<verz>    Sandkasten-Lauf: alle Lauf-
      *                              Dateien in dieses Verzeichnis,
      *                              nichts veroeffentlichen
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "stalemonths="
           IF COUNTER > 0
               INSPECT CONFIG-LINE REPLACING ALL "stalemonths=" BY
                   SPACE
               COMPUTE CFG-STALE-MONTHS =
                   FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "spcbaseline="
           IF COUNTER > 0
               INSPECT CONFIG-LINE REPLACING ALL "spcbaseline=" BY
                   SPACE
               COMPUTE CFG-SPC-BASELINE =
                   FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "sparsity="
           IF COUNTER > 0
               END-IF
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "restartevery="
           IF COUNTER > 0
               INSPECT CONFIG-LINE REPLACING ALL "restartevery=" BY
                   SPACE
               COMPUTE RESTART-EVERY = FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "xnormtol="
           IF COUNTER > 0
               COMPUTE BOUND-LIMIT = FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "macmin="
           IF COUNTER > 0
               INSPECT CONFIG-LINE REPLACING ALL "macmin=" BY
                   SPACE
               COMPUTE MAC-MIN = FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "provenance="
           IF COUNTER > 0
               MOVE FUNCTION TRIM(CONFIG-LINE) TO MIRROR-PATH
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING "sandbox="
           IF COUNTER > 0
               INSPECT CONFIG-LINE REPLACING ALL "sandbox=" BY SPACE
               MOVE FUNCTION TRIM(CONFIG-LINE) TO CFG-SANDBOX-DIR
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "printformat="
           IF COUNTER > 0
               END-IF
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "arithmetic="
           IF COUNTER > 0
               MOVE 0 TO COUNTER
               INSPECT CONFIG-LINE TALLYING COUNTER FOR ALL "float"
               IF COUNTER > 0
                   MOVE 1 TO CFG-ARITH
               ELSE
                   MOVE 0 TO CFG-ARITH
               END-IF
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING "extract="
           IF COUNTER > 0
               MOVE 0 TO COUNTER
               INSPECT CONFIG-LINE TALLYING COUNTER FOR ALL "delta"
               IF COUNTER > 0
                   MOVE 1 TO CFG-EXTRACT-MODE
               ELSE
                   MOVE 0 TO COUNTER
                   INSPECT CONFIG-LINE TALLYING COUNTER FOR ALL
                       "refresh"
                   IF COUNTER > 0
                       MOVE 2 TO CFG-EXTRACT-MODE
                   ELSE
                       MOVE 0 TO CFG-EXTRACT-MODE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING
               "extracttol="
           IF COUNTER > 0
               INSPECT CONFIG-LINE REPLACING ALL "extracttol=" BY
                   SPACE
               COMPUTE CFG-EXTRACT-TOL = FUNCTION NUMVAL(CONFIG-LINE)
           END-IF
           MOVE 0 TO COUNTER
           INSPECT CONFIG-LINE TALLYING COUNTER FOR LEADING "language="
           IF COUNTER > 0
               MOVE 0 TO COUNTER
