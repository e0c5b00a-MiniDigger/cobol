      *    Verarbeitungsreihenfolge eines Dateipaars nach
      *    Prioritaetsklassen, von PriorityPlan.cbl VOR dem ersten
      *    Datensatz aus den "priority="-Zeilen der Eingabedatei (bzw.
      *    der per "catalog=" gezogenen Katalogeintraege) bestimmt.
      *    Je Eintrag die Datensatz-Ordnungszahl (0-basiert, Zahl der
      *    Trennzeilen davor - derselbe Index wie SKIP/PARTITION-
      *    START), die Klasse (1 = kritisch bis 9, ohne Angabe 5), der
      *    Datensatzname (name= oder Katalogname) und das Kennzeichen,
      *    ob der Block ueberhaupt Zeilen traegt. Die Eintraege stehen
      *    stabil nach Klasse sortiert, innerhalb einer Klasse in
      *    Dateireihenfolge; nur der Partitionsbereich des Paars ist
      *    enthalten. PP-ACTIVE = 1 nur, wenn diese Reihenfolge von
      *    der Dateireihenfolge abweicht - sonst liest MAIN wie bisher
      *    sequentiell. PP-OVERFLOW = 1: mehr Bloecke als Tabellen-
      *    plaetze, es bleibt bei der Dateireihenfolge. PP-POS ist
      *    der Lesezeiger des Aufrufers
           01 PRIO-PLAN.
               05 PP-ACTIVE PIC 9 VALUE 0.
               05 PP-OVERFLOW PIC 9 VALUE 0.
               05 PP-COUNT PIC 9(06) COMP-3 VALUE 0.
               05 PP-POS PIC 9(06) COMP-3 VALUE 0.
               05 PP-ENTRY OCCURS 20000 TIMES.
                   10 PP-ORD PIC 9(06) COMP-3.
                   10 PP-PRIO PIC 9.
                   10 PP-FILLED PIC 9.
                   10 PP-NAME PIC X(30).
