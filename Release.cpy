      *    Auftrag an die Freigabeablage (ReleaseHold.cbl) - von
      *    OutputHandling je zurueckgehaltenem Ergebnis und beim
      *    Veroeffentlichen, von der Bedienkonsole beim Entscheiden
      *    gefuellt.
      *    REL-OP:
      *      "HOLD"      Ergebnis als offenen Eintrag ablegen: Kopf-
      *                  und Herkunftsfelder, Grund, Extraktsatz,
      *                  Bestandsfelder, dazu Block REL-ORD (0-basiert,
      *                  derselbe Index wie SKIP) aus REL-INPUT; ein
      *                  Wiederholungsversuch (REL-ATTEMPT > 0) ersetzt
      *                  die offenen Eintraege der frueheren Versuche
      *                  desselben Blocks. Liefert REL-NR
      *      "WITHDRAW"  nur das Ersetzen: der Wiederholungsversuch
      *                  kam ohne Befund durch
      *      "LIST"      offene und entschiedene, noch nicht
      *                  veroeffentlichte Eintraege anzeigen, Zahl der
      *                  offenen in REL-COUNT
      *      "FETCH"     Eintrag REL-NR lesen, alle Felder zurueck
      *      "DECIDE"    offenen Eintrag REL-NR mit REL-DECISION
      *                  ("FREIGABE"/"ABGELEHNT"), REL-USER und
      *                  REL-COMMENT entscheiden; bei ABGELEHNT kommt
      *                  der Block in die Arbeitsdatei REL-WORKFILE
      *      "NEXTDUE"   ersten entschiedenen, noch nicht
      *                  verbuchten Eintrag lesen (REL-FOUND = 0:
      *                  keiner)
      *      "CLOSE"     Eintrag REL-NR als verbucht schliessen, mit
      *                  der Laufkennung REL-PUB-RUN
           01 REL-REQUEST.
               05 REL-OP PIC X(09).
               05 REL-NR PIC 9(06).
               05 REL-FOUND PIC 9.
               05 REL-COUNT PIC 9(06) COMP-3.
               05 REL-STATUS PIC X(09).
               05 REL-RUN PIC X(17).
               05 REL-ATTEMPT PIC 9.
      *        Datensatzname bzw. "Satz <n>" bei einem unbenannten
               05 REL-IDENT PIC X(30).
               05 REL-ORD PIC 9(06) COMP-3.
               05 REL-INPUT PIC X(80).
               05 REL-OUTPUT PIC X(80).
      *        Befunde, die den Halt ausgeloest haben
               05 REL-REASON PIC X(100).
      *        fertiger Satz des Warehouse-Extrakts, wie er ohne Halt
      *        geschrieben worden waere
               05 REL-EXTRACT PIC X(90).
      *        Felder des Ergebnisbestands results.dat;
      *        REL-RES-WANTED = 0: der Datensatz bekommt keinen
      *        Eintrag (unbenannt oder partitionierter Prozess)
               05 REL-RES-WANTED PIC 9.
               05 REL-RES-EW PIC S9(13)V9(16) COMP-3.
               05 REL-RES-MODE PIC X(09).
               05 REL-RES-ITER PIC 9(06).
               05 REL-RES-CONV PIC 9.
               05 REL-RES-STATUS PIC X(04).
               05 REL-RES-MAC-KZ PIC X(01).
               05 REL-RES-MAC PIC 9V9(06).
               05 REL-RES-CAT-NAME PIC X(30).
               05 REL-RES-CAT-VER PIC 9(04).
      *        Entscheidung
               05 REL-DECISION PIC X(09).
               05 REL-USER PIC X(20).
               05 REL-AM PIC X(15).
               05 REL-COMMENT PIC X(100).
               05 REL-WORKFILE PIC X(80).
      *        Laufkennung des Laufs, der den Eintrag verbucht
               05 REL-PUB-RUN PIC X(17).
