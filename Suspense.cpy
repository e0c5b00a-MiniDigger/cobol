      *    Auftrag an die Schwebeablage (SuspenseStore.cbl) - von MAIN
      *    je zurueckgewiesenem bzw. wiedervorgelegtem Datensatz und
      *    vom Blockeditor beim Bearbeiten eines Eintrags gefuellt.
      *    SUSP-OP:
      *      "SUSPEND"   Block SUSP-ORD (0-basiert, Zahl der
      *                  Trennzeilen davor - derselbe Index wie SKIP)
      *                  aus INPUT-FILENAME mit Meldung, Meldungscode
      *                  und Laufkennung ablegen; liefert SUSP-NR
      *      "LIST"      offene Eintraege anzeigen, Zahl in SUSP-COUNT
      *      "FETCH"     Eintrag SUSP-NR lesen: Status, Meldung und
      *                  Herkunft zurueck, Block in die Arbeitsdatei
      *                  SUSP-WORKFILE
      *      "RELEASE"   korrigierten Block aus SUSP-WORKFILE an die
      *                  Wiedervorlage resubmit.txt anhaengen, Eintrag
      *                  SUSP-NR auf FREIGABE
      *      "RESOLVE"   Eintrag des Wiedervorlage-Blocks SUSP-ORD mit
      *                  dem heutigen Ergebnis schliessen; SUSP-NEW-NR
      *                  ist der neue Eintrag, falls der Block erneut
      *                  zurueckgewiesen wurde (sonst 0)
      *      "RESUBDONE" die ersten SUSP-ORD Bloecke der Wiedervorlage
      *                  sind verarbeitet - aus resubmit.txt nehmen
           01 SUSP-REQUEST.
               05 SUSP-OP PIC X(09).
               05 SUSP-NR PIC 9(06).
               05 SUSP-ORD PIC 9(06) COMP-3.
               05 SUSP-NEW-NR PIC 9(06).
               05 SUSP-FOUND PIC 9.
               05 SUSP-COUNT PIC 9(06) COMP-3.
               05 SUSP-STATUS PIC X(08).
               05 SUSP-CODE PIC X(07).
               05 SUSP-RUN PIC X(17).
               05 SUSP-NAME PIC X(30).
               05 SUSP-TEXT PIC X(100).
               05 SUSP-WORKFILE PIC X(80).
