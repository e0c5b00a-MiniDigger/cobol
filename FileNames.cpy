      *        (IFOK nach Fehlern bzw. ONFAIL ohne Fehler) - fuer den
      *        Abschlussbericht des Laufs
               05 BATCH-SKIPPED PIC 9(04) VALUE 0.
      *        Von BatchControl gesetzt: 1 = die Lieferung des
      *        gelieferten Paars (WAITFOR-Spalte) ist bis zum Ablauf
      *        der Wartefrist nicht eingetroffen - MAIN verarbeitet
      *        das Paar nicht, sondern bucht es als UNGELIEFERT.
      *        BATCH-UNDELIVERED zaehlt diese Paare fuer den
      *        Abschlussbericht
               05 PAIR-NOT-DELIVERED PIC 9 VALUE 0.
               05 BATCH-UNDELIVERED PIC 9(04) VALUE 0.
      *        Sandkasten-Lauf: Verzeichnis, in das ALLE vom Lauf
      *        geschriebenen Dateien des aktuellen Paars gehen
      *        (Ausgabe samt abgeleiteter Dateien, errors.txt,
      *        output.csv, audit.txt, usage.txt, results.dat,
      *        vectors.dat, modes.txt, provenance.txt, Stapelbericht,
      *        JSON-Dokument); Warehouse-Extrakt, Alarmablage und
      *        Spiegelung entfallen, Warmstart-Bestand, memo.txt und
      *        catalog.dat werden nur gelesen. Leer = Produktion.
      *        SANDBOX-DEFAULT traegt die Vorgabe der Site-
      *        Konfiguration (sandbox=<verzeichnis>, von MAIN beim
      *        Start gesetzt), SANDBOX-DIR den fuer das aktuelle Paar
      *        wirksamen Wert - von BatchControl aus der Vorgabe bzw.
      *        dem Token "SANDBOX"/"SANDBOX=<verzeichnis>" der
      *        batch.txt Zeile gesetzt. Fuer die Dateien des ganzen
      *        Laufs (Beginn/Ende) stellt MAIN die Vorgabe ein
               05 SANDBOX-DEFAULT PIC X(60) VALUE SPACES.
               05 SANDBOX-DIR PIC X(60) VALUE SPACES.
      *        Von BatchControl gesetzt: 1 = das gelieferte Paar ist
      *        die Wiedervorlage der Schwebeablage (resubmit.txt ->
      *        resubmit_output.txt, siehe SuspenseStore.cbl) - MAIN
      *        schliesst dann je Datensatz den zugehoerigen Eintrag
               05 PAIR-RESUBMIT PIC 9 VALUE 0.
      *        Von BatchControl gesetzt: 1 = die Lieferung des Paars
      *        (WAITFOR-Spalte) lag beim ersten Lesen der Zeile noch
      *        nicht vor und ist erst waehrend der Wartefrist
      *        eingetroffen - Stapelbericht und Mitschrift vermerken
      *        VERSPAETET fuer die Lieferanten-Auswertung
      *        (SupplierScorecard.cbl)
               05 PAIR-LATE PIC 9 VALUE 0.
      *        Von MAIN je Datensatz gesetzt: 0-basierte Nummer des
      *        Blocks in INPUT-FILENAME (derselbe Index wie SKIP),
      *        aus dem der aktuelle Datensatz stammt
               05 BLOCK-ORD PIC 9(06) VALUE 0.
      *    Von BatchControl gesetzt: 1 = kein weiteres Dateipaar mehr
      *    zu verarbeiten
           01 NO-MORE-PAIRS PIC 9 VALUE 0.
