      *        siehe ArchiveRotate.cbl.
      *        Schluessel: retainmonths=N
               05 CFG-RETAIN-MONTHS PIC 9(04) VALUE 84.
      *        Katalogpflege: ein Eintrag ohne Lauf seit so vielen
      *        Monaten gilt im Bestandsbericht als veraltet (siehe
      *        CatalogInventory.cbl).
      *        Schluessel: stalemonths=N
               05 CFG-STALE-MONTHS PIC 9(04) VALUE 12.
      *        Regelkarte: Zahl der aeltesten FINE-Laeufe je
      *        Datensatz, aus denen Mittellinie und Eingriffsgrenzen
      *        berechnet werden (siehe SpcMonitor.cbl).
      *        Schluessel: spcbaseline=N
               05 CFG-SPC-BASELINE PIC 9(04) VALUE 20.
      *        Laufweite Vorgaben, die MAIN je Datensatz als Default
      *        setzt - per sparsity=/drift=-Zeile in input.txt
      *        weiterhin je Datensatz ueberschreibbar.
      *        Schluessel: breakfirst=K, breakgroup=N
               05 CFG-BREAK-FIRST PIC 9(02) VALUE 0.
               05 CFG-BREAK-GROUP PIC 9(03) VALUE 0.
      *        Vorgabe der Arithmetik fuer die CRS-Kette (siehe
      *        ARITH-MODE in Abbruch.cpy): 1 = Gleitkomma (COMP-2),
      *        0 = gepackte Festkomma-Arithmetik. Je Datensatz per
      *        "arithmetic="-Zeile ueberschreibbar.
      *        Schluessel: arithmetic=float|fixed
               05 CFG-ARITH PIC 9 VALUE 0.
      *        Lieferart des Warehouse-Extrakts (ExtractDelta.cbl):
      *        0 = voll (jeder Datensatz jede Nacht, wie bisher),
      *        1 = nur neue, geaenderte und statusgeaenderte
      *        Datensaetze plus Loeschsaetze fuer nicht mehr
      *        gelieferte Namen, 2 = Vollabgleich (Monatsende): alles
      *        senden, Loeschsaetze wie bei 1, Sendestand neu aufsetzen.
      *        Toleranz: Betrag der EW-Aenderung, bis zu dem ein
      *        Ergebnis als unveraendert gilt (0 = jede im Extrakt
      *        sichtbare Aenderung wird gesendet).
      *        Schluessel: extract=full|delta|refresh, extracttol=N.NNNN
               05 CFG-EXTRACT-MODE PIC 9 VALUE 0.
                   88 CFG-EXTRACT-FULL VALUE 0.
                   88 CFG-EXTRACT-DELTA VALUE 1.
                   88 CFG-EXTRACT-REFRESH VALUE 2.
               05 CFG-EXTRACT-TOL PIC 9(05)V9(04) VALUE 0.
      *        Sandkasten-Verzeichnis fuer den ganzen Lauf (siehe
      *        SANDBOX-DIR in FileNames.cpy): jede Lauf-Datei geht
      *        dorthin und traegt die Kennzeichnung SANDBOX, nichts
      *        wird veroeffentlicht; leer = Produktion. Einzelne Paare
      *        schaltet das Token SANDBOX in batch.txt um.
      *        Schluessel: sandbox=<verzeichnis>
               05 CFG-SANDBOX-DIR PIC X(60) VALUE SPACES.
