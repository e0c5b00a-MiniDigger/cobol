      *    Auftrag an den Verwendungsnachweis (WhereUsed.cbl) - von
      *    CatalogMaint fuer das Kommando WHEREUSED und vor jedem
      *    RETIRE gefuellt.
      *    WU-NAME     gesuchter Katalog-/Datensatzname oder Name
      *                einer Bibliotheksdatei (include=); leer = alle
      *                Verweise aller Namen
      *    WU-EXCLUDE  Katalogeintrag, dessen eigene Zeilen nicht
      *                mitzaehlen (RETIRE: der Eintrag selbst)
      *    WU-SHOW     0 = nur zaehlen, 1 = Treffer auf die Konsole,
      *                2 = Konsole und Bericht whereused.txt
      *    Rueckgabe:
      *    WU-COUNT    gefundene Verweise
      *    WU-LIVE     davon feste Verweise (alles ausser den
      *                Praefixregeln des Kalenders) - sie braechen,
      *                wenn der Name verschwindet
      *    WU-FILES    durchsuchte Dateien
      *    WU-UNREAD   genannte, aber nicht lesbare Dateien
           01 WU-REQUEST.
               05 WU-NAME PIC X(60).
               05 WU-EXCLUDE PIC X(30).
               05 WU-SHOW PIC 9.
               05 WU-COUNT PIC 9(06).
               05 WU-LIVE PIC 9(06).
               05 WU-FILES PIC 9(06).
               05 WU-UNREAD PIC 9(06).
