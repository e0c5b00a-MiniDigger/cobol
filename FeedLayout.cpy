      *    Satzbeschreibung eines Abnehmer-Feeds, von FeedLayout.cbl
      *    aus einer Layout-Steuerdatei gelesen und von FeedExtract/
      *    FeedAckCheck gemeinsam benutzt. Steuerdatei, eine Angabe
      *    je Zeile, "*" in Spalte 1 = Kommentar:
      *      feed=<feeddatei>         Zieldatei des Feeds (Pflicht)
      *      ack=<quittungsdatei>     Quittung des Abnehmers
      *                               (Default <feeddatei>.ack)
      *      id=<kennung>             Feedkennung im Kopfsatz
      *      total=<feld>             Summenfeld des Trailersatzes
      *                               (Default ew, falls belegt)
      *      field=<feld> <start> <laenge> [<aufbereitung>]
      *    Felder: name, run, mode, ew, iterations, residual, status,
      *    group. Aufbereitung der Zahlenfelder ew/iterations/residual
      *    als <vorzeichen><fuellung><nachkommastellen>[V]:
      *      Vorzeichen L = "-" vorn (positiv Leerzeichen), P = "+"/
      *                 "-" vorn, T = "-" hinten (positiv Leerzeichen),
      *                 U = ohne (Betrag), Z = gezont, im Zonenteil
      *                 der letzten Ziffer ({A-I positiv, }J-R negativ)
      *      Fuellung   Z = fuehrende Nullen, B = fuehrende Leerzeichen
      *      Stellen    0-9 Nachkommastellen
      *      V          Dezimalpunkt nur gedacht, nicht geschrieben
      *    Default LB4 (iterations UZ0). Textfelder linksbuendig,
      *    rechts abgeschnitten.
           01 FEED-LAYOUT.
               05 FL-CONTROL-FILE PIC X(80).
               05 FL-FEED-FILE PIC X(80).
               05 FL-ACK-FILE PIC X(80).
               05 FL-FEED-ID PIC X(12).
      *        Satzlaenge: rechtes Ende des am weitesten rechts
      *        liegenden Felds
               05 FL-WIDTH PIC 9(03).
      *        Nummer des Summenfelds (0 = Trailer nur mit Anzahl)
               05 FL-TOTAL-NR PIC 9(02).
      *        Anzahl der Fehler in der Steuerdatei - ein Feed mit
      *        Fehlern wird weder erzeugt noch abgestimmt
               05 FL-ERRORS PIC 9(02).
               05 FL-FIELD-COUNT PIC 9(02).
               05 FL-FIELD OCCURS 30 TIMES.
                   10 FL-SOURCE PIC X(10).
                       88 FL-NUMERIC VALUE "ew" "iterations"
                           "residual".
                   10 FL-START PIC 9(03).
                   10 FL-LEN PIC 9(03).
                   10 FL-SIGN PIC X(01).
                   10 FL-FILL PIC X(01).
                   10 FL-DEC PIC 9(01).
                   10 FL-IMPLIED PIC X(01).
