      *    schliessen sich je Datensatz gegenseitig aus (Deflation nur
      *    im Modus POWER, die LU-Zerlegung nur in den dichten
      *    Loesungswegen), und jeder Nutzer fuellt die Tabelle vor
      *    Gebrauch vollstaendig neu. Format wie ELEM (InputMatrix.cpy),
      *    damit die Sicherung der Originalmatrix nichts abschneidet
           01 WORK-MATRIX.
               05 WORK-ZEILE OCCURS 1 TO 2000.
                   10 WELEM PIC S9(10)V9(15) COMP-3 OCCURS 1 TO 2000.
