      *          Ein fehlender Trennstrich oder ein dim=, das nicht zu
      *          den Zeilen passt, faellt damit beim Erfassen auf
      *          statt um 02:00 in errors.txt.
      *          Als Zieldatei "schwebe" eingegeben, bearbeitet der
      *          Editor stattdessen einen Eintrag der Schwebeablage
      *          (siehe SuspenseStore.cbl): er zeigt die offenen
      *          Eintraege, legt den gewaehlten Block samt Meldung in
      *          die Arbeitsdatei suspense_<nr>.txt, prueft die dort
      *          vorgenommene Korrektur auf Knopfdruck mit der ECHTEN
      *          Eingabe- und Validierungslogik (InputHandling,
      *          Validation, ValidationB/C) und gibt sie erst danach
      *          zur Wiedervorlage im naechsten Lauf frei.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 TRIP-COL PIC 9(04).
           01 TOKEN-OK PIC 9.
           01 ROW-NR-DISP PIC ZZZ9.
      *    Schwebeablage: gewaehlte Eintragsnummer
           01 ED-SUSP-NR PIC X(08).
           01 ED-SUSP-DISP PIC ZZZZZ9.
           COPY "InputMatrix.cpy".
           COPY "Abbruch.cpy".
      *    Schnittstellenflaechen fuer InputHandling beim Pruefen
      *    einer Korrektur - dieselben wie in Main.cbl
           COPY "CRS.cpy".
           COPY "VectorDim.cpy".
           COPY "InputMatrixB.cpy".
           COPY "InputMatrixC.cpy".
           COPY "InputMatrixIm.cpy".
           COPY "FileNames.cpy".
           COPY "RhsVector.cpy".
           COPY "ExciteVector.cpy".
           COPY "TripletStore.cpy".
           COPY "SeenNames.cpy".
           COPY "Suspense.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Blockeditor - erfasst einen Datensatzblock und"
               " validiert ihn sofort"
           DISPLAY "Zieldatei (z.B. input.txt, schwebe ="
               " Schwebeablage): " WITH NO ADVANCING
           ACCEPT TARGET-FILENAME
           IF TARGET-FILENAME = SPACES
               DISPLAY "Keine Zieldatei - abgebrochen."
               STOP RUN
           END-IF
           IF FUNCTION TRIM(TARGET-FILENAME) = "schwebe"
               PERFORM EDIT-SUSPENDED-ITEM
               STOP RUN
           END-IF

           DISPLAY "name= (leer = unbenannt): " WITH NO ADVANCING
           ACCEPT ED-NAME
           WRITE TARGET-LINE
           CLOSE TARGETF
           .

      * bearbeitet einen offenen Eintrag der Schwebeablage: Meldung
      * zeigen, Block in die Arbeitsdatei legen, die Korrektur dort
      * so oft pruefen wie noetig und sie erst nach bestandener
      * Pruefung zur Wiedervorlage freigeben
       EDIT-SUSPENDED-ITEM.
           DISPLAY "Schwebeablage - nicht erledigte Eintraege:"
           MOVE "LIST" TO SUSP-OP
           CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                SUSP-REQUEST
           IF SUSP-COUNT = 0
               DISPLAY "Keine offenen Eintraege."
               STOP RUN
           END-IF
           DISPLAY "Eintrag-Nr.: " WITH NO ADVANCING
           ACCEPT ED-SUSP-NR
           IF ED-SUSP-NR = SPACES
               DISPLAY "Kein Eintrag gewaehlt - abgebrochen."
               STOP RUN
           END-IF
           COMPUTE SUSP-NR = FUNCTION NUMVAL(ED-SUSP-NR)
           MOVE "FETCH" TO SUSP-OP
           CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                SUSP-REQUEST
           IF SUSP-FOUND = 0
               DISPLAY "Eintrag " FUNCTION TRIM(ED-SUSP-NR)
                   " nicht gefunden!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SUSP-STATUS NOT = "OFFEN"
               DISPLAY "Eintrag " FUNCTION TRIM(ED-SUSP-NR)
                   " ist nicht mehr offen (" FUNCTION TRIM(SUSP-STATUS)
                   ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Datensatz " FUNCTION TRIM(SUSP-NAME) ", Lauf "
               SUSP-RUN ", Meldung " SUSP-CODE ":"
           DISPLAY "  " FUNCTION TRIM(SUSP-TEXT)
           DISPLAY "Block steht in " FUNCTION TRIM(SUSP-WORKFILE)
               " - dort korrigieren."

           PERFORM UNTIL 1 = 2
               DISPLAY "Enter = Korrektur pruefen, a = abbrechen: "
                   WITH NO ADVANCING
               MOVE SPACES TO ED-CONFIRM
               ACCEPT ED-CONFIRM
               IF FUNCTION TRIM(ED-CONFIRM) = "a"
                   DISPLAY "Abgebrochen - die Arbeitsdatei bleibt"
                       " fuer spaeter stehen."
                   STOP RUN
               END-IF
               DISPLAY "Pruefung laeuft..."
               PERFORM REVALIDATE-WORKFILE
               IF ERRORMSG = "FINE"
                   EXIT PERFORM
               END-IF
               DISPLAY "Pruefung FEHLGESCHLAGEN (" MESSAGE-CODE "):"
               DISPLAY "  " FUNCTION TRIM(ERRORMSG)
           END-PERFORM

           DISPLAY "Pruefung: OK"
           DISPLAY "Korrektur zur Wiedervorlage freigeben? (j/n): "
               WITH NO ADVANCING
           ACCEPT ED-CONFIRM
           IF FUNCTION TRIM(ED-CONFIRM) NOT = "j"
               DISPLAY "Nicht freigegeben - die Arbeitsdatei bleibt"
                   " fuer spaeter stehen."
               STOP RUN
           END-IF
           MOVE "RELEASE" TO SUSP-OP
           CALL "SuspenseStore" USING FILE-NAMES, ABBRUCH,
                SUSP-REQUEST
           IF SUSP-FOUND = 0
               DISPLAY "Freigabe fehlgeschlagen - Eintrag bleibt"
                   " offen!"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ED-SUSP-DISP = SUSP-ORD + 1
           DISPLAY "Freigegeben: laeuft im naechsten Lauf als Block "
               FUNCTION TRIM(ED-SUSP-DISP) " von resubmit.txt."
           .

      * laedt den Block der Arbeitsdatei per InputHandling und
      * laesst die Validierung(en) darueberlaufen - dieselbe Folge
      * wie im Hauptlauf; das Ergebnis steht in ERRORMSG
       REVALIDATE-WORKFILE.
           CANCEL "InputHandling"
           MOVE SUSP-WORKFILE TO INPUT-FILENAME
           MOVE "FINE" TO ERRORMSG
           MOVE SPACES TO MESSAGE-CODE
           MOVE SPACES TO DATASET-NAME
           MOVE 30 TO SPARSITY-THRESHOLD
           MOVE 0 TO RECORD-NUM
           INITIALIZE MATRIX
           INITIALIZE MATRIXB
           INITIALIZE MATRIXC
           INITIALIZE MATRIX-IM
           INITIALIZE INPUT-VEKTOR
           INITIALIZE RHS-VEKTOR
           INITIALIZE SEEN-NAMES
           MOVE 0 TO RHS-SET-COUNT
           MOVE 0 TO SKIP
           MOVE 0 TO NO-MORE-DATA
           CALL "InputHandling" USING INPUT-VEKTOR, ABBRUCH,
                MATRIX, MATRIXB, SKIP, NO-MORE-DATA, FILE-NAMES,
                RHS-VEKTOR, RHS-MULTI, EDIR-VEKTOR,
                TRIPLET-STORE, SEEN-NAMES, MATRIXC, MATRIX-IM
           IF DATA-EXHAUSTED
               MOVE "Arbeitsdatei enthaelt keinen Datensatzblock"
                   TO ERRORMSG
               EXIT PARAGRAPH
           END-IF
           IF ERRORMSG = "FINE"
               CALL "Validation" USING MATRIX, ABBRUCH, MATRIX-IM
           END-IF
           IF ERRORMSG = "FINE" AND GENERALIZED-ENABLED
               CALL "ValidationB" USING MATRIX, MATRIXB, ABBRUCH
           END-IF
           IF ERRORMSG = "FINE" AND DAMPING-ENABLED
               CALL "ValidationC" USING MATRIX, MATRIXC, ABBRUCH
           END-IF
           .
       END PROGRAM BlockEditor.
