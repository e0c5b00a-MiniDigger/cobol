      *     Diagonaldominanz bleibt weiterhin Voraussetzung fuer die
      *     Konvergenz der Vectoriteration und wird unveraendert
      *     geprueft.
      *   - Dominanzforderung entfaellt fuer die Verfahren, die sie
      *     nicht brauchen: den Lanczos-Modus (symmetrische Matrix
      *     genuegt, geprueft in LanczosIteration) und den Modus
      *     "SOLVE" mit solver=cg (symmetrisch positiv definit
      *     genuegt, der Zusammenbruchtest in LinearSolve erkennt
      *     eine indefinite Matrix).
      *   - Ebenso fuer den Modus "QUADRATIC": die Linearisierung
      *     geht ueber die LU-Zerlegung von K und das QR-Verfahren,
      *     beide ohne Konvergenzbedingung an die Dominanz.
      *   - Ebenso fuer den Frequenzgang (mode=frf): dichte LU-
      *     Zerlegung je Frequenzschritt.
      *   - Ebenso fuer den Zeitverlauf (mode=transient): die
      *     Schrittfolge x(k+1) = A*x(k) konvergiert nicht gegen einen
      *     Eigenvektor, ein instabiles System ist dort ein Ergebnis.
      *   - Ebenso fuer die Parameterstudie (mode=param): Jacobi-
      *     Verfahren und inverse Iteration mit dichter LU-Zerlegung
      *     je Parameterwert, A0 allein muss nicht dominant sein.
      *   - Ebenso fuer das Stabilitaetsurteil (mode=stability):
      *     QR-Verfahren und inverse Iteration, die Systemmatrizen
      *     von Regelkreisen sind praktisch nie dominant.
      *   - Laplace-Pruefung fuer die Konnektivitaet (mode=fiedler):
      *     jede Zeile muss auf 0 summieren (VAL-012), sonst ist der
      *     konstante Vektor kein Nullvektor und die Abspaltung in
      *     FiedlerVector waere falsch.
      *   - Eigener Pruefweg fuer die Ausgleichsrechnung (mode=lsq)
      *     in CHECK-LSQ-MATRIX: rechteckige Matrix rows x cols, keine
      *     Dominanz-, Duennbesetzt- oder Gershgorin-Forderung, dafuer
      *     keine leere Spalte (VAL-013) - die zugehoerige Unbekannte
      *     waere durch keine Gleichung bestimmt.
      *   - Eigener Pruefweg fuer komplexe Matrizen (a+bi-Eintraege
      *     bzw. herm=1) in CHECK-COMPLEX-MATRIX: Nullzaehlung,
      *     Dominanz und Gershgorin ueber die Betraege |a_ij|, bei
      *     herm=1 statt des Symmetriemasses die Pruefung
      *     a_ij = konj(a_ji) mit reeller Diagonale (VAL-014). Der
      *     Imaginaerteil kommt als MATRIX-IM hinzu.
      *   - Zusammenhangskomponenten des Besetzungsmusters in
      *     FIND-COMPONENTS (Breitensuche ueber a_ij <> 0 oder
      *     a_ji <> 0), Anzahl und Groessen gehen ins Profil. Beim
      *     getrennten Rechnen (split=components) wird jeder Block
      *     einzeln geprueft - ohne erneute Komponentensuche und ohne
      *     Duennbesetzt-Forderung, die hat die ganze Matrix bereits
      *     erfuellt, ein kleiner Block ist naturgemaess dicht.
      *   - MAIN-PROCEDURE endet mit EXIT PROGRAM: ohne lief der
      *     gewoehnliche Pruefdurchgang in die nachfolgenden Pruefwege
      *     (Ausgleichsrechnung, komplexe Matrix) hinein, die dabei
      *     Profil und Duennbesetzt-Urteil ein zweites Mal setzten.
      *   - Gruppenregelwerk group_rules.txt (APPLY-GROUP-RULES): je
      *     Praefix der Gruppenkennung GROUP-TAG feste Regeltypen,
      *     eine Regel je Zeile, "*" in Spalte 1 ist Kommentar:
      *       <praefix> DIAG POS|NEG|NONZERO   Vorzeichen jeder
      *                                        Diagonale (VAL-016)
      *       <praefix> ROWSUM <ziel> <tol>    vorzeichenbehaftete
      *                                        Zeilensumme (VAL-017)
      *       <praefix> BOUNDS <min> <max>     Betrag jedes Nichtnull-
      *                                        Eintrags (VAL-018)
      *       <praefix> SYMMETRIC [<tol>]      a_ij = a_ji, relative
      *                                        Toleranz (VAL-019)
      *       <praefix> MODE <modus>           zugelassener Modus,
      *                                        mehrere Zeilen = einer
      *                                        davon (VAL-020)
      *     Es gilt der laengste passende Praefix ("*" passt auf jede
      *     Gruppe), eine Untergruppe ersetzt also die Regeln ihrer
      *     Obergruppe. Die Datei wird beim ersten Aufruf geladen,
      *     fehlt sie, gibt es keine Gruppenregeln. Ausgleichsrechnung
      *     und komplexe Matrizen haben eigene Pruefwege, dort gilt
      *     nur die Modusregel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Validation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RULEF ASSIGN TO "group_rules.txt"
               FILE STATUS IS RULE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD RULEF
           DATA RECORD IS RULE-LINE.
           01 RULE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 ZERO-COUNTER PIC 9(10) VALUE 0.
           01 I PIC 9(4) VALUE 1.
           01 J PIC 9(4) VALUE 1.
           01 PERCENTAGE PIC 99V9(2) VALUE 0.
      *    Summe der Betraege der Nichtdiagonalelemente der aktuellen
      *    Zeile, fuer den Diagonaldominanz-Check - breiter als ELEM,
      *    da unter arithmetic=float schon ein Einzelwert zehn
      *    Vorkommastellen haben darf
           01 ROW-SUM PIC S9(14)V9(15) VALUE 0.
           01 ABS-ELEM PIC S9(14)V9(15) VALUE 0.
           01 DIAG-ABS PIC S9(14)V9(15) VALUE 0.
      *    Vermessung des Strukturprofils: Bandbreite, Symmetrie-
      *    summen und knappste Dominanzreserve, aus demselben
      *    Durchlauf wie der Dominanz-Check
           01 PROF-DIST PIC S9(04) VALUE 0.
           01 PROF-SYM-DIF PIC S9(12)V9(06) VALUE 0.
           01 PROF-TOT-ABS PIC S9(12)V9(06) VALUE 0.
           01 PROF-PAIR-DIF PIC S9(14)V9(15) VALUE 0.
           01 PROF-MARGIN PIC S9(03)V99 VALUE 0.
           01 PROF-MARGIN-MIN PIC S9(03)V99 VALUE 0.
           01 PROF-FIRST-ROW PIC 9 VALUE 1.
      *    Untere/obere Grenze der Gershgorin-Scheibe der aktuellen
      *    Zeile (d_i - r_i bzw. d_i + r_i), aus derselben ROW-SUM wie
      *    der Dominanz-Check gebildet
           01 GERSH-ROW-LO PIC S9(14)V9(15) VALUE 0.
           01 GERSH-ROW-HI PIC S9(14)V9(15) VALUE 0.
      *    Stochastik-Pruefung des Markov-Modus (mode=steady): die
      *    vorzeichenbehaftete Zeilensumme samt Toleranz und das
      *    Kennzeichen fuer einen negativen Eintrag - eine natuerliche
      *    Erweiterung des ohnehin laufenden Zeilensummen-Durchgangs.
      *    Dieselbe Zeilensumme prueft im Konnektivitaetsmodus
      *    (mode=fiedler) die Nullsumme der Laplace-Matrix
           01 STOCH-SUM PIC S9(09)V9(16) VALUE 0.
           01 STOCH-DIF PIC S9(09)V9(16) VALUE 0.
           01 STOCH-NEG PIC 9 VALUE 0.
      *    Spaltenzahl der Ausgleichsrechnung und Nichtnull-Zaehler
      *    der aktuellen Spalte fuer CHECK-LSQ-MATRIX
           01 LSQ-COLS PIC 9(4) VALUE 0.
           01 LSQ-COL-NZ PIC 9(4) VALUE 0.
           01 LSQ-EMPTY-COL PIC 9(4) VALUE 0.
      *    komplexe Matrix (CHECK-COMPLEX-MATRIX): Betrag des
      *    aktuellen Eintrags, Abweichung von a_ij = konj(a_ji) samt
      *    Toleranz und die groesste Abweichung mit ihrer Zelle
           01 CPX-MOD PIC S9(09)V9(16) VALUE 0.
           01 CPX-MOD-SQ PIC S9(09)V9(16) VALUE 0.
           01 CPX-PART PIC S9(09)V9(16) VALUE 0.
           01 HERM-DIF PIC S9(09)V9(16) VALUE 0.
           01 HERM-TOL PIC S9(09)V9(16) VALUE 0.
           01 HERM-BAD PIC 9 VALUE 0.
           01 HERM-ROW-DISP PIC 9(4).
           01 HERM-COL-DISP PIC 9(4).
      *    Breitensuche der Zusammenhangskomponenten: Warteschlange
      *    der noch abzusuchenden Zeilen mit Lese-/Schreibposition,
      *    die gerade abgesuchte Zeile und die Nummer der laufenden
      *    Komponente
           01 COMP-QUEUE PIC 9(4) COMP-3 OCCURS 2000 TIMES.
           01 COMP-HEAD PIC 9(4) COMP-3 VALUE 0.
           01 COMP-TAIL PIC 9(4) COMP-3 VALUE 0.
           01 COMP-ROW PIC 9(4) COMP-3 VALUE 0.
           01 COMP-NR PIC 9(4) COMP-3 VALUE 0.
      *    Anzeigefaehige Kopie von RECORD-NUM, da STRING keine COMP-3
      *    Felder direkt aufnehmen kann
           01 RECORD-NUM-DISP PIC ZZZZZ9.
      *    Gruppenregelwerk group_rules.txt, beim ersten Aufruf
      *    geladen und ueber alle Datensaetze gehalten
           01 RULE-STATUS PIC XX.
           01 RULE-EOF PIC 9 VALUE 0.
           01 RULES-LOADED PIC 9 VALUE 0.
           01 RULE-LINE-NO PIC 9(04) VALUE 0.
           01 RULE-MAX PIC 9(04) COMP VALUE 200.
           01 RULE-COUNT PIC 9(04) COMP VALUE 0.
           01 RULE-TABLE.
               05 RULE-ENTRY OCCURS 200 TIMES.
                   10 RULE-PREFIX PIC X(10).
      *                Laenge des Praefixes, 0 = "*" (jede Gruppe)
                   10 RULE-PLEN PIC 9(02).
                   10 RULE-TYPE PIC X(09).
      *                DIAG: POS/NEG/NONZERO, MODE: der Modus
                   10 RULE-ARG PIC X(09).
                   10 RULE-VAL-1 PIC S9(09)V9(06) COMP-3.
                   10 RULE-VAL-2 PIC S9(09)V9(06) COMP-3.
           01 RULE-I PIC 9(04) COMP.
           01 RULE-TOK-1 PIC X(20).
           01 RULE-TOK-2 PIC X(20).
           01 RULE-TOK-3 PIC X(20).
           01 RULE-TOK-4 PIC X(20).
           01 RULE-BAD PIC 9 VALUE 0.
      *    laengster auf GROUP-TAG passender Praefix (-1 = keiner),
      *    Modusregeln dieses Praefixes und ob eine davon passt
           01 RULE-BEST PIC S9(02) VALUE 0.
           01 RULE-MODES PIC 9(04) VALUE 0.
           01 RULE-MODE-OK PIC 9 VALUE 0.
           01 RULE-FAILED PIC 9 VALUE 0.
           01 RULE-SUM PIC S9(09)V9(16) VALUE 0.
           01 RULE-DIF PIC S9(09)V9(16) VALUE 0.
           01 RULE-TOL PIC S9(09)V9(16) VALUE 0.
           01 I-DISP PIC ZZZ9.
           01 J-DISP PIC ZZZ9.
           01 GROUP-DISP PIC X(10).
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "Abbruch.cpy".
           COPY "InputMatrixIm.cpy".
       PROCEDURE DIVISION USING MATRIX, ABBRUCH, MATRIX-IM.
       MAIN-PROCEDURE.
      *    Validation wird pro Datensatz neu gerufen, die Zaehler duerfen
      *    daher nicht ueber mehrere CALLs hinweg stehen bleiben
           MOVE 0 TO PROF-TOT-ABS
           MOVE 0 TO PROF-MARGIN-MIN
           MOVE 1 TO PROF-FIRST-ROW
      *    Komponentenzahl des vorigen Datensatzes nicht nachhaengen
      *    lassen - der Fehlerweg erreicht FIND-COMPONENTS nicht
           IF COMP-PART = 0 THEN
               MOVE 0 TO RET-COMP-COUNT
           END-IF

      *    Ausgleichsrechnung: eigener Pruefweg, siehe CHECK-LSQ-MATRIX
           IF MODE-LSQ THEN
               PERFORM CHECK-LSQ-MATRIX
               IF ERRORMSG = "FINE" THEN
                   PERFORM FIND-GROUP-RULES
                   PERFORM CHECK-MODE-RULE
               END-IF
               EXIT PROGRAM
           END-IF
      *    komplexe Matrix: eigener Pruefweg, siehe
      *    CHECK-COMPLEX-MATRIX
           IF COMPLEX-DATA THEN
               PERFORM CHECK-COMPLEX-MATRIX
               IF ERRORMSG = "FINE" THEN
                   PERFORM FIND-GROUP-RULES
                   PERFORM CHECK-MODE-RULE
               END-IF
               EXIT PROGRAM
           END-IF

            PERFORM UNTIL I > DIM-M
                MOVE 1 TO J
                    END-IF
      *             Stochastik-Pruefung: vorzeichenbehaftete
      *             Zeilensumme und negative Eintraege mitfuehren
                    IF MODE-STEADY OR MODE-FIEDLER THEN
                        ADD ELEM(I,J) TO STOCH-SUM
                        IF ELEM(I,J) < 0 THEN
                            MOVE 1 TO STOCH-NEG
                    END-IF
                END-IF

      *         Konnektivitaetsmodus: die Laplace-Matrix hat den
      *         konstanten Vektor als Nullvektor, jede Zeile summiert
      *         also auf 0 - Toleranz relativ zum Knotengrad, damit
      *         gewichtete Netze mit grossen Kantengewichten nicht an
      *         der vierten Nachkommastelle scheitern
                IF MODE-FIEDLER THEN
                    MOVE STOCH-SUM TO STOCH-DIF
                    IF STOCH-DIF < 0 THEN
                        COMPUTE STOCH-DIF = STOCH-DIF * (-1)
                    END-IF
                    MOVE ELEM(I,I) TO ABS-ELEM
                    IF ABS-ELEM < 0 THEN
                        COMPUTE ABS-ELEM = ABS-ELEM * (-1)
                    END-IF
                    IF STOCH-DIF > 0.0001 * (1 + ABS-ELEM) THEN
                        MOVE RECORD-NUM TO RECORD-NUM-DISP
                        MOVE "VAL-012" TO MESSAGE-CODE
                        STRING "[Validation.MAIN-PROCEDURE] Satz "
                            RECORD-NUM-DISP
                            ": Zeile " I " summiert nicht auf 0 -"
                            " keine Laplace-Matrix!"
                            INTO ERRORMSG
                        DISPLAY ERRORMSG
                        EXIT PROGRAM
                    END-IF
                END-IF

      *         Gershgorin-Intervall aus derselben Zeilensumme: jede
      *         Zeile liefert die Scheibe [d_i - r_i; d_i + r_i], das
      *         Intervall ueber alle Zeilen umschliesst jeden reellen
      *         Matrizen - die Dominanzforderung (Konvergenzbedingung
      *         der Iterationsverfahren) ist dort gegenstandslos und
      *         wuerde genau die gesuchten Mechanismen abweisen
      *         Ebenso der Lanczos-Modus und die konjugierten
      *         Gradienten (solver=cg): beide setzen Symmetrie bzw.
      *         positive Definitheit voraus, keine Dominanz, und
      *         der quadratische Modus (LU-Zerlegung und QR), der
      *         Frequenzgang (LU-Zerlegung je Schritt) und der
      *         Zeitverlauf (keine Konvergenz gegen einen Eigenvektor)
      *         sowie die Parameterstudie (Jacobi und inverse Iteration)
      *         und das Stabilitaetsurteil (QR und inverse Iteration)
                IF DIAG-ABS < ROW-SUM AND NOT MODE-NULLSPACE
                   AND NOT MODE-STEADY AND NOT MODE-LANCZOS
                   AND NOT MODE-QUADRATIC AND NOT MODE-FRF
                   AND NOT MODE-TRANSIENT AND NOT MODE-PARAM
                   AND NOT MODE-STABILITY
                   AND NOT (ITER-MODE = "SOLVE" AND SOLVER-CG) THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-003" TO MESSAGE-CODE
           STRING "[Validation.MAIN-PROCEDURE] Satz " RECORD-NUM-DISP

                ADD 1 TO I
            END-PERFORM

      *     Zusammenhangskomponenten nur fuer die ganze Matrix - beim
      *     getrennten Rechnen gilt die Aufteilung des Datensatzes
      *     weiter
            IF COMP-PART = 0 THEN
                PERFORM FIND-COMPONENTS
            END-IF
      *     Eine komplette Nullmatrix ist kein duennbesetzter
      *     Sonderfall, sondern ein kaputter Upstream-Export - als
      *     regulaerer, getaggter Fehler melden, bevor im Report eine
      *     Uebergangsmatrizen der Logistik sind naturgemaess dicht -
      *     die Duennbesetzt-Forderung gilt fuer den Markov-Modus
      *     nicht
      *     Ebenso nicht fuer einen einzelnen Block beim getrennten
      *     Rechnen - die ganze Matrix hat die Pruefung bestanden
            IF PERCENTAGE < SPARSITY-THRESHOLD
               AND NOT MODE-STEADY AND COMP-PART = 0 THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-001" TO MESSAGE-CODE
                STRING "[Validation.MAIN-PROCEDURE] Satz "
                DISPLAY ERRORMSG
                EXIT PROGRAM
            END-IF

      *     fachliche Regeln der Gruppe aus group_rules.txt
            PERFORM APPLY-GROUP-RULES
            EXIT PROGRAM.

      *    Zusammenhangskomponenten des Besetzungsmusters per
      *    Breitensuche: jede noch keiner Komponente zugeordnete
      *    Zeile eroeffnet eine neue, von ihr aus werden alle Zeilen
      *    eingesammelt, die ueber a_ij <> 0 oder a_ji <> 0 erreichbar
      *    sind. Je abgesuchter Zeile ein Durchgang ueber alle
      *    Spalten, insgesamt also DIM-M x DIM-M Zugriffe wie der
      *    Pruefdurchgang selbst
       FIND-COMPONENTS.
           MOVE 0 TO RET-COMP-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               MOVE 0 TO COMP-OF(I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIM-M
               IF COMP-OF(I) = 0 THEN
                   ADD 1 TO RET-COMP-COUNT
                   MOVE RET-COMP-COUNT TO COMP-NR
                   MOVE 0 TO RET-COMP-SIZE(COMP-NR)
                   MOVE COMP-NR TO COMP-OF(I)
                   MOVE I TO COMP-QUEUE(1)
                   MOVE 1 TO COMP-HEAD
                   MOVE 1 TO COMP-TAIL
                   PERFORM UNTIL COMP-HEAD > COMP-TAIL
                       MOVE COMP-QUEUE(COMP-HEAD) TO COMP-ROW
                       ADD 1 TO COMP-HEAD
                       ADD 1 TO RET-COMP-SIZE(COMP-NR)
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                           IF COMP-OF(J) = 0 AND
                              (ELEM(COMP-ROW, J) NOT = 0 OR
                               ELEM(J, COMP-ROW) NOT = 0) THEN
                               MOVE COMP-NR TO COMP-OF(J)
                               ADD 1 TO COMP-TAIL
                               MOVE J TO COMP-QUEUE(COMP-TAIL)
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *    Pruefweg der Ausgleichsrechnung: die Matrix ist DIM-M x
      *    LSQ-COLS (rechteckig per rows=/cols=, sonst quadratisch).
      *    Messmatrizen sind dicht und weder dominant noch
      *    symmetrisch - geprueft wird nur, was die Loesung selbst
      *    unmoeglich macht: eine Nullmatrix und eine leere Spalte.
      *    Strukturprofil und Gershgorin-Intervall sagen ueber ein
      *    Ausgleichsproblem nichts aus und bleiben 0
       CHECK-LSQ-MATRIX.
            MOVE DIM-M TO LSQ-COLS
            IF RECT-COLS > 0 THEN
                MOVE RECT-COLS TO LSQ-COLS
            END-IF
            MOVE 0 TO LSQ-EMPTY-COL
            MOVE 0 TO RET-PROF-BANDW
            MOVE 0 TO RET-PROF-SYM
            MOVE 0 TO RET-PROF-MARGIN
            MOVE 0 TO RET-GERSH-LO
            MOVE 0 TO RET-GERSH-HI
            MOVE 1 TO J
            PERFORM UNTIL J > LSQ-COLS
                MOVE 0 TO LSQ-COL-NZ
                MOVE 1 TO I
                PERFORM UNTIL I > DIM-M
                    IF ELEM(I,J) = 0
                        THEN ADD 1 TO ZERO-COUNTER
                    ELSE
                        ADD 1 TO LSQ-COL-NZ
                    END-IF
                    ADD 1 TO I
                END-PERFORM
                IF LSQ-COL-NZ = 0 AND LSQ-EMPTY-COL = 0 THEN
                    MOVE J TO LSQ-EMPTY-COL
                END-IF
                ADD 1 TO J
            END-PERFORM
            IF ZERO-COUNTER = DIM-M * LSQ-COLS THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-002" TO MESSAGE-CODE
                STRING "[Validation.CHECK-LSQ-MATRIX] Satz "
                RECORD-NUM-DISP
                ": Matrix besteht nur aus Nullen!" INTO ERRORMSG
                DISPLAY ERRORMSG
                EXIT PARAGRAPH
            END-IF
            IF LSQ-EMPTY-COL > 0 THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-013" TO MESSAGE-CODE
                STRING "[Validation.CHECK-LSQ-MATRIX] Satz "
                    RECORD-NUM-DISP
                    ": Spalte " LSQ-EMPTY-COL " ist leer -"
                    " Unbekannte nicht bestimmbar!"
                    INTO ERRORMSG
                DISPLAY ERRORMSG
                EXIT PARAGRAPH
            END-IF
            COMPUTE PERCENTAGE =
                (ZERO-COUNTER * 100) / (DIM-M * LSQ-COLS)
            MOVE PERCENTAGE TO RET-SPARSITY-PCT
            .
      *    Pruefweg der komplexen Matrix (Realteil in MATRIX,
      *    Imaginaerteil in MATRIX-IM): ein Eintrag ist Null, wenn
      *    beide Teile Null sind; Dominanz und Gershgorin-Intervall
      *    laufen ueber die Betraege |a_ij| = sqrt(re^2 + im^2) - die
      *    Scheiben liegen um a_ii in der komplexen Ebene, ihre
      *    Projektion [Re(a_ii) - r_i; Re(a_ii) + r_i] umschliesst den
      *    Realteil jedes Eigenwerts, gegen den MAIN RET-EW prueft.
      *    Das Strukturprofil misst statt der Symmetrie die
      *    Hermitezitaet |re_ij - re_ji| + |im_ij + im_ji|. Bei herm=1
      *    muss A = A^H gelten (reelle Diagonale, a_ij = konj(a_ji)
      *    mit derselben relativen Toleranz wie die Laplace-Pruefung),
      *    sonst VAL-014 mit der Zelle der groessten Abweichung
       CHECK-COMPLEX-MATRIX.
            MOVE 0 TO RET-HERM-DEV
            MOVE 0 TO RET-HERM-ROW
            MOVE 0 TO RET-HERM-COL
            MOVE 0 TO HERM-BAD
            MOVE 1 TO I
            PERFORM UNTIL I > DIM-M
                MOVE 0 TO ROW-SUM
                MOVE 1 TO J
                PERFORM UNTIL J > DIM-M
                    IF ELEM(I,J) = 0 AND ELEM-IM(I,J) = 0
                        THEN ADD 1 TO ZERO-COUNTER
                    ELSE
                        COMPUTE PROF-DIST = I - J
                        IF PROF-DIST < 0 THEN
                            COMPUTE PROF-DIST = PROF-DIST * (-1)
                        END-IF
                        IF PROF-DIST > PROF-BANDW THEN
                            MOVE PROF-DIST TO PROF-BANDW
                        END-IF
                    END-IF
                    COMPUTE CPX-MOD-SQ = ELEM(I,J) * ELEM(I,J)
                        + ELEM-IM(I,J) * ELEM-IM(I,J)
                    COMPUTE CPX-MOD = CPX-MOD-SQ ** 0.5
                    ADD CPX-MOD TO PROF-TOT-ABS
                    IF J NOT = I THEN
                        ADD CPX-MOD TO ROW-SUM
                    END-IF
      *             Abweichung von a_ij = konj(a_ji)
                    COMPUTE HERM-DIF = ELEM(I,J) - ELEM(J,I)
                    IF HERM-DIF < 0 THEN
                        COMPUTE HERM-DIF = HERM-DIF * (-1)
                    END-IF
                    COMPUTE CPX-PART = ELEM-IM(I,J) + ELEM-IM(J,I)
                    IF CPX-PART < 0 THEN
                        COMPUTE CPX-PART = CPX-PART * (-1)
                    END-IF
                    ADD CPX-PART TO HERM-DIF
                    ADD HERM-DIF TO PROF-SYM-DIF
                    COMPUTE HERM-TOL = 0.0001 * (1 + CPX-MOD)
                    IF HERMITIAN-DECLARED AND HERM-DIF > HERM-TOL
                       AND HERM-DIF > RET-HERM-DEV THEN
                        MOVE 1 TO HERM-BAD
                        MOVE HERM-DIF TO RET-HERM-DEV
                        MOVE I TO RET-HERM-ROW
                        MOVE J TO RET-HERM-COL
                    END-IF
                    ADD 1 TO J
                END-PERFORM

                COMPUTE GERSH-ROW-LO = ELEM(I,I) - ROW-SUM
                COMPUTE GERSH-ROW-HI = ELEM(I,I) + ROW-SUM
                IF I = 1 THEN
                    MOVE GERSH-ROW-LO TO RET-GERSH-LO
                    MOVE GERSH-ROW-HI TO RET-GERSH-HI
                ELSE
                    IF GERSH-ROW-LO < RET-GERSH-LO THEN
                        MOVE GERSH-ROW-LO TO RET-GERSH-LO
                    END-IF
                    IF GERSH-ROW-HI > RET-GERSH-HI THEN
                        MOVE GERSH-ROW-HI TO RET-GERSH-HI
                    END-IF
                END-IF

                COMPUTE CPX-MOD-SQ = ELEM(I,I) * ELEM(I,I)
                    + ELEM-IM(I,I) * ELEM-IM(I,I)
                COMPUTE DIAG-ABS = CPX-MOD-SQ ** 0.5
                IF DIAG-ABS NOT = 0 THEN
                    COMPUTE PROF-MARGIN ROUNDED =
                        (DIAG-ABS - ROW-SUM) * 100 / DIAG-ABS
                ELSE
                    MOVE 0 TO PROF-MARGIN
                END-IF
                IF PROF-FIRST-ROW = 1 OR
                   PROF-MARGIN < PROF-MARGIN-MIN THEN
                    MOVE PROF-MARGIN TO PROF-MARGIN-MIN
                    MOVE 0 TO PROF-FIRST-ROW
                END-IF
      *         die komplexe Vectoriteration braucht dieselbe
      *         Konvergenzbedingung wie die reelle
                IF DIAG-ABS < ROW-SUM THEN
                    MOVE RECORD-NUM TO RECORD-NUM-DISP
                    MOVE "VAL-003" TO MESSAGE-CODE
                    STRING "[Validation.CHECK-COMPLEX-MATRIX] Satz "
                        RECORD-NUM-DISP
                        ": Matrix nicht diagonaldominant in Zeile "
                        I "!" INTO ERRORMSG
                    DISPLAY ERRORMSG
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO I
            END-PERFORM
            IF ZERO-COUNTER = DIM-M * DIM-M THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-002" TO MESSAGE-CODE
                STRING "[Validation.CHECK-COMPLEX-MATRIX] Satz "
                RECORD-NUM-DISP
                ": Matrix besteht nur aus Nullen!" INTO ERRORMSG
                DISPLAY ERRORMSG
                EXIT PARAGRAPH
            END-IF
            IF HERM-BAD = 1 THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE RET-HERM-ROW TO HERM-ROW-DISP
                MOVE RET-HERM-COL TO HERM-COL-DISP
                MOVE "VAL-014" TO MESSAGE-CODE
                STRING "[Validation.CHECK-COMPLEX-MATRIX] Satz "
                    RECORD-NUM-DISP
                    ": Matrix nicht hermitesch, Zeile " HERM-ROW-DISP
                    " Spalte " HERM-COL-DISP "!"
                    INTO ERRORMSG
                DISPLAY ERRORMSG
                EXIT PARAGRAPH
            END-IF
            MOVE PROF-BANDW TO RET-PROF-BANDW
            IF PROF-TOT-ABS NOT = 0 THEN
                COMPUTE RET-PROF-SYM ROUNDED =
                    100 - (PROF-SYM-DIF * 100 / PROF-TOT-ABS)
            ELSE
                MOVE 0 TO RET-PROF-SYM
            END-IF
            MOVE PROF-MARGIN-MIN TO RET-PROF-MARGIN
            COMPUTE PERCENTAGE = (ZERO-COUNTER * 100) / (DIM-M*DIM-M)
            MOVE PERCENTAGE TO RET-SPARSITY-PCT
            IF PERCENTAGE < SPARSITY-THRESHOLD THEN
                MOVE RECORD-NUM TO RECORD-NUM-DISP
                MOVE "VAL-001" TO MESSAGE-CODE
                STRING "[Validation.CHECK-COMPLEX-MATRIX] Satz "
                RECORD-NUM-DISP
                ": Matrix ist nicht duenn besetzt, nur " PERCENTAGE
                "% der Elemente sind 0" INTO ERRORMSG
                DISPLAY ERRORMSG
            END-IF
            .

      ******************************************************************
      * Gruppenregelwerk
      ******************************************************************
      *    Regeln der Gruppe des Datensatzes: zuerst die Modusregel,
      *    dann die Matrixregeln in der Reihenfolge der Datei - die
      *    erste Verletzung beendet die Pruefung mit ihrem eigenen
      *    Meldungscode
       APPLY-GROUP-RULES.
           PERFORM FIND-GROUP-RULES
           IF RULE-BEST < 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MODE-RULE
           IF RULE-FAILED = 1 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RULE-I FROM 1 BY 1
                   UNTIL RULE-I > RULE-COUNT OR RULE-FAILED = 1
               IF RULE-PLEN(RULE-I) = RULE-BEST THEN
                   IF RULE-PLEN(RULE-I) = 0 OR
                      GROUP-TAG(1:RULE-PLEN(RULE-I)) =
                      RULE-PREFIX(RULE-I)(1:RULE-PLEN(RULE-I)) THEN
                       EVALUATE RULE-TYPE(RULE-I)
                           WHEN "DIAG"
                               PERFORM CHECK-DIAG-RULE
                           WHEN "ROWSUM"
                               PERFORM CHECK-ROWSUM-RULE
                           WHEN "BOUNDS"
                               PERFORM CHECK-BOUNDS-RULE
                           WHEN "SYMMETRIC"
                               PERFORM CHECK-SYMMETRIC-RULE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           .

      *    laengsten auf GROUP-TAG passenden Praefix bestimmen,
      *    beim ersten Aufruf vorher das Regelwerk laden
       FIND-GROUP-RULES.
           IF RULES-LOADED = 0 THEN
               PERFORM LOAD-GROUP-RULES
           END-IF
           MOVE 0 TO RULE-FAILED
           MOVE -1 TO RULE-BEST
           IF GROUP-TAG = SPACES THEN
               MOVE "(ohne)" TO GROUP-DISP
           ELSE
               MOVE GROUP-TAG TO GROUP-DISP
           END-IF
           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-COUNT
               IF RULE-PLEN(RULE-I) > RULE-BEST THEN
                   IF RULE-PLEN(RULE-I) = 0 THEN
                       MOVE 0 TO RULE-BEST
                   ELSE
                       IF GROUP-TAG(1:RULE-PLEN(RULE-I)) =
                          RULE-PREFIX(RULE-I)(1:RULE-PLEN(RULE-I)) THEN
                           MOVE RULE-PLEN(RULE-I) TO RULE-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *    liest group_rules.txt in RULE-TABLE; eine unlesbare Zeile
      *    wird gemeldet und uebergangen, die uebrigen Regeln gelten
       LOAD-GROUP-RULES.
           MOVE 1 TO RULES-LOADED
           MOVE 0 TO RULE-COUNT
           MOVE 0 TO RULE-LINE-NO
           OPEN INPUT RULEF
           IF RULE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RULE-EOF
           PERFORM UNTIL RULE-EOF = 1
               READ RULEF
                   AT END MOVE 1 TO RULE-EOF
                   NOT AT END
                       ADD 1 TO RULE-LINE-NO
                       IF RULE-LINE NOT = SPACES
                          AND RULE-LINE(1:1) NOT = "*" THEN
                           PERFORM TAKE-GROUP-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULEF
           DISPLAY "Gruppenregelwerk: " RULE-COUNT " Regel(n)"
           .

       TAKE-GROUP-RULE.
           MOVE SPACES TO RULE-TOK-1 RULE-TOK-2 RULE-TOK-3 RULE-TOK-4
           UNSTRING RULE-LINE DELIMITED BY ALL SPACE INTO
               RULE-TOK-1 RULE-TOK-2 RULE-TOK-3 RULE-TOK-4
           MOVE FUNCTION UPPER-CASE(RULE-TOK-2) TO RULE-TOK-2
           MOVE FUNCTION UPPER-CASE(RULE-TOK-3) TO RULE-TOK-3
           MOVE 0 TO RULE-BAD
           IF RULE-COUNT >= RULE-MAX THEN
               DISPLAY "[Validation.TAKE-GROUP-RULE] group_rules.txt "
                   "Zeile " RULE-LINE-NO ": mehr als 200 Regeln -"
                   " uebergangen"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RULE-COUNT
           MOVE RULE-TOK-1 TO RULE-PREFIX(RULE-COUNT)
           IF RULE-TOK-1 = "*" THEN
               MOVE 0 TO RULE-PLEN(RULE-COUNT)
           ELSE
               MOVE 0 TO RULE-PLEN(RULE-COUNT)
               INSPECT RULE-TOK-1 TALLYING RULE-PLEN(RULE-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF RULE-PLEN(RULE-COUNT) > 10 THEN
                   MOVE 1 TO RULE-BAD
               END-IF
           END-IF
           MOVE RULE-TOK-2 TO RULE-TYPE(RULE-COUNT)
           MOVE SPACES TO RULE-ARG(RULE-COUNT)
           MOVE 0 TO RULE-VAL-1(RULE-COUNT)
           MOVE 0 TO RULE-VAL-2(RULE-COUNT)
           EVALUATE RULE-TOK-2
               WHEN "DIAG"
                   IF RULE-TOK-3 = "POS" OR "NEG" OR "NONZERO" THEN
                       MOVE RULE-TOK-3 TO RULE-ARG(RULE-COUNT)
                   ELSE
                       MOVE 1 TO RULE-BAD
                   END-IF
               WHEN "ROWSUM"
               WHEN "BOUNDS"
                   IF FUNCTION TEST-NUMVAL(RULE-TOK-3) = 0 AND
                      FUNCTION TEST-NUMVAL(RULE-TOK-4) = 0 THEN
                       COMPUTE RULE-VAL-1(RULE-COUNT) =
                           FUNCTION NUMVAL(RULE-TOK-3)
                       COMPUTE RULE-VAL-2(RULE-COUNT) =
                           FUNCTION NUMVAL(RULE-TOK-4)
                   ELSE
                       MOVE 1 TO RULE-BAD
                   END-IF
               WHEN "SYMMETRIC"
                   IF RULE-TOK-3 = SPACES THEN
                       MOVE 0.0001 TO RULE-VAL-1(RULE-COUNT)
                   ELSE
                       IF FUNCTION TEST-NUMVAL(RULE-TOK-3) = 0 THEN
                           COMPUTE RULE-VAL-1(RULE-COUNT) =
                               FUNCTION NUMVAL(RULE-TOK-3)
                       ELSE
                           MOVE 1 TO RULE-BAD
                       END-IF
                   END-IF
               WHEN "MODE"
                   IF RULE-TOK-3 NOT = SPACES THEN
                       MOVE RULE-TOK-3 TO RULE-ARG(RULE-COUNT)
                   ELSE
                       MOVE 1 TO RULE-BAD
                   END-IF
               WHEN OTHER
                   MOVE 1 TO RULE-BAD
           END-EVALUATE
           IF RULE-BAD = 1 THEN
               DISPLAY "[Validation.TAKE-GROUP-RULE] group_rules.txt "
                   "Zeile " RULE-LINE-NO " unlesbar - uebergangen: "
                   FUNCTION TRIM(RULE-LINE)
               SUBTRACT 1 FROM RULE-COUNT
           END-IF
           .

      *    gibt es fuer den Praefix Modusregeln, muss ITER-MODE einer
      *    davon sein
       CHECK-MODE-RULE.
           IF RULE-BEST < 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RULE-MODES
           MOVE 0 TO RULE-MODE-OK
           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-COUNT
               IF RULE-TYPE(RULE-I) = "MODE"
                  AND RULE-PLEN(RULE-I) = RULE-BEST THEN
                   IF RULE-PLEN(RULE-I) = 0 OR
                      GROUP-TAG(1:RULE-PLEN(RULE-I)) =
                      RULE-PREFIX(RULE-I)(1:RULE-PLEN(RULE-I)) THEN
                       ADD 1 TO RULE-MODES
                       IF RULE-ARG(RULE-I) = ITER-MODE THEN
                           MOVE 1 TO RULE-MODE-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RULE-MODES > 0 AND RULE-MODE-OK = 0 THEN
               MOVE 1 TO RULE-FAILED
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "VAL-020" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[Validation.CHECK-MODE-RULE] Satz "
                   RECORD-NUM-DISP ": Modus "
                   FUNCTION TRIM(ITER-MODE) " fuer Gruppe "
                   FUNCTION TRIM(GROUP-DISP) " nicht zugelassen!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
           END-IF
           .

      *    Vorzeichen der Diagonale
       CHECK-DIAG-RULE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-M OR RULE-FAILED = 1
               IF (RULE-ARG(RULE-I) = "POS" AND ELEM(I,I) NOT > 0)
                  OR (RULE-ARG(RULE-I) = "NEG" AND ELEM(I,I) NOT < 0)
                  OR (RULE-ARG(RULE-I) = "NONZERO" AND ELEM(I,I) = 0)
                  THEN
                   MOVE 1 TO RULE-FAILED
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE I TO I-DISP
                   MOVE "VAL-016" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[Validation.CHECK-DIAG-RULE] Satz "
                       RECORD-NUM-DISP ": Diagonale Zeile "
                       FUNCTION TRIM(I-DISP) " nicht "
                       FUNCTION TRIM(RULE-ARG(RULE-I))
                       " (Gruppe " FUNCTION TRIM(GROUP-DISP) ")!"
                       DELIMITED BY SIZE INTO ERRORMSG
                   DISPLAY ERRORMSG
               END-IF
           END-PERFORM
           .

      *    vorzeichenbehaftete Zeilensumme gegen Zielwert und
      *    absolute Toleranz (ROWSUM 1 ... stochastisch, ROWSUM 0 ...
      *    Laplace)
       CHECK-ROWSUM-RULE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-M OR RULE-FAILED = 1
               MOVE 0 TO RULE-SUM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DIM-M
                   ADD ELEM(I,J) TO RULE-SUM
               END-PERFORM
               COMPUTE RULE-DIF = RULE-SUM - RULE-VAL-1(RULE-I)
               IF RULE-DIF < 0 THEN
                   COMPUTE RULE-DIF = RULE-DIF * (-1)
               END-IF
               IF RULE-DIF > RULE-VAL-2(RULE-I) THEN
                   MOVE 1 TO RULE-FAILED
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE I TO I-DISP
                   MOVE "VAL-017" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[Validation.CHECK-ROWSUM-RULE] Satz "
                       RECORD-NUM-DISP ": Zeilensumme Zeile "
                       FUNCTION TRIM(I-DISP)
                       " verfehlt den Zielwert der Gruppe "
                       FUNCTION TRIM(GROUP-DISP) "!"
                       DELIMITED BY SIZE INTO ERRORMSG
                   DISPLAY ERRORMSG
               END-IF
           END-PERFORM
           .

      *    Betrag jedes Nichtnull-Eintrags innerhalb [min; max]
       CHECK-BOUNDS-RULE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-M OR RULE-FAILED = 1
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > DIM-M OR RULE-FAILED = 1
                   MOVE ELEM(I,J) TO ABS-ELEM
                   IF ABS-ELEM < 0 THEN
                       COMPUTE ABS-ELEM = ABS-ELEM * (-1)
                   END-IF
                   IF ABS-ELEM NOT = 0 AND
                      (ABS-ELEM < RULE-VAL-1(RULE-I) OR
                       ABS-ELEM > RULE-VAL-2(RULE-I)) THEN
                       MOVE 1 TO RULE-FAILED
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE I TO I-DISP
                       MOVE J TO J-DISP
                       MOVE "VAL-018" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[Validation.CHECK-BOUNDS-RULE] Satz "
                           RECORD-NUM-DISP ": Eintrag Zeile "
                           FUNCTION TRIM(I-DISP) " Spalte "
                           FUNCTION TRIM(J-DISP)
                           " ausserhalb der Schranken der Gruppe "
                           FUNCTION TRIM(GROUP-DISP) "!"
                           DELIMITED BY SIZE INTO ERRORMSG
                       DISPLAY ERRORMSG
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    geforderte Symmetrie: |a_ij - a_ji| <= tol * (1 + |a_ij|),
      *    dieselbe relative Toleranz wie ValidationC
       CHECK-SYMMETRIC-RULE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > DIM-M OR RULE-FAILED = 1
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > DIM-M OR RULE-FAILED = 1
                   COMPUTE RULE-DIF = ELEM(I,J) - ELEM(J,I)
                   IF RULE-DIF < 0 THEN
                       COMPUTE RULE-DIF = RULE-DIF * (-1)
                   END-IF
                   MOVE ELEM(I,J) TO ABS-ELEM
                   IF ABS-ELEM < 0 THEN
                       COMPUTE ABS-ELEM = ABS-ELEM * (-1)
                   END-IF
                   COMPUTE RULE-TOL =
                       RULE-VAL-1(RULE-I) * (1 + ABS-ELEM)
                   IF RULE-DIF > RULE-TOL THEN
                       MOVE 1 TO RULE-FAILED
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE I TO I-DISP
                       MOVE J TO J-DISP
                       MOVE "VAL-019" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[Validation.CHECK-SYMMETRIC-RULE] Satz "
                           RECORD-NUM-DISP ": nicht symmetrisch, "
                           "Zeile " FUNCTION TRIM(I-DISP) " Spalte "
                           FUNCTION TRIM(J-DISP) " (Gruppe "
                           FUNCTION TRIM(GROUP-DISP) ")!"
                           DELIMITED BY SIZE INTO ERRORMSG
                       DISPLAY ERRORMSG
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       END PROGRAM Validation.
