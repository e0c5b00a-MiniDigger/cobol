               ORGANIZATION IS LINE SEQUENTIAL.
      *        Herkunftsarchiv der exakt konsumierten Eingabebloecke
      *        (Schalter provenance= der Site-Konfiguration) - waechst
      *        nur an, Rueckgewinnung per ProvenanceFetch.cbl. Im
      *        Sandkasten-Lauf die Datei des Sandkasten-Verzeichnisses
               SELECT PROVF ASSIGN TO DYNAMIC PROV-FILENAME
               FILE STATUS IS PROV-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *        Ausschlussliste bekannt kaputter Datensaetze
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY.
      *        Versionsgeschichte des Katalogs (CatalogMaint.cbl) -
      *        "catalog=<name>@<version>" bzw. "@<JJJJMMTT>" zieht
      *        eine fruehere Fassung statt des aktuellen Stands
               SELECT HISTF ASSIGN TO "catalog_hist.dat"
               FILE STATUS IS HIST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD INPUTF
                   10 CAT-NAME PIC X(30).
                   10 CAT-SEQ PIC 9(06).
               05 CAT-LINE PIC X(80).
      *    Satzaufbau wie in CatalogMaint.cbl, Zeilennummer 0 ist der
      *    Versionskopf
           FD HISTF
           DATA RECORD IS HIST-REC.
           01 HIST-REC.
               05 HIST-KEY.
                   10 HIST-NAME PIC X(30).
                   10 HIST-VER PIC 9(04).
                   10 HIST-SEQ PIC 9(06).
               05 HIST-LINE PIC X(80).
               05 HIST-HEAD REDEFINES HIST-LINE.
                   10 HIST-GUELTIG PIC 9(08).
                   10 FILLER PIC X(01).
                   10 HIST-ERFASST PIC X(14).
                   10 FILLER PIC X(01).
                   10 HIST-OP PIC X(08).
                   10 FILLER PIC X(01).
                   10 HIST-ZEILEN PIC 9(06).
                   10 FILLER PIC X(01).
                   10 HIST-GRUND PIC X(40).
       WORKING-STORAGE SECTION.
      *    FILE-EOF fungiert als boolean um bis zum ende der Datei zu iterieren
           01 FILE-EOF PIC 9 VALUE 0.
      *    Boolean: nachfolgende dichte Matrixzeilen gehoeren zum
      *    Matrix-B-Block (ELEMB/ROWB) statt zu Matrix A (ELEM/ROW)
           01 READING-MATRIX-B PIC 9 VALUE 0.
      *    Boolean: nachfolgende dichte Matrixzeilen gehoeren zum
      *    dritten Block, der Daempfungsmatrix C (ELEMC/ROWC) des
      *    quadratischen Eigenwertproblems
           01 READING-MATRIX-C PIC 9 VALUE 0.
      *    Zeilenzaehler fuer den Matrix-C-Block, analog zu ROWB
           01 ROWC PIC 9999 VALUE 1.
           01 SKIP-COPY PIC 999 VALUE 0.
      *    Ueberlebt als WORKING-STORAGE mehrere CALLs hinweg (solange
      *    das Programm nicht CANCELed wird) und haelt so die Leseposition
           01 CAT-EOF PIC 9 VALUE 0.
           01 CATALOG-PENDING PIC 9 VALUE 0.
           01 CATALOG-NAME PIC X(30) VALUE SPACES.
      *    Versionsangabe hinter "@" (CATALOG-VERSIONED = 1): eine
      *    8-stellige Zahl ist ein Stichtag JJJJMMTT, sonst eine
      *    Versionsnummer - ausgewertet in CHECK-CATALOG-SPEC
           01 CATALOG-SPEC PIC X(80) VALUE SPACES.
           01 CATALOG-ASOF PIC X(10) VALUE SPACES.
           01 CATALOG-VERSIONED PIC 9 VALUE 0.
           01 ASOF-LEN PIC 9(02) VALUE 0.
           01 ASOF-KIND PIC X(01) VALUE SPACE.
               88 ASOF-BY-DATE VALUE "D".
               88 ASOF-BY-VERSION VALUE "V".
               88 ASOF-INVALID VALUE "X".
           01 ASOF-DATE PIC 9(08) VALUE 0.
           01 ASOF-VER PIC 9(04) VALUE 0.
           01 HIST-STATUS PIC XX.
           01 HIST-EOF PIC 9 VALUE 0.
      *    die gewaehlte Version, ihr Gueltigkeitsdatum und Kommando
           01 HIST-PICK PIC 9(04) VALUE 0.
           01 HIST-PICK-DATE PIC 9(08) VALUE 0.
           01 HIST-PICK-OP PIC X(08) VALUE SPACES.
      *    Einbindung einer Bibliotheksdatei per "include=" - wie die
      *    Katalog-Expansion eine Ebene ueber READLINE abgewickelt
      *    (siehe CATALOG-PENDING); verschachtelte include= in einer
      *    Textdatei entstand
           01 PROV-STATUS PIC XX.
           01 PROV-OPEN PIC 9 VALUE 0.
           01 PROV-FILENAME PIC X(90) VALUE "provenance.txt".
           01 PROV-OUT PIC X(80).
           01 PROV-SEG-P PIC 9(05).
           01 PROV-SEG-LEN PIC 9(05).
      *    Bibliotheksbestand und brauchen keine Fortsetzung
           01 WIDE-LINE PIC X(16000).
           01 WIDE-ACTIVE PIC 9 VALUE 0.
      *    Pruefsumme des Eingabeblocks (BLOCK-CHECKSUM, siehe
      *    Abbruch.cpy): Arbeitsfelder und die Textform eines
      *    Binaerbestand-Eintrags
           01 HASH-WORK PIC 9(12) COMP-3.
           01 HASH-QUOT PIC 9(12) COMP-3.
           01 HASH-I PIC 9(05) COMP-3.
           01 HASH-LEN PIC 9(05) COMP-3.
           01 HASH-TEXT PIC X(60).
           01 HASH-ROW-DISP PIC 9(04).
           01 HASH-VAL-DISP PIC -9(09).9(16).
           01 WIDE-P PIC 9(05).
           01 WIDE-PTR PIC 9(05).
           01 CONT-START-REC PIC 9(06) COMP-3.
      *    Zeile (dim= der jeweiligen Matrix bzw. Vektorlaenge),
      *    vom Aufrufer vor CHECK-WIDE-ROW-COUNT gestellt
           01 WIDE-EXPECT PIC 9(04) COMP-3.
      *    Wertzahl einer Matrix-A-Zeile: dim= bzw. bei einer
      *    rechteckigen Matrix (rows=/cols=) die Spaltenzahl cols=
           01 ROW-WIDTH PIC 9(04) COMP-3.
      *    Delta-Lieferung gegen einen Basisblock ("base="-Zeile):
      *    BASE-PENDING verzoegert den Delta-Modus bis nach der
      *    Katalog-Expansion, UPDATE-MODE laesst die folgenden
      *    Anzahl der tatsaechlich aus dem Katalog gezogenen Zeilen -
      *    eigenes Feld, da READLINE den allgemeinen COUNTER verwendet
           01 CAT-LINES-FOUND PIC 9(06) VALUE 0.
      *    Matrixausdruck ("expr="-Zeile): A als Linearkombination
      *    katalogisierter Komponentenmatrizen, etwa
      *    "expr=K_rahmen + 2.5*K_feder - 0.3*M_rahmen". FOUND-EXPR
      *    zerlegt den Ausdruck in bis zu zehn Operanden (Name und
      *    vorzeichenbehafteter Koeffizient), EXPAND-EXPR zieht sie
      *    wie die Katalog-Expansion eine Ebene ueber READLINE aus
      *    catalog.dat und summiert sie in MATRIX auf
           01 EXPR-PENDING PIC 9 VALUE 0.
           01 EXPR-TEXT PIC X(400).
           01 EXPR-P PIC 9(04) COMP-3.
           01 EXPR-TOK PIC X(60).
           01 EXPR-COEF-TOK PIC X(30).
           01 EXPR-NAME-TOK PIC X(30).
           01 EXPR-SIGN PIC S9 VALUE 1.
      *    1 = als naechstes muss ein Operand kommen (Anfang oder
      *    nach einem Operator), 0 = als naechstes ein Operator
           01 EXPR-WANT-TERM PIC 9 VALUE 1.
           01 EXPR-COUNT PIC 9(02) VALUE 0.
           01 EXPR-TERMS.
               05 EXPR-TERM OCCURS 10 TIMES.
                   10 EXPR-NAME PIC X(30).
                   10 EXPR-COEF PIC S9(06)V9(09) COMP-3.
           01 EXPR-K PIC 9(02).
      *    Stand des gerade gelesenen Operanden: seine dim=, die
      *    naechste Matrixzeile und die Zahl seiner Katalogzeilen
           01 EXPR-DIM PIC 9(04) COMP-3.
           01 EXPR-ROW PIC 9(04) COMP-3.
           01 EXPR-COL PIC 9(04) COMP-3.
           01 EXPR-LINES PIC 9(06) COMP-3.
           01 EXPR-ROW-TEXT PIC X(80).
           01 EXPR-LINE-P PIC 9(03).
           01 EXPR-PROD PIC S9(09)V9(16) COMP-3.
           01 EXPR-COEF-DISP PIC -(6)9.9(06).
           01 EXPR-DIM-DISP PIC ZZZ9.
      *    Zerlegung einer Modusliste "mode=power,inverse,slice" in
      *    FOUND-MODE-LIST: die ganze Zeile bleibt in MLIST-LINE, jedes
      *    Wort geht einzeln durch MATCH-MODE-WORD
           01 MLIST-LINE PIC X(80).
           01 MLIST-TOK PIC X(20).
           01 MLIST-P PIC 9(03).
           01 MLIST-K PIC 9.
      *    Steuerung fuer WarmStart ("LOAD" beim fehlenden x=)
           01 WARM-OP PIC X(08) VALUE SPACES.
      *    BLOCK-DONE fungiert als Boolean: Ende des aktuellen Datensatzes
      *    HAVE-DATA fungiert als Boolean: es wurde bereits mindestens
      *    eine Zeile des Zieldatensatzes gelesen (SKIP-COPY = 0)
           01 HAVE-DATA PIC 9 VALUE 0.
      *    Rohwert einer "priority="-Zeile vor der Bereichspruefung
           01 PRIO-VALUE PIC S9(04) VALUE 0.
      *    BLOCK-ERROR fungiert als Boolean: der aktuelle Datensatz ist
      *    fehlerhaft (ERRORMSG gesetzt), der Rest seiner Zeilen wird nur
      *    noch ueberlesen bis zur naechsten Trennzeile, ohne die Datei
      *    die Exporte des Strukturteams liefern und die NUMVAL
      *    alleine nicht hergibt
           01 PARSE-TOKEN PIC X(30).
           01 PARSE-NUMBER-VAL PIC S9(10)V9(15) COMP-3.
           01 PARSE-MANT-TOK PIC X(30).
           01 PARSE-EXP-TOK PIC X(10).
           01 PARSE-EXP PIC S9(04) COMP-3.
           01 PARSE-WIDE PIC S9(15)V9(09) COMP-3.
           01 PARSE-LIMIT PIC 9(12) COMP-3 VALUE 999999999.
           01 PARSE-ABS-WIDE PIC S9(15)V9(09) COMP-3.
      *    Grenze fuer Matrix-A-Eintraege: zehn Vorkommastellen wie
      *    ELEM, Werte ueber 999.999.999 aber nur unter
      *    arithmetic=float. Die Arithmetik steht erst am Blockende
      *    fest (Zeilenfolge, Rueckfall einer Site-Vorgabe), daher
      *    zaehlt WIDE-COUNT solche Werte nur mit (WIDE-REC = Satz des
      *    ersten) und CHECK-WIDE-BLOCK entscheidet in FOUND-NEW
           01 ENTRY-LIMIT PIC 9(12) COMP-3 VALUE 9999999999.
           01 WIDE-COUNT PIC 9(07) COMP-3 VALUE 0.
           01 WIDE-REC PIC 9(06) COMP-3 VALUE 0.
           01 WIDE-CELL PIC S9(10)V9(15) COMP-3.
      *    Betrag des Exponenten und die daraus gebildete
      *    Zehnerpotenz als eigene Felder - ein Ausdruck direkt im
      *    Exponenten von ** liefert unter den IBM-Rechenregeln
           01 PARSE-ABSEXP PIC 9(04) COMP-3.
           01 PARSE-POW PIC 9(16) COMP-3.
           01 PARSE-E-COUNT PIC 9(02).
      *    Zerlegung komplexer Tokens (a+bi, a-bj, bi, -i) in
      *    PARSE-COMPLEX: Real- und Imaginaerteil werden an dem
      *    letzten Vorzeichen getrennt, das nicht zu einem Exponenten
      *    gehoert, und einzeln durch PARSE-NUMBER gereicht; ein
      *    reeller Token laeuft unveraendert durch PARSE-NUMBER und
      *    liefert PARSE-IMAG-VAL = 0
           01 PARSE-IMAG-VAL PIC S9(09)V9(16) COMP-3.
           01 PARSE-IS-COMPLEX PIC 9.
           01 CPX-TOKEN PIC X(30).
           01 CPX-RE-TOK PIC X(30).
           01 CPX-IM-TOK PIC X(30).
           01 CPX-RE-VAL PIC S9(09)V9(16) COMP-3.
           01 CPX-LEN PIC 9(02).
           01 CPX-P PIC 9(02).
           01 CPX-SPLIT PIC 9(02).
      *    Zielzelle eines komplexen Matrixeintrags fuer
      *    STORE-COMPLEX-ELEM (MATRIX-IM reicht nur bis 1000) und der
      *    Name der ersten unvertraeglichen Option fuer die Meldung
      *    von CHECK-COMPLEX-BLOCK
           01 CPX-ROW PIC 9(04).
           01 CPX-COL PIC 9(04).
           01 CPX-OPT-NAME PIC X(12).
      *    Kontrollsummen der Lieferung, per "checksum=<anzahl>
      *    <summe>" Zeile im Block: der Absender zaehlt die
      *    Matrixwerte und summiert sie auf, FOUND-NEW gleicht beide
               05 TRIP-VAL-TOK PIC X(30).
               05 TRIP-ROW PIC 9(04).
               05 TRIP-COL PIC 9(04).
      *    NASTRAN-DMIG-Karten im Format DMIG (Lochkartenausgabe des
      *    Strukturrechners, siehe FOUND-DMIG-CARD): Kleinfeldkarten
      *    mit 8 Zeichen je Feld ("DMIG", Fortsetzung "+" oder leer),
      *    Grossfeldkarten mit 16 Zeichen je Feld ("DMIG*",
      *    Fortsetzung "*"). Die Felder einer Karte samt ihrer
      *    Fortsetzungen werden fortlaufend durchnummeriert
      *    (DMIG-LF): 2 Name, 3 GJ (0 = Kopfkarte), 4 CJ bzw. IFO,
      *    5 leer bzw. TIN, ab 6 je vier Felder GI, CI, AI, BI einer
      *    Spalte. Die Eintraege werden erst gesammelt - die Nummer
      *    eines Freiheitsgrads steht erst fest, wenn am Blockende
      *    alle Gitterpunkte bekannt sind (FINISH-DMIG)
           01 DMIG-FIELD1 PIC X(08).
           01 DMIG-FIELD PIC X(16).
           01 DMIG-FLD-W PIC 9(02).
           01 DMIG-FLD-N PIC 9(02).
           01 DMIG-FLD-K PIC 9(02).
           01 DMIG-FLD-P PIC 9(02).
           01 DMIG-LF PIC 9(04) COMP-3 VALUE 0.
           01 DMIG-Q PIC 9(04) COMP-3.
      *    Zustand der laufenden Karte: Name, Ziel ("A", "B" oder
      *    leer fuer eine nicht angeforderte Matrix), Kopfkarte ja/
      *    nein und die Spalte GJ/CJ samt dem gerade gelesenen
      *    Zeilen-Freiheitsgrad GI/CI
           01 DMIG-CUR-NAME PIC X(08).
           01 DMIG-TARGET PIC X(01).
           01 DMIG-HEADER PIC 9.
           01 DMIG-GJ PIC 9(08).
           01 DMIG-CJ PIC 9(01).
           01 DMIG-GI PIC 9(08).
           01 DMIG-CI PIC 9(01).
           01 DMIG-GI-SET PIC 9.
      *    Ganzzahlfeld der Karte: Wert und Gueltigkeit
           01 DMIG-INT PIC S9(09) COMP-3.
           01 DMIG-INT-OK PIC 9.
      *    Matrixform und Zahltyp aus der Kopfkarte je Ziel (IFO 1
      *    quadratisch, 6 symmetrisch - dann steht nur ein Dreieck in
      *    den Karten und wird gespiegelt; TIN 1/2 reell)
           01 DMIG-HDR-A PIC 9 VALUE 0.
           01 DMIG-HDR-B PIC 9 VALUE 0.
           01 DMIG-IFO-A PIC 9(02) VALUE 0.
           01 DMIG-IFO-B PIC 9(02) VALUE 0.
           01 DMIG-IFO PIC 9(02).
           01 DMIG-TIN PIC 9(02).
      *    gesammelte Eintraege des Blocks
           01 DMIG-ENTRY-COUNT PIC 9(06) COMP-3 VALUE 0.
           01 DMIG-ENTRIES.
               05 DMIG-ENTRY OCCURS 60000 TIMES.
                   10 DE-TARGET PIC X(01).
                   10 DE-GI PIC 9(08) COMP-3.
                   10 DE-CI PIC 9(01).
                   10 DE-GJ PIC 9(08) COMP-3.
                   10 DE-CJ PIC 9(01).
                   10 DE-VAL PIC S9(10)V9(15) COMP-3.
           01 DMIG-E PIC 9(06) COMP-3.
      *    sortierte Schluessel Gitterpunkt*10+Komponente der
      *    Freiheitsgrade - die Position ist der Index in A/B
           01 DMIG-KEY-COUNT PIC 9(04) COMP-3 VALUE 0.
           01 DMIG-KEYS.
               05 DMIG-KEY PIC 9(09) COMP-3 OCCURS 2000 TIMES.
           01 DMIG-SKEY PIC 9(09) COMP-3.
           01 DMIG-LO PIC 9(04) COMP-3.
           01 DMIG-HI PIC 9(04) COMP-3.
           01 DMIG-MID PIC 9(04) COMP-3.
           01 DMIG-POS PIC 9(04) COMP-3.
           01 DMIG-FOUND PIC 9.
           01 DMIG-ROW PIC 9(04) COMP-3.
           01 DMIG-COL PIC 9(04) COMP-3.
           01 DMIG-K PIC 9(04) COMP-3.
           01 DMIG-COUNT-A PIC 9(06) COMP-3.
           01 DMIG-COUNT-B PIC 9(06) COMP-3.
      *    Umsetzung einer NASTRAN-Realzahl ("1.5+3", "-2.-4",
      *    "1.D3") in die Exponentenform fuer PARSE-NUMBER
           01 DMIG-NUM-IN PIC X(16).
           01 DMIG-NUM-OUT PIC X(30).
           01 DMIG-NUM-P PIC 9(02).
           01 DMIG-NUM-Q PIC 9(02).
           01 DMIG-NUM-CH PIC X(01).
           01 DMIG-NUM-PREV PIC X(01).
           01 DMIG-NUM-CHK PIC X(30).
      *    Ueberlebt als WORKING-STORAGE mehrere CALLs hinweg (wie
      *    FILE-OPENED) - FUNCTION RANDOM wird nur beim allerersten
      *    fehlenden Start-Vektor des Laufs mit einem Integer-Seed neu
       LINKAGE SECTION.
           COPY "InputMatrix.cpy".
           COPY "InputMatrixB.cpy".
           COPY "InputMatrixC.cpy".
           COPY "Abbruch.cpy".
           COPY "VectorDim.cpy".
           COPY "FileNames.cpy".
           COPY "ExciteVector.cpy".
           COPY "TripletStore.cpy".
           COPY "SeenNames.cpy".
           COPY "InputMatrixIm.cpy".
       PROCEDURE DIVISION USING INPUT-VEKTOR ABBRUCH MATRIX MATRIXB SKIP
           NO-MORE-DATA FILE-NAMES RHS-VEKTOR RHS-MULTI EDIR-VEKTOR
           TRIPLET-STORE SEEN-NAMES MATRIXC MATRIX-IM.
       MAIN-PROCEDURE.
           INITIALIZE INPUT-VEKTOR
           MOVE 0 TO NO-MORE-DATA
           MOVE 0 TO BLOCK-ERROR
           MOVE 1 TO ROW
           MOVE 1 TO ROWB
           MOVE 1 TO ROWC
           MOVE 0 TO SEEN-DIM
           MOVE 0 TO SEEN-X
           MOVE 0 TO SEEN-B
           MOVE 0 TO READING-MATRIX-B
           MOVE 0 TO READING-MATRIX-C
           MOVE 1 TO VECTOR-POINTER
           MOVE SPACES TO DATASET-NAME
           MOVE "DENSE" TO INPUT-FORMAT
           MOVE 0 TO SPLIT-OUTPUT
           MOVE 1 TO TOPK
           MOVE 0 TO GENERALIZED-MODE
           MOVE 0 TO DAMPING-MODE
           MOVE 0 TO DEBUG-OUTPUT
           MOVE "VERBOSE" TO VERBOSITY
           MOVE 0 TO BAND-WIDTH
           MOVE 0 TO SLICE-LO
           MOVE 0 TO SLICE-HI
           MOVE 0 TO REFINE-LIMIT
           MOVE "JACOBI" TO SOLVER-METHOD
           MOVE 0 TO AITKEN-MODE
           MOVE 0 TO SENS-COUNT
           MOVE 0 TO LIMIT-SEEN
           MOVE SPACES TO UNIT-LABEL
           MOVE "SPACE" TO DELIM-MODE
           MOVE 0 TO SCALE-MODE
           MOVE ARITH-DEFAULT TO ARITH-MODE
           MOVE 0 TO ARITH-EXPLICIT
           MOVE 0 TO WIDE-COUNT
           MOVE 0 TO SYMFIX-TOL
           MOVE 0 TO MODE-LIST-COUNT
           MOVE 0 TO EXPR-PENDING
           MOVE 0 TO EXPR-COUNT
           MOVE 0 TO CHECKSUM-SEEN
           MOVE 0 TO CHECK-RUN-COUNT
           MOVE 0 TO CHECK-RUN-SUM
           MOVE 0 TO BLOCK-CHECKSUM
           MOVE 0 TO RHS-SET-COUNT
           MOVE 0 TO DIM-EDIR
           MOVE 0 TO FIX-COUNT
           MOVE 0 TO FIX-ORIG-DIM
           MOVE 0 TO MASTER-COUNT
           MOVE 0 TO RET-GUY-MODES
           MOVE 0 TO COMP-SPLIT
           MOVE SPACES TO CHAIN-NAME
           MOVE SPACES TO BASE-NAME
           MOVE SPACES TO RET-CAT-NAME
           MOVE 0 TO RET-CAT-VER
           MOVE 0 TO BASE-PENDING
           MOVE 0 TO UPDATE-MODE
           MOVE 0 TO DELTA-COUNT
           MOVE 0 TO SFROM-VALUE
           MOVE 0 TO STO-VALUE
           MOVE 0 TO SSTEP-VALUE
           MOVE 0 TO FRF-FROM
           MOVE 0 TO FRF-TO
           MOVE 0 TO FRF-STEP
           MOVE 0 TO FRF-DOF-COUNT
           MOVE 0 TO TRN-EVERY
           MOVE 0 TO TRN-DT
           MOVE 0 TO PAR-FROM
           MOVE 0 TO PAR-TO
           MOVE 0 TO PAR-STEP
           MOVE 0 TO ELEMENT-SEEN
           MOVE 0 TO ELEM-REC-COUNT
           MOVE 0 TO RECT-ROWS
           MOVE 0 TO RECT-COLS
           MOVE 0 TO COMPLEX-INPUT
           MOVE 0 TO HERM-DECLARED
           MOVE 0 TO RET-CPX-IM
           MOVE 0 TO RET-HERM-DEV
           MOVE 0 TO RET-HERM-ROW
           MOVE 0 TO RET-HERM-COL
           MOVE 0 TO RET-ELEM-COUNT
           MOVE 0 TO RET-ROWS-UNTOUCHED
           MOVE SPACES TO DMIG-A-NAME
           MOVE SPACES TO DMIG-B-NAME
           MOVE 0 TO RET-DMIG-COUNT
           MOVE 0 TO DMIG-LF
           MOVE SPACES TO DMIG-TARGET
           MOVE 0 TO DMIG-HDR-A
           MOVE 0 TO DMIG-HDR-B
           MOVE 0 TO DMIG-ENTRY-COUNT
           MOVE 5 TO DS-PRIORITY
           PERFORM VARYING TOUCH-I FROM 1 BY 1 UNTIL TOUCH-I > 2000
               MOVE 0 TO ROW-TOUCHED(TOUCH-I)
           END-PERFORM
              IF INCLUDE-PENDING = 1
                  PERFORM EXPAND-INCLUDE
              END-IF
      *       eine "expr="-Zeile setzt Matrix A aus den Operanden
      *       des Katalogs zusammen, siehe EXPR-PENDING
              IF EXPR-PENDING = 1
                  PERFORM EXPAND-EXPR
              END-IF
           END-PERFORM

           IF FILE-EOF = 1
               WHEN "M"
                   IF SKIP-COPY = 0 AND BLOCK-ERROR = 0
                       MOVE 1 TO HAVE-DATA
                       PERFORM BLOCK-HASH-BIN
      *                Indexpruefung wie beim Textweg (FOUND-TRIPLET):
      *                ein abgeschnittener oder verfaelschter
      *                Binaerbestand darf nicht ausserhalb der
               WHEN "B"
                   IF SKIP-COPY = 0 AND BLOCK-ERROR = 0
                       MOVE 1 TO HAVE-DATA
                       PERFORM BLOCK-HASH-BIN
                       IF ST-ROW < 1 OR ST-ROW > DIM-B OR
                          ST-COL < 1 OR ST-COL > DIM-B
                           PERFORM BIN-RECORD-RANGE-ERROR
                           MOVE ST-VAL TO ELEMB(ST-ROW, ST-COL)
                       END-IF
                   END-IF
               WHEN "C"
                   IF SKIP-COPY = 0 AND BLOCK-ERROR = 0
                       MOVE 1 TO HAVE-DATA
                       PERFORM BLOCK-HASH-BIN
                       IF ST-ROW < 1 OR ST-ROW > DIM-C OR
                          ST-COL < 1 OR ST-COL > DIM-C
                           PERFORM BIN-RECORD-RANGE-ERROR
                       ELSE
                           MOVE ST-VAL TO ELEMC(ST-ROW, ST-COL)
                       END-IF
                   END-IF
               WHEN "E"
                   IF SKIP-COPY = 0 AND BLOCK-ERROR = 0
                       COMPUTE ROW = DIM-M + 1
                       IF GENERALIZED-ENABLED
                           COMPUTE ROWB = DIM-B + 1
                       END-IF
                       IF DAMPING-ENABLED
                           COMPUTE ROWC = DIM-C + 1
                       END-IF
                       MOVE NNZ TO TRIP-COUNT
                   END-IF
                   MOVE "==========" TO INPUT-LINE
           END-EVALUATE
           .

      * Pruefsumme des Eingabeblocks: jede konsumierte Zeile des
      * Zielblocks ausser der Trennzeile geht Zeichen fuer Zeichen ein
      * (H = (H * 31 + Zeichencode) mod 999999937, Formel wie
      * OutputHandling.CHAIN-HASH), eine &-Fortsetzung als ganze
      * zusammengesetzte Zeile. Die Vectoriteration vergleicht sie
      * mit ihrem Restart-Stand
       BLOCK-HASH-LINE.
           IF INPUT-LINE(1:10) = "=========="
               EXIT PARAGRAPH
           END-IF
           IF WIDE-ACTIVE = 1
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WIDE-LINE TRAILING))
                   TO HASH-LEN
               PERFORM VARYING HASH-I FROM 1 BY 1
                       UNTIL HASH-I > HASH-LEN
                   COMPUTE HASH-WORK = BLOCK-CHECKSUM * 31
                       + FUNCTION ORD(WIDE-LINE(HASH-I:1))
                   DIVIDE HASH-WORK BY 999999937 GIVING HASH-QUOT
                       REMAINDER BLOCK-CHECKSUM
               END-PERFORM
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-LINE TRAILING))
                   TO HASH-LEN
               PERFORM VARYING HASH-I FROM 1 BY 1
                       UNTIL HASH-I > HASH-LEN
                   COMPUTE HASH-WORK = BLOCK-CHECKSUM * 31
                       + FUNCTION ORD(INPUT-LINE(HASH-I:1))
                   DIVIDE HASH-WORK BY 999999937 GIVING HASH-QUOT
                       REMAINDER BLOCK-CHECKSUM
               END-PERFORM
           END-IF
           .

      * dieselbe Pruefsumme fuer einen Matrixeintrag aus dem
      * Binaerbestand - ueber seine Textform "typ zeile spalte wert"
       BLOCK-HASH-BIN.
           MOVE SPACES TO HASH-TEXT
           MOVE 1 TO HASH-I
           MOVE ST-ROW TO HASH-ROW-DISP
           STRING ST-TYPE " " HASH-ROW-DISP " " DELIMITED BY SIZE
               INTO HASH-TEXT WITH POINTER HASH-I
           MOVE ST-COL TO HASH-ROW-DISP
           MOVE ST-VAL TO HASH-VAL-DISP
           STRING HASH-ROW-DISP " " HASH-VAL-DISP DELIMITED BY SIZE
               INTO HASH-TEXT WITH POINTER HASH-I
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HASH-TEXT TRAILING))
               TO HASH-LEN
           PERFORM VARYING HASH-I FROM 1 BY 1 UNTIL HASH-I > HASH-LEN
               COMPUTE HASH-WORK = BLOCK-CHECKSUM * 31
                   + FUNCTION ORD(HASH-TEXT(HASH-I:1))
               DIVIDE HASH-WORK BY 999999937 GIVING HASH-QUOT
                   REMAINDER BLOCK-CHECKSUM
           END-PERFORM
           .

      * meldet einen Binaerbestand-Eintrag mit Zeile/Spalte ausserhalb
      * der Matrixdimension als getaggten Datensatzfehler - das
      * Transferschaden-Szenario, fuer das es beim Textweg den
           MOVE 0 TO OPTION-FOUND
           IF SKIP-COPY = 0
               MOVE 1 TO HAVE-DATA
               PERFORM BLOCK-HASH-LINE
           END-IF

           MOVE 0 TO COUNTER
           IF COUNTER > 0 THEN PERFORM FOUND-DIM MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "rows="
           IF COUNTER > 0 THEN PERFORM FOUND-ROWS
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "cols="
           IF COUNTER > 0 THEN PERFORM FOUND-COLS
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "n="
           IF COUNTER > 0 THEN PERFORM FOUND-N MOVE 1 TO OPTION-FOUND
           END-IF
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "dmiga="
           IF COUNTER > 0 THEN PERFORM FOUND-DMIG-NAME
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "dmigb="
           IF COUNTER > 0 THEN PERFORM FOUND-DMIG-NAME
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "nnz="
           IF COUNTER > 0 THEN PERFORM FOUND-NNZ
              MOVE 1 TO OPTION-FOUND
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "expr="
           IF COUNTER > 0 THEN PERFORM FOUND-EXPR
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "base="
           IF COUNTER > 0 THEN PERFORM FOUND-BASE
              MOVE 1 TO OPTION-FOUND
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING
               "arithmetic="
           IF COUNTER > 0 THEN PERFORM FOUND-ARITH
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "symfix="
           IF COUNTER > 0 THEN PERFORM FOUND-SYMFIX
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "top="
           IF COUNTER > 0 THEN PERFORM FOUND-TOP
              MOVE 1 TO OPTION-FOUND
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "wfrom="
           IF COUNTER > 0 THEN PERFORM FOUND-WFROM
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "wto="
           IF COUNTER > 0 THEN PERFORM FOUND-WTO
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "wstep="
           IF COUNTER > 0 THEN PERFORM FOUND-WSTEP
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "resp="
           IF COUNTER > 0 THEN PERFORM FOUND-RESP
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "every="
           IF COUNTER > 0 THEN PERFORM FOUND-EVERY
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "dt="
           IF COUNTER > 0 THEN PERFORM FOUND-DT
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "pfrom="
           IF COUNTER > 0 THEN PERFORM FOUND-PFROM
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "pto="
           IF COUNTER > 0 THEN PERFORM FOUND-PTO
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "pstep="
           IF COUNTER > 0 THEN PERFORM FOUND-PSTEP
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "chain="
           IF COUNTER > 0 THEN PERFORM FOUND-CHAIN
              MOVE 1 TO OPTION-FOUND
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "master="
           IF COUNTER > 0 THEN PERFORM FOUND-MASTER
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "elem="
           IF COUNTER > 0 THEN PERFORM FOUND-ELEM
              MOVE 1 TO OPTION-FOUND
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "solver="
           IF COUNTER > 0 THEN PERFORM FOUND-SOLVER
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "lo="
           IF COUNTER > 0 THEN PERFORM FOUND-LO
              MOVE 1 TO OPTION-FOUND
           IF COUNTER > 0 THEN PERFORM FOUND-HI
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "herm="
           IF COUNTER > 0 THEN PERFORM FOUND-HERM
              MOVE 1 TO OPTION-FOUND
           END-IF
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "priority="
           IF COUNTER > 0 THEN PERFORM FOUND-PRIORITY
              MOVE 1 TO OPTION-FOUND
           END-IF
      * else: eine weitere zeile der input matrix, entweder als volle
      * dichte Zeile oder als "row col value" Tripel
           IF OPTION-FOUND = 0
             IF UPDATE-MODE = 1
             PERFORM FOUND-DELTA
             ELSE
             IF READING-MATRIX-C = 1
      *       Zeile gehoert zum dritten Block (Daempfungsmatrix C des
      *       quadratischen Eigenwertproblems) - wie Matrix B nur im
      *       DENSE Format. Zeilen jenseits von DIM-C werden nur
      *       gezaehlt, FOUND-NEW meldet die Abweichung
             IF ROWC > DIM-C
                 ADD 1 TO ROWC
             ELSE
             PERFORM APPLY-DELIMITERS
             MOVE 1 TO VECTOR-POINTER
             MOVE 1 TO WIDE-PTR
             MOVE 0 TO WIDE-SHORT
             MOVE 1 TO COUNTER
             PERFORM UNTIL COUNTER > DIM-C
               IF WIDE-ACTIVE = 1
                   UNSTRING WIDE-LINE DELIMITED BY SPACES INTO DUMMY
                   WITH POINTER WIDE-PTR END-UNSTRING
               ELSE
                   UNSTRING INPUT-LINE DELIMITED BY SPACES INTO DUMMY
                   WITH POINTER VECTOR-POINTER END-UNSTRING
               END-IF
               IF DUMMY = SPACES
                   MOVE 1 TO WIDE-SHORT
               END-IF
               MOVE DUMMY TO PARSE-TOKEN
               MOVE 999999999 TO PARSE-LIMIT
               PERFORM PARSE-NUMBER
               MOVE PARSE-NUMBER-VAL TO ELEMC(ROWC,COUNTER)
               ADD 1 TO CHECK-RUN-COUNT
               ADD PARSE-NUMBER-VAL TO CHECK-RUN-SUM
               MOVE SPACES TO DUMMY
               ADD 1 TO COUNTER
             END-PERFORM
             IF WIDE-ACTIVE = 1
                 MOVE DIM-C TO WIDE-EXPECT
                 PERFORM CHECK-WIDE-ROW-COUNT
             END-IF
             ADD 1 TO ROWC
             END-IF
             ELSE
             IF READING-MATRIX-B = 1
      *       Zeile gehoert zum zweiten "dim="/Matrix-Block (Matrix B
      *       des verallgemeinerten Eigenwertproblems) - nur im DENSE
             END-IF
             ADD 1 TO ROWB
             ELSE
             IF INPUT-FORMAT = "DMIG"
                PERFORM FOUND-DMIG-CARD
             ELSE
             IF INPUT-FORMAT = "TRIPLET"
                PERFORM FOUND-TRIPLET
             ELSE
             MOVE 0 TO WIDE-TOKENS
             MOVE 0 TO WIDE-SHORT
             MOVE 1 TO COUNTER
      *      eine rechteckige Matrix traegt je Zeile cols= Werte
             MOVE DIM-M TO ROW-WIDTH
             IF RECT-COLS > 0
                 MOVE RECT-COLS TO ROW-WIDTH
             END-IF
             PERFORM UNTIL COUNTER > ROW-WIDTH
      *        zusammengesetzte Fortsetzungszeilen werden aus dem
      *        breiten Puffer zerlegt, alles andere unveraendert aus
      *        INPUT-LINE
                   MOVE 1 TO WIDE-SHORT
               END-IF
      *       IF DUMMY IS NUMERIC THEN
      *        Matrix-A-Werte duerfen komplex sein (a+bi), der
      *        Imaginaerteil geht nach MATRIX-IM; die Kontrollsumme
      *        zaehlt wie bisher nur den Realteil
               MOVE DUMMY TO PARSE-TOKEN
               MOVE ENTRY-LIMIT TO PARSE-LIMIT
               PERFORM PARSE-COMPLEX
               MOVE PARSE-NUMBER-VAL TO ELEM(ROW,COUNTER)
               IF PARSE-IS-COMPLEX = 1
                   MOVE ROW TO CPX-ROW
                   MOVE COUNTER TO CPX-COL
                   PERFORM STORE-COMPLEX-ELEM
               END-IF
               ADD 1 TO CHECK-RUN-COUNT
               ADD PARSE-NUMBER-VAL TO CHECK-RUN-SUM
      *       ELSE
      *      dim= passen - eine abgeschnittene Lieferung soll laut
      *      scheitern statt Werte in falsche Spalten zu schieben
             IF WIDE-ACTIVE = 1
                 MOVE ROW-WIDTH TO WIDE-EXPECT
                 PERFORM CHECK-WIDE-ROW-COUNT
             END-IF
             ADD 1 TO ROW
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF
           .
      * liest die dimension der matrix ein - die erste "dim="-Zeile
      * eines Datensatzes eroeffnet Matrix A, eine zweite eroeffnet den
      * optionalen Matrix-B-Block des verallgemeinerten
      * Eigenwertproblems A*x = lambda*B*x (siehe GeneralizedIteration),
      * eine dritte den Block der Daempfungsmatrix C des quadratischen
      * Eigenwertproblems (siehe QuadraticEigen)
       FOUND-DIM.
      * eine rechteckige Matrix ist bereits per rows=/cols= deklariert
      * - ein dim= daneben waere kein zweiter Block, sondern ein
      * Widerspruch in der Lieferung
           IF RECT-ROWS > 0 OR RECT-COLS > 0
               PERFORM RECT-DIM-CONFLICT
               EXIT PARAGRAPH
           END-IF
           IF SEEN-DIM = 0
               MOVE 1 TO SEEN-DIM
      * Prefix eliminieren
                   MOVE 1 TO BLOCK-ERROR
                   ELSE DISPLAY "Found dim " DIM-I
               END-IF
           ELSE
           IF GENERALIZED-ENABLED
               PERFORM FOUND-DIM-C
           ELSE
               MOVE 1 TO GENERALIZED-MODE
               MOVE 1 TO READING-MATRIX-B
                   ELSE DISPLAY "Found bdim " DIM-B
               END-IF
           END-IF
           END-IF
           .

      * liest die Zeilenzahl einer rechteckigen Matrix ein (Anzahl der
      * Gleichungen der Ausgleichsrechnung, mode=lsq) - sie tritt an
      * die Stelle von dim= und bestimmt DIM-M, die Zahl der
      * Matrixzeilen und die Laenge von b=
       FOUND-ROWS.
           IF SEEN-DIM = 1 AND RECT-ROWS = 0 AND RECT-COLS = 0
               PERFORM RECT-DIM-CONFLICT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SEEN-DIM
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "rows=" BY SPACE
      * Zum sicherstellen das der String numerisch ist
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(INPUT-LINE) TO RECT-ROWS
           MOVE RECT-ROWS TO DIM-M
           IF RECT-ROWS = 0 THEN
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-002" TO MESSAGE-CODE
               STRING "[InputHandling.FOUND-ROWS] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error:" INPUT-LINE DELIMITED BY SPACE
                   ". rows ist nicht numerisch oder ist 0!" INTO
                   ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           ELSE
               DISPLAY "Found rows " DIM-M
           END-IF
           .
      * liest die Spaltenzahl einer rechteckigen Matrix ein (Anzahl
      * der Unbekannten) - bestimmt die Wertzahl je Matrixzeile und
      * DIM-I, die Laenge des Loesungsvektors
       FOUND-COLS.
           IF SEEN-DIM = 1 AND RECT-ROWS = 0 AND RECT-COLS = 0
               PERFORM RECT-DIM-CONFLICT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SEEN-DIM
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "cols=" BY SPACE
      * Zum sicherstellen das der String numerisch ist
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(INPUT-LINE) TO RECT-COLS
           MOVE RECT-COLS TO DIM-I
           IF RECT-COLS = 0 THEN
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-002" TO MESSAGE-CODE
               STRING "[InputHandling.FOUND-COLS] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error:" INPUT-LINE DELIMITED BY SPACE
                   ". cols ist nicht numerisch oder ist 0!" INTO
                   ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           ELSE
               DISPLAY "Found cols " DIM-I
           END-IF
           .
      * dim= und rows=/cols= im selben Datensatz, aus FOUND-DIM,
      * FOUND-ROWS und FOUND-COLS
       RECT-DIM-CONFLICT.
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "INP-049" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[InputHandling.RECT-DIM-CONFLICT] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: dim= und rows=/cols= im selben Datensatz!"
               DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           MOVE 1 TO BLOCK-ERROR
           .

      * dritter "dim="-Block: Daempfungsmatrix C. Die Tabelle traegt
      * hoechstens 100 Zeilen (siehe InputMatrixC.cpy), ein vierter
      * Block ist ein Fehler des Datensatzes
       FOUND-DIM-C.
           IF DAMPING-ENABLED
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-036" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.FOUND-DIM-C] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mehr als drei Matrixbloecke (dim=)"
                   " im Datensatz!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           ELSE
               MOVE 1 TO DAMPING-MODE
               MOVE 0 TO READING-MATRIX-B
               MOVE 1 TO READING-MATRIX-C
               MOVE 1 TO ROWC
               INSPECT INPUT-LINE REPLACING ALL "dim=" BY SPACE
               INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
               MOVE 0 TO DIM-C
               IF FUNCTION TEST-NUMVAL(INPUT-LINE) = 0
                   IF FUNCTION NUMVAL(INPUT-LINE) > 0
                      AND FUNCTION NUMVAL(INPUT-LINE) <= 100
                       MOVE FUNCTION NUMVAL(INPUT-LINE) TO DIM-C
                   END-IF
               END-IF
               IF DIM-C = 0 THEN
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-031" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.FOUND-DIM-C] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error:" INPUT-LINE DELIMITED BY SPACE
                       ". cdim ist nicht numerisch, 0 oder groesser"
                       " als 100!" DELIMITED BY SIZE INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               ELSE
                   DISPLAY "Found cdim " DIM-C
               END-IF
           END-IF
           .
      * liest den wert fuer nmax ein - "n=0" ist ein gueltiger
      * expliziter Wert (validieren, aber nicht iterieren), nur eine
           .
      * liest den Iterationsmodus ein: "power" (Standard), "inverse"
      * fuer die inverse Vectoriteration, "rayleigh" fuer die inverse
      * Iteration mit nachgefuehrter Verschiebung, "lanczos" fuer
      * mehrere extreme Eigenpaare ueber eine Krylov-Basis,
      * "quadratic" fuer gedaempfte Systeme K + lambda*C + lambda**2*M
      * (drei Matrixbloecke), "stability" fuer das Stabilitaetsurteil
      * ueber den rechtesten Eigenwert, "fiedler" fuer die
      * algebraische Konnektivitaet einer Netz-Laplace-Matrix, "lsq"
      * fuer die Ausgleichsrechnung eines ueberbestimmten Systems oder
      * "validate" um den Datensatz nur einzulesen und zu validieren.
      * Mehrere durch Komma getrennte Modi bilden eine Modusliste,
      * siehe FOUND-MODE-LIST
       FOUND-MODE.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR ALL ","
           IF COUNTER > 0
               PERFORM FOUND-MODE-LIST
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-MODE-WORD
           DISPLAY "Found mode " ITER-MODE
           .

      * Modusliste "mode=power,inverse,slice": bis zu sechs Modi, die
      * Main nacheinander auf derselben Matrix rechnet. Die Woerter
      * duerfen hier auch gross geschrieben sein. ITER-MODE erhaelt
      * den ersten Eintrag, damit die Pruefungen in FOUND-NEW und
      * Validation einen gueltigen Modus sehen
       FOUND-MODE-LIST.
           MOVE INPUT-LINE TO MLIST-LINE
           MOVE 0 TO MODE-LIST-COUNT
           MOVE 6 TO MLIST-P
           PERFORM UNTIL MLIST-P > 80 OR BLOCK-ERROR = 1
               MOVE SPACES TO MLIST-TOK
               UNSTRING MLIST-LINE DELIMITED BY "," OR SPACE
                   INTO MLIST-TOK WITH POINTER MLIST-P
               IF MLIST-TOK NOT = SPACES
                   PERFORM STORE-MODE-LIST-WORD
               END-IF
           END-PERFORM
           MOVE MLIST-LINE TO INPUT-LINE
           IF BLOCK-ERROR = 1 OR MODE-LIST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MODE-LIST-ENTRY(1) TO ITER-MODE
           IF MODE-LIST-COUNT = 1
               MOVE 0 TO MODE-LIST-COUNT
               DISPLAY "Found mode " ITER-MODE
           ELSE
               DISPLAY "Found mode list " MODE-LIST-COUNT " Modi, "
                   "erster " ITER-MODE
           END-IF
           .

      * ein Wort der Modusliste: klein schreiben, ueber MATCH-MODE-
      * WORD zuordnen und anhaengen. Mehr als sechs Modi und ein
      * doppelter Modus (gleicher Ergebnisname) sind Datensatzfehler
       STORE-MODE-LIST-WORD.
           INSPECT MLIST-TOK CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           MOVE MLIST-TOK TO INPUT-LINE
           PERFORM MATCH-MODE-WORD
           MOVE 0 TO COUNTER
           PERFORM VARYING MLIST-K FROM 1 BY 1
               UNTIL MLIST-K > MODE-LIST-COUNT
               IF MODE-LIST-ENTRY(MLIST-K) = ITER-MODE
                   ADD 1 TO COUNTER
               END-IF
           END-PERFORM
           IF MODE-LIST-COUNT = 6 OR COUNTER > 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-067" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               IF COUNTER > 0
                   STRING "[InputHandling.FOUND-MODE-LIST] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: mode=" DELIMITED BY SIZE
                       ITER-MODE DELIMITED BY SPACE
                       " doppelt in der Modusliste!" DELIMITED BY SIZE
                       INTO ERRORMSG
               ELSE
                   STRING "[InputHandling.FOUND-MODE-LIST] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: mehr als 6 Modi in der Modusliste!"
                       DELIMITED BY SIZE INTO ERRORMSG
               END-IF
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MODE-LIST-COUNT
           MOVE ITER-MODE TO MODE-LIST-ENTRY(MODE-LIST-COUNT)
           .

      * ordnet das Modus-Wort in INPUT-LINE einem ITER-MODE zu
      * (unbekannte Woerter ergeben wie bisher "POWER")
       MATCH-MODE-WORD.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "inverse"
           IF COUNTER > 0
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "steady"
               IF COUNTER > 0
                   MOVE "STEADY" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "lanczos"
               IF COUNTER > 0
                   MOVE "LANCZOS" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "quadratic"
               IF COUNTER > 0
                   MOVE "QUADRATIC" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "frf"
               IF COUNTER > 0
                   MOVE "FRF" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "transient"
               IF COUNTER > 0
                   MOVE "TRANSIENT" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "param"
               IF COUNTER > 0
                   MOVE "PARAM" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "stability"
               IF COUNTER > 0
                   MOVE "STABILITY" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "fiedler"
               IF COUNTER > 0
                   MOVE "FIEDLER" TO ITER-MODE
               ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "lsq"
               IF COUNTER > 0
                   MOVE "LSQ" TO ITER-MODE
               ELSE
                   MOVE 0 TO COUNTER
                   INSPECT INPUT-LINE TALLYING COUNTER FOR ALL
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .
      * liest das Format der Matrixzeilen ein: "dense" (Standard),
      * "triplet" fuer Matrix-Market-artige "row col value" Zeilen
      * oder "dmig" fuer NASTRAN-DMIG-Karten (siehe FOUND-DMIG-CARD)
       FOUND-FORMAT.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "triplet"
           IF COUNTER > 0
               MOVE "TRIPLET" TO INPUT-FORMAT
           ELSE
               MOVE 0 TO COUNTER
               INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "dmig"
               IF COUNTER > 0
                   MOVE "DMIG" TO INPUT-FORMAT
               ELSE
                   MOVE "DENSE" TO INPUT-FORMAT
               END-IF
           END-IF
           DISPLAY "Found format " INPUT-FORMAT
           .
           DISPLAY "Found starts " STARTS-COUNT
           .
      * liest den Schalter fuer ein eigenes, nach Satznummer oder Name
      * benanntes output.txt fuer diesen Datensatz ein - oder, mit
      * "split=components", den Schalter fuer die getrennte Rechnung
      * der Zusammenhangskomponenten (siehe COMP-SPLIT in Abbruch.cpy)
       FOUND-SPLIT.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "=components"
           IF COUNTER > 0
               MOVE 1 TO COMP-SPLIT
               DISPLAY "Found split components"
               EXIT PARAGRAPH
           END-IF
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "split=" BY SPACE
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
      *           IF DUMMY IS NUMERIC THEN
                 MOVE DUMMY TO PARSE-TOKEN
                 MOVE 999999 TO PARSE-LIMIT
                 PERFORM PARSE-COMPLEX
                 MOVE PARSE-NUMBER-VAL TO XI(COUNTER)
                 MOVE XI(COUNTER) TO XI-ORIG(COUNTER)
      *          komplexer Startvektor: Imaginaerteil nach XI-IM
                 IF PARSE-IS-COMPLEX = 1
                     MOVE 1 TO COMPLEX-INPUT
                 END-IF
                 MOVE PARSE-IMAG-VAL TO XI-IM(COUNTER)
                 MOVE PARSE-IMAG-VAL TO XI-ORIG-IM(COUNTER)
      *           ELSE
      *              DISPLAY "Error: xi " COUNTER " " DUMMY " ist"
      *              " nicht numerisch!"
      * materialisierten Basis (siehe FOUND-DELTA)
       FOUND-BASE.
           INSPECT INPUT-LINE REPLACING ALL "base=" BY SPACE
           PERFORM SPLIT-CATALOG-SPEC
           MOVE CATALOG-NAME TO BASE-NAME
           MOVE 1 TO CATALOG-PENDING
      *    der Delta-Modus darf erst NACH der Expansion des
      * Expansion vor - siehe CATALOG-PENDING und EXPAND-CATALOG
       FOUND-CATALOG.
           INSPECT INPUT-LINE REPLACING ALL "catalog=" BY SPACE
           PERFORM SPLIT-CATALOG-SPEC
           MOVE 1 TO CATALOG-PENDING
           DISPLAY "Found catalog " FUNCTION TRIM(CATALOG-SPEC)
           .

      * trennt "<name>@<version>" bzw. "<name>@<JJJJMMTT>" in
      * CATALOG-NAME und CATALOG-ASOF; ohne "@" bleibt es beim
      * aktuellen Stand aus catalog.dat
       SPLIT-CATALOG-SPEC.
           MOVE FUNCTION TRIM(INPUT-LINE) TO CATALOG-SPEC
           MOVE SPACES TO CATALOG-NAME
           MOVE SPACES TO CATALOG-ASOF
           MOVE 0 TO CATALOG-VERSIONED
           INSPECT CATALOG-SPEC TALLYING CATALOG-VERSIONED
               FOR ALL "@"
           UNSTRING CATALOG-SPEC DELIMITED BY "@"
               INTO CATALOG-NAME CATALOG-ASOF
           .

      * zieht die unter CATALOG-NAME im indizierten Katalog
      * RECORD-NUM-Zaehlung fuer die Fehlermeldungs-Kennzeichnung
       EXPAND-CATALOG.
           MOVE 0 TO CATALOG-PENDING
           MOVE CATALOG-NAME TO RET-CAT-NAME
           MOVE 0 TO RET-CAT-VER
           IF CATALOG-VERSIONED > 0
               PERFORM EXPAND-CATALOG-VERSION
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CATF
           IF CAT-STATUS NOT = "00"
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-015" TO MESSAGE-CODE
               STRING "[InputHandling.EXPAND-CATALOG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Katalog catalog.dat konnte nicht"
                   " geoeffnet werden (Status " CAT-STATUS ")!"
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           ELSE
               MOVE CATALOG-NAME TO CAT-NAME
               MOVE 0 TO CAT-SEQ
               START CATF KEY >= CAT-KEY
                   INVALID KEY CONTINUE
               END-START
               MOVE 0 TO CAT-EOF
               MOVE 0 TO CAT-LINES-FOUND
      *        waehrend der Expansion gesetzt, damit das
      *        Herkunftsarchiv die Materialisierung einer base=-
      *        Basis ueberspringen kann (siehe PROV-CAPTURE-LINE)
               MOVE 1 TO CAT-EXPANDING
               PERFORM UNTIL CAT-EOF = 1 OR BLOCK-DONE = 1
                   READ CATF NEXT
                       AT END MOVE 1 TO CAT-EOF
                       NOT AT END
                           IF CAT-NAME = CATALOG-NAME
                               MOVE CAT-LINE TO INPUT-LINE
                               ADD 1 TO RECORD-NUM
                               ADD 1 TO CAT-LINES-FOUND
                               PERFORM READLINE
                           ELSE
                               MOVE 1 TO CAT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO CAT-EXPANDING
               CLOSE CATF
      *        der Katalogname ist die Identitaet des Datensatzes -
      *        traegt der hinterlegte Block selbst keine "name="-
      *        Zeile, fliesst der Katalogname in DATASET-NAME, damit
      *        Report, Audit, Drift und Warmstart ihn kennen (siehe
      *        Katalog-Direktlauf in BatchControl.cbl)
               IF CAT-LINES-FOUND > 0 AND DATASET-NAME = SPACES
                   MOVE CATALOG-NAME TO DATASET-NAME
               END-IF
      *        der aktuelle Stand ist die juengste Version der
      *        Versionsgeschichte - fuer den Herkunftsnachweis
               IF CAT-LINES-FOUND > 0
                   PERFORM FIND-CURRENT-VERSION
               END-IF
               IF CAT-LINES-FOUND = 0 AND BLOCK-ERROR = 0
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-016" TO MESSAGE-CODE
                   STRING "[InputHandling.EXPAND-CATALOG] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: Datensatz " DELIMITED BY SIZE
                       CATALOG-NAME DELIMITED BY SPACE
                       " nicht im Katalog!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
           END-IF
           .

      * "@"-Abruf einer frueheren Fassung aus catalog_hist.dat: bei
      * einem Stichtag gilt die Version mit dem juengsten
      * Gueltigkeitsdatum bis einschliesslich Stichtag (bei gleichem
      * Datum die hoehere Versionsnummer), sonst die genannte
      * Version. Ihre Zeilen laufen wie in EXPAND-CATALOG durch
      * READLINE; die Klassenzeile 0 gehoert nicht zur Version
       EXPAND-CATALOG-VERSION.
           PERFORM CHECK-CATALOG-SPEC
           IF ASOF-INVALID
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-075" TO MESSAGE-CODE
               STRING "[InputHandling.EXPAND-CATALOG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Versionsangabe " DELIMITED BY SIZE
                   CATALOG-SPEC DELIMITED BY SPACE
                   " unbrauchbar!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HIST-PICK
           OPEN INPUT HISTF
           IF HIST-STATUS = "00"
               PERFORM FIND-HIST-VERSION
               IF HIST-PICK = 0
                   CLOSE HISTF
               END-IF
           END-IF
           IF HIST-PICK = 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-076" TO MESSAGE-CODE
               STRING "[InputHandling.EXPAND-CATALOG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: " DELIMITED BY SIZE
                   CATALOG-SPEC DELIMITED BY SPACE
                   " nicht in der Versionsgeschichte!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
      *    zum Stichtag bereits ausgemustert - kein Block
           IF HIST-PICK-OP = "RETIRE"
               CLOSE HISTF
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-077" TO MESSAGE-CODE
               STRING "[InputHandling.EXPAND-CATALOG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: " DELIMITED BY SIZE
                   CATALOG-SPEC DELIMITED BY SPACE
                   ": Eintrag zu diesem Stand ausgemustert!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE CATALOG-NAME TO HIST-NAME
           MOVE HIST-PICK TO HIST-VER
           MOVE 1 TO HIST-SEQ
           MOVE 0 TO HIST-EOF
           MOVE 0 TO CAT-LINES-FOUND
           START HISTF KEY >= HIST-KEY
               INVALID KEY MOVE 1 TO HIST-EOF
           END-START
           MOVE 1 TO CAT-EXPANDING
           PERFORM UNTIL HIST-EOF = 1 OR BLOCK-DONE = 1
               READ HISTF NEXT
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       IF HIST-NAME = CATALOG-NAME
                          AND HIST-VER = HIST-PICK
                           MOVE HIST-LINE TO INPUT-LINE
                           ADD 1 TO RECORD-NUM
                           ADD 1 TO CAT-LINES-FOUND
                           PERFORM READLINE
                       ELSE
                           MOVE 1 TO HIST-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO CAT-EXPANDING
           CLOSE HISTF
           MOVE HIST-PICK TO RET-CAT-VER
           DISPLAY "Katalogversion " FUNCTION TRIM(CATALOG-NAME)
               " Version " HIST-PICK " gueltig ab " HIST-PICK-DATE
               " (" CAT-LINES-FOUND " Zeilen)"
           IF CAT-LINES-FOUND > 0 AND DATASET-NAME = SPACES
               MOVE CATALOG-NAME TO DATASET-NAME
           END-IF
           .

      * wertet die Angabe hinter "@" aus: 8 Ziffern = Stichtag
      * (ASOF-DATE), 1 bis 4 Ziffern = Versionsnummer (ASOF-VER),
      * alles andere ist unbrauchbar
       CHECK-CATALOG-SPEC.
           MOVE "X" TO ASOF-KIND
           MOVE 0 TO ASOF-LEN
           INSPECT CATALOG-ASOF TALLYING ASOF-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ASOF-LEN = 0 OR CATALOG-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CATALOG-ASOF(1:ASOF-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ASOF-LEN < 10
               IF CATALOG-ASOF(ASOF-LEN + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ASOF-LEN = 8
                   MOVE CATALOG-ASOF(1:8) TO ASOF-DATE
                   MOVE "D" TO ASOF-KIND
               WHEN ASOF-LEN <= 4
                   MOVE FUNCTION NUMVAL(CATALOG-ASOF(1:ASOF-LEN))
                       TO ASOF-VER
                   IF ASOF-VER > 0
                       MOVE "V" TO ASOF-KIND
                   END-IF
           END-EVALUATE
           .

      * sucht in der geoeffneten HISTF die zur Angabe passende
      * Version von CATALOG-NAME (HIST-PICK, 0 = keine) - nur die
      * Versionskoepfe werden gelesen, nach jedem Kopf geht es per
      * START direkt zur naechsten Version
       FIND-HIST-VERSION.
           MOVE 0 TO HIST-PICK
           MOVE 0 TO HIST-PICK-DATE
           MOVE SPACES TO HIST-PICK-OP
           MOVE CATALOG-NAME TO HIST-NAME
           MOVE 0 TO HIST-VER
           MOVE 0 TO HIST-SEQ
           MOVE 0 TO HIST-EOF
           PERFORM UNTIL HIST-EOF = 1
               START HISTF KEY >= HIST-KEY
                   INVALID KEY MOVE 1 TO HIST-EOF
               END-START
               IF HIST-EOF = 0
                   READ HISTF NEXT
                       AT END MOVE 1 TO HIST-EOF
                   END-READ
               END-IF
               IF HIST-EOF = 0
                   IF HIST-NAME NOT = CATALOG-NAME
                       MOVE 1 TO HIST-EOF
                   ELSE
                       PERFORM TAKE-HIST-HEAD
                       IF HIST-VER = 9999
                           MOVE 1 TO HIST-EOF
                       ELSE
                           ADD 1 TO HIST-VER
                           MOVE 0 TO HIST-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * prueft einen Versionskopf gegen die Angabe; ohne "@"
      * (ASOF-KIND Leerzeichen) gewinnt einfach die juengste Version
       TAKE-HIST-HEAD.
           IF HIST-SEQ NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ASOF-BY-VERSION
                   IF HIST-VER = ASOF-VER
                       MOVE HIST-VER TO HIST-PICK
                       MOVE HIST-GUELTIG TO HIST-PICK-DATE
                       MOVE HIST-OP TO HIST-PICK-OP
                   END-IF
               WHEN ASOF-BY-DATE
                   IF HIST-GUELTIG <= ASOF-DATE
                      AND HIST-GUELTIG >= HIST-PICK-DATE
                       MOVE HIST-VER TO HIST-PICK
                       MOVE HIST-GUELTIG TO HIST-PICK-DATE
                       MOVE HIST-OP TO HIST-PICK-OP
                   END-IF
               WHEN OTHER
                   MOVE HIST-VER TO HIST-PICK
                   MOVE HIST-GUELTIG TO HIST-PICK-DATE
                   MOVE HIST-OP TO HIST-PICK-OP
           END-EVALUATE
           .

      * aktueller Stand aus catalog.dat: seine Versionsnummer ist
      * die juengste der Versionsgeschichte (0, wenn der Eintrag
      * noch keine hat oder catalog_hist.dat fehlt)
       FIND-CURRENT-VERSION.
           MOVE SPACE TO ASOF-KIND
           OPEN INPUT HISTF
           IF HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HIST-VERSION
           CLOSE HISTF
           MOVE HIST-PICK TO RET-CAT-VER
           .

      * zerlegt den Matrixausdruck der "expr="-Zeile: Operanden und
      * Operatoren sind durch Leerzeichen getrennt, ein Operand ist
      * "<name>" oder "<koeffizient>*<name>", Operatoren sind "+" und
      * "-" (ein "-" vor dem ersten Operanden negiert ihn). Die
      * Expansion selbst laeuft nach Rueckkehr aus READLINE, siehe
      * EXPR-PENDING
       FOUND-EXPR.
           MOVE SPACES TO EXPR-TEXT
           IF WIDE-ACTIVE = 1
               MOVE WIDE-LINE(1:400) TO EXPR-TEXT
           ELSE
               MOVE INPUT-LINE TO EXPR-TEXT
           END-IF
      * Prefix eliminieren
           INSPECT EXPR-TEXT REPLACING FIRST "expr=" BY SPACES
           MOVE 0 TO EXPR-COUNT
           MOVE 1 TO EXPR-SIGN
           MOVE 1 TO EXPR-WANT-TERM
           MOVE 1 TO EXPR-P
           PERFORM UNTIL EXPR-P > 400 OR BLOCK-ERROR = 1
               MOVE SPACES TO EXPR-TOK
               UNSTRING EXPR-TEXT DELIMITED BY ALL SPACE
                   INTO EXPR-TOK WITH POINTER EXPR-P
               IF EXPR-TOK NOT = SPACES
                   PERFORM STORE-EXPR-TOKEN
               END-IF
           END-PERFORM
      *    ein leerer Ausdruck oder ein Operator am Ende
           IF BLOCK-ERROR = 0 AND
              (EXPR-COUNT = 0 OR EXPR-WANT-TERM = 1)
               MOVE "Ende" TO EXPR-TOK
               PERFORM EXPR-SYNTAX-ERROR
           END-IF
           IF BLOCK-ERROR = 0
               MOVE 1 TO EXPR-PENDING
               DISPLAY "Found expr " EXPR-COUNT " Operand(en)"
           END-IF
           .

      * ordnet einen Token des Ausdrucks ein: Operator oder Operand
       STORE-EXPR-TOKEN.
           EVALUATE TRUE
               WHEN EXPR-TOK = "+" AND EXPR-WANT-TERM = 0
                   MOVE 1 TO EXPR-SIGN
                   MOVE 1 TO EXPR-WANT-TERM
               WHEN EXPR-TOK = "-" AND EXPR-WANT-TERM = 0
                   MOVE -1 TO EXPR-SIGN
                   MOVE 1 TO EXPR-WANT-TERM
               WHEN EXPR-TOK = "-" AND EXPR-COUNT = 0
                    AND EXPR-SIGN = 1
                   MOVE -1 TO EXPR-SIGN
               WHEN EXPR-WANT-TERM = 1 AND EXPR-TOK NOT = "+"
                    AND EXPR-TOK NOT = "-"
                   PERFORM STORE-EXPR-TERM
               WHEN OTHER
                   PERFORM EXPR-SYNTAX-ERROR
           END-EVALUATE
           .

      * legt einen Operanden mit seinem Koeffizienten ab - ohne "*"
      * ist der Koeffizient 1, das Vorzeichen kommt vom Operator davor
       STORE-EXPR-TERM.
           IF EXPR-COUNT >= 10
               PERFORM EXPR-SYNTAX-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXPR-COEF-TOK
           MOVE SPACES TO EXPR-NAME-TOK
           UNSTRING EXPR-TOK DELIMITED BY "*" INTO
               EXPR-COEF-TOK EXPR-NAME-TOK
           ADD 1 TO EXPR-COUNT
           IF EXPR-NAME-TOK = SPACES
               MOVE EXPR-COEF-TOK TO EXPR-NAME(EXPR-COUNT)
               MOVE 1 TO EXPR-COEF(EXPR-COUNT)
           ELSE
               MOVE EXPR-NAME-TOK TO EXPR-NAME(EXPR-COUNT)
               MOVE EXPR-COEF-TOK TO PARSE-TOKEN
               MOVE 999999 TO PARSE-LIMIT
               PERFORM PARSE-NUMBER
      *        ein Koeffizient 0 ist entweder nicht numerisch oder
      *        ein Operand ohne Wirkung - beides ein Lieferfehler
               IF PARSE-NUMBER-VAL = 0 AND BLOCK-ERROR = 0
                   PERFORM EXPR-SYNTAX-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE PARSE-NUMBER-VAL TO EXPR-COEF(EXPR-COUNT)
           END-IF
           COMPUTE EXPR-COEF(EXPR-COUNT) =
               EXPR-COEF(EXPR-COUNT) * EXPR-SIGN
           MOVE 1 TO EXPR-SIGN
           MOVE 0 TO EXPR-WANT-TERM
           .

       EXPR-SYNTAX-ERROR.
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "INP-064" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[InputHandling.FOUND-EXPR] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: expr= Syntaxfehler bei " DELIMITED BY SIZE
               EXPR-TOK(1:20) DELIMITED BY SPACE
               "!" DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           MOVE 1 TO BLOCK-ERROR
           .

      * setzt Matrix A aus den Operanden des Ausdrucks zusammen: jeder
      * Operand wird wie bei EXPAND-CATALOG unter seinem Namen aus
      * catalog.dat gelesen, von seinem Block zaehlen nur die erste
      * "dim="-Zeile und die dichten Matrixzeilen danach (weitere
      * Optionszeilen des Komponentenblocks gelten fuer den
      * Ausdruck nicht). Alle Operanden muessen dieselbe Dimension
      * haben; der erste legt DIM-M fest. Ein folgender "dim="-Block
      * des Datensatzes eroeffnet wie gewohnt Matrix B. Im
      * Herkunftsarchiv steht die expr=-Zeile selbst (die Operanden
      * sind Katalogbestand und werden beim Wiedereinspielen erneut
      * gezogen, wie bei base=), dazu je Operand eine ###OPERAND-
      * Zeile mit Name, Koeffizient und Dimension
       EXPAND-EXPR.
           MOVE 0 TO EXPR-PENDING
           IF SEEN-DIM = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-066" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.EXPAND-EXPR] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: expr= nach dim= - Matrix A ist bereits"
                   " deklariert!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CATF
           IF CAT-STATUS NOT = "00"
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-015" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.EXPAND-EXPR] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Katalog catalog.dat konnte nicht"
                   " geoeffnet werden (Status " CAT-STATUS ")!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EXPR-K FROM 1 BY 1
                   UNTIL EXPR-K > EXPR-COUNT OR BLOCK-ERROR = 1
               PERFORM LOAD-EXPR-OPERAND
           END-PERFORM
           CLOSE CATF
           IF BLOCK-ERROR = 0
      *        Matrix A ist vollstaendig - fuer die Zeilenzahl-
      *        Pruefung in FOUND-NEW gilt sie als eingelesen
               MOVE 1 TO SEEN-DIM
               COMPUTE ROW = DIM-M + 1
               DISPLAY "Found expr dim " DIM-I
           END-IF
           .

      * liest den Operanden EXPR-K aus dem Katalog und addiert
      * Koeffizient mal Operand auf MATRIX
       LOAD-EXPR-OPERAND.
           MOVE EXPR-NAME(EXPR-K) TO CAT-NAME
           MOVE 0 TO CAT-SEQ
           START CATF KEY >= CAT-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO CAT-EOF
           MOVE 0 TO EXPR-DIM
           MOVE 1 TO EXPR-ROW
           MOVE 0 TO EXPR-LINES
           PERFORM UNTIL CAT-EOF = 1 OR BLOCK-ERROR = 1
               READ CATF NEXT
                   AT END MOVE 1 TO CAT-EOF
                   NOT AT END
                       IF CAT-NAME = EXPR-NAME(EXPR-K)
                           ADD 1 TO EXPR-LINES
                           PERFORM SCAN-EXPR-LINE
                       ELSE
                           MOVE 1 TO CAT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF BLOCK-ERROR = 1
               EXIT PARAGRAPH
           END-IF
           IF EXPR-LINES = 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-065" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.EXPAND-EXPR] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Operand " DELIMITED BY SIZE
                   EXPR-NAME(EXPR-K) DELIMITED BY SPACE
                   " nicht im Katalog!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF EXPR-DIM = 0 OR EXPR-ROW - 1 NOT = EXPR-DIM
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-065" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.EXPAND-EXPR] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Operand " DELIMITED BY SIZE
                   EXPR-NAME(EXPR-K) DELIMITED BY SPACE
                   " ohne dim= oder mit falscher Zeilenzahl!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE EXPR-COEF(EXPR-K) TO EXPR-COEF-DISP
           MOVE EXPR-DIM TO EXPR-DIM-DISP
           DISPLAY "expr-Operand " FUNCTION TRIM(EXPR-NAME(EXPR-K))
               " Koeffizient " FUNCTION TRIM(EXPR-COEF-DISP)
           IF PROV-OPEN = 1
               MOVE SPACES TO PROV-OUT
               STRING "###OPERAND " FUNCTION TRIM(EXPR-NAME(EXPR-K))
                   " KOEF=" FUNCTION TRIM(EXPR-COEF-DISP)
                   " DIM=" FUNCTION TRIM(EXPR-DIM-DISP)
                   DELIMITED BY SIZE INTO PROV-OUT
               WRITE PROV-LINE FROM PROV-OUT
           END-IF
           .

      * wertet eine Katalogzeile des Operanden aus: die erste dim=
      * legt seine Dimension fest (eine zweite beendet den A-Teil),
      * Optionszeilen werden uebergangen, Matrixzeilen aufaddiert
       SCAN-EXPR-LINE.
           MOVE 0 TO COUNTER
           INSPECT CAT-LINE TALLYING COUNTER FOR ALL "="
           EVALUATE TRUE
               WHEN CAT-LINE(1:10) = "=========="
                   MOVE 1 TO CAT-EOF
               WHEN CAT-LINE(1:4) = "dim=" AND EXPR-DIM > 0
                   MOVE 1 TO CAT-EOF
               WHEN CAT-LINE(1:4) = "dim="
                   COMPUTE EXPR-DIM = FUNCTION NUMVAL(CAT-LINE(5:20))
                   PERFORM CHECK-EXPR-DIM
               WHEN CAT-LINE(1:7) = "format="
                   MOVE 0 TO COUNTER
                   INSPECT CAT-LINE TALLYING COUNTER FOR ALL "triplet"
                   IF COUNTER > 0
                       MOVE 0 TO EXPR-DIM
                       MOVE 1 TO CAT-EOF
                   END-IF
               WHEN CAT-LINE = SPACES OR COUNTER > 0
                   CONTINUE
               WHEN EXPR-DIM = 0 OR EXPR-ROW > EXPR-DIM
      *            Matrixzeile vor dim= oder ueberzaehlig - die
      *            Zeilenzahl-Pruefung in LOAD-EXPR-OPERAND meldet es
                   ADD 1 TO EXPR-ROW
               WHEN OTHER
                   PERFORM ADD-EXPR-ROW
           END-EVALUATE
           .

      * die erste dim= legt DIM-M fest und leert Matrix A, jede
      * weitere muss dazu passen
       CHECK-EXPR-DIM.
           IF EXPR-K = 1
               IF EXPR-DIM = 0 OR EXPR-DIM > 2000
                   MOVE 0 TO EXPR-DIM
                   MOVE 1 TO CAT-EOF
                   EXIT PARAGRAPH
               END-IF
               MOVE EXPR-DIM TO DIM-M
               MOVE EXPR-DIM TO DIM-I
               PERFORM VARYING EXPR-ROW FROM 1 BY 1
                       UNTIL EXPR-ROW > DIM-M
                   PERFORM VARYING EXPR-COL FROM 1 BY 1
                           UNTIL EXPR-COL > DIM-M
                       MOVE 0 TO ELEM(EXPR-ROW, EXPR-COL)
                   END-PERFORM
               END-PERFORM
               MOVE 1 TO EXPR-ROW
               EXIT PARAGRAPH
           END-IF
           IF EXPR-DIM NOT = DIM-M
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE EXPR-DIM TO EXPR-DIM-DISP
               MOVE DIM-M TO DIM-M-DISP
               MOVE "INP-066" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.EXPAND-EXPR] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: Operand " DELIMITED BY SIZE
                   EXPR-NAME(EXPR-K) DELIMITED BY SPACE
                   " hat dim=" EXPR-DIM-DISP ", erwartet "
                   DIM-M-DISP "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           END-IF
           .

      * addiert Koeffizient mal Katalogzeile auf Zeile EXPR-ROW von A;
      * eine Zeile mit zu wenigen Werten bricht den Operanden ab
       ADD-EXPR-ROW.
           MOVE FUNCTION TRIM(CAT-LINE) TO EXPR-ROW-TEXT
           MOVE 1 TO EXPR-LINE-P
           PERFORM VARYING EXPR-COL FROM 1 BY 1
                   UNTIL EXPR-COL > EXPR-DIM OR CAT-EOF = 1
               MOVE SPACES TO DUMMY
               UNSTRING EXPR-ROW-TEXT DELIMITED BY ALL SPACE
                   INTO DUMMY WITH POINTER EXPR-LINE-P
               IF DUMMY = SPACES
                   MOVE 0 TO EXPR-DIM
                   MOVE 1 TO CAT-EOF
               ELSE
                   MOVE DUMMY TO PARSE-TOKEN
                   MOVE 999999999 TO PARSE-LIMIT
                   PERFORM PARSE-NUMBER
                   COMPUTE EXPR-PROD =
                       EXPR-COEF(EXPR-K) * PARSE-NUMBER-VAL
                   ADD EXPR-PROD TO ELEM(EXPR-ROW, EXPR-COL)
               END-IF
           END-PERFORM
           ADD 1 TO EXPR-ROW
           .

      * liest eine rechte Seite b fuer den Modus "SOLVE" ein - gleiche
      * Zeilenaufteilung wie die "x="-Zeile. Mehrere "b="-Zeilen im
      * selben Datensatz tragen mehrere Lastfaelle (siehe RHS-MULTI in
      * RhsVector.cpy): die Matrix wird einmal verarbeitet und gegen
      * jeden Lastvektor geloest, statt den Matrixblock je Lastfall in
      * input.txt zu duplizieren. Die erste Zeile landet zusaetzlich
      * in BVEC, damit der Einzelfall-Weg unveraendert bleibt
       FOUND-B.
           MOVE 1 TO SEEN-B
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "b=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO INPUT-LINE
      * Zum sicherstellen das der String numerisch ist
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES

           IF RHS-SET-COUNT >= 50
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-023" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.FOUND-B] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mehr als 50 b=-Zeilen im Datensatz!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           ELSE
               ADD 1 TO RHS-SET-COUNT
      *        bei einer zusammengesetzten Zeile auch den breiten
      *        Puffer vom Prefix befreien
               IF WIDE-ACTIVE = 1
                   INSPECT WIDE-LINE REPLACING FIRST "b=" BY "  "
               END-IF
               PERFORM APPLY-DELIMITERS
               MOVE DIM-M TO DIM-RHS
               MOVE 1 TO VECTOR-POINTER
               MOVE 1 TO WIDE-PTR
               MOVE 1 TO COUNTER
               MOVE 0 TO WIDE-SHORT
               PERFORM UNTIL COUNTER > DIM-RHS
                  IF WIDE-ACTIVE = 1
                      UNSTRING WIDE-LINE DELIMITED BY SPACES INTO
                      DUMMY WITH POINTER WIDE-PTR END-UNSTRING
                  ELSE
                      UNSTRING INPUT-LINE DELIMITED BY SPACES INTO
                      DUMMY WITH POINTER VECTOR-POINTER END-UNSTRING
                  END-IF
                  IF DUMMY = SPACES
                      MOVE 1 TO WIDE-SHORT
                  END-IF
                  MOVE DUMMY TO PARSE-TOKEN
                  MOVE 999999 TO PARSE-LIMIT
                  PERFORM PARSE-NUMBER
                  MOVE PARSE-NUMBER-VAL TO
                      BVEC-M(RHS-SET-COUNT, COUNTER)
                  IF RHS-SET-COUNT = 1
                      MOVE PARSE-NUMBER-VAL TO BVEC(COUNTER)
                  END-IF
                  MOVE SPACES TO DUMMY
                  ADD 1 TO COUNTER
               END-PERFORM
      *        auch eine zusammengesetzte rechte Seite muss exakt
      *        dim= Werte tragen - eine gekappte Lieferung darf
      *        keine Spalten verschieben
               IF WIDE-ACTIVE = 1
                   MOVE DIM-RHS TO WIDE-EXPECT
                   PERFORM CHECK-WIDE-ROW-COUNT
               END-IF
               DISPLAY "Found b (" RHS-SET-COUNT ")"
           END-IF
           .
      * liest den Startvektor aus der mit "x=file:" benannten externen
      * Datei ein, ein Wert je Zeile; die Datei wird fuer diesen
      * Datensatz frisch geoeffnet und danach sofort wieder geschlossen
       READ-XVECTOR-FILE.
           MOVE 0 TO XVEC-EOF
           MOVE 1 TO COUNTER
           OPEN INPUT XVECTORF
           IF XVEC-FILE-STATUS NOT = '00'
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-019" TO MESSAGE-CODE
               STRING "[InputHandling.FOUND-X] Satz " RECORD-NUM-DISP
                   DELIMITED BY SIZE
                   ": Error: Startvektor-Datei " XVEC-FILENAME
                   DELIMITED BY SIZE
                   " konnte nicht geoeffnet werden!" INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           ELSE
               PERFORM UNTIL XVEC-EOF = 1 OR COUNTER > DIM-I
                   READ XVECTORF
                       AT END MOVE 1 TO XVEC-EOF
                       NOT AT END
                           MOVE XVEC-LINE TO PARSE-TOKEN
                           MOVE 999999 TO PARSE-LIMIT
                           PERFORM PARSE-COMPLEX
                           MOVE PARSE-NUMBER-VAL TO XI(COUNTER)
                           MOVE XI(COUNTER) TO XI-ORIG(COUNTER)
                           IF PARSE-IS-COMPLEX = 1
                               MOVE 1 TO COMPLEX-INPUT
                           END-IF
                           MOVE PARSE-IMAG-VAL TO XI-IM(COUNTER)
                           MOVE PARSE-IMAG-VAL TO
                               XI-ORIG-IM(COUNTER)
                           ADD 1 TO COUNTER
                   END-READ
               END-PERFORM
               CLOSE XVECTORF
               DISPLAY "Found x from file " XVEC-FILENAME
           END-IF
           .
      * liest die Grenzen und die Schrittweite des Verschiebungs-
      * Scans ein (siehe SFROM-VALUE/STO-VALUE/SSTEP-VALUE in
      * Abbruch.cpy) - vorzeichenbehaftet wie die "s="-Zeile
       FOUND-SFROM.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "sfrom=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO SFROM-VALUE
           DISPLAY "Found sfrom " SFROM-VALUE
           .

       FOUND-STO.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "sto=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO STO-VALUE
           DISPLAY "Found sto " STO-VALUE
           .

       FOUND-SSTEP.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "sstep=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO SSTEP-VALUE
           DISPLAY "Found sstep " SSTEP-VALUE
           .

      * liest den Kreisfrequenzbereich des Frequenzgangs ein (siehe
      * FRF-FROM/FRF-TO/FRF-STEP in Abbruch.cpy) - in rad/s, die
      * Pruefung auf einen sinnvollen Bereich macht FOUND-NEW
       FOUND-WFROM.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "wfrom=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO FRF-FROM
           DISPLAY "Found wfrom " FRF-FROM
           .

       FOUND-WTO.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "wto=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO FRF-TO
           DISPLAY "Found wto " FRF-TO
           .

       FOUND-WSTEP.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "wstep=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO FRF-STEP
           DISPLAY "Found wstep " FRF-STEP
           .

      * liest die Freiheitsgrade ein, deren Amplitude der Frequenzgang
      * bzw. deren Verlauf der Modus "TRANSIENT" ausweist:
      * "resp=<i1> <i2> ..." - hoechstens 8, die Pruefung gegen dim=
      * macht FOUND-NEW (dim= kann spaeter im Block stehen)
       FOUND-RESP.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "resp=" BY SPACE
           PERFORM APPLY-DELIMITERS
           MOVE 1 TO VECTOR-POINTER
           MOVE SPACES TO DUMMY
           PERFORM UNTIL VECTOR-POINTER > 80
               UNSTRING INPUT-LINE DELIMITED BY SPACES INTO DUMMY
                   WITH POINTER VECTOR-POINTER END-UNSTRING
               IF DUMMY NOT = SPACES
                   IF FRF-DOF-COUNT >= 8
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE "INP-040" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[InputHandling.FOUND-RESP] Satz "
                           RECORD-NUM-DISP DELIMITED BY SIZE
                           ": Error: mehr als 8 Freiheitsgrade in"
                           " resp=!" DELIMITED BY SIZE
                           INTO ERRORMSG
                       DISPLAY ERRORMSG
                       MOVE 1 TO BLOCK-ERROR
                       MOVE 81 TO VECTOR-POINTER
                   ELSE
                       ADD 1 TO FRF-DOF-COUNT
                       COMPUTE FRF-DOF(FRF-DOF-COUNT) =
                           FUNCTION NUMVAL(DUMMY)
                       MOVE FRF-DOF(FRF-DOF-COUNT) TO
                           FRF-DOF-ORIG(FRF-DOF-COUNT)
                   END-IF
                   MOVE SPACES TO DUMMY
               END-IF
           END-PERFORM
           DISPLAY "Found resp (" FRF-DOF-COUNT " Freiheitsgrade)"
           .

      * Vollstaendigkeit eines mode=frf-Datensatzes, aus FOUND-NEW
       CHECK-FRF-BLOCK.
           IF GENERALIZED-DISABLED
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-037" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-FRF-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=frf braucht den Massenblock B"
                   " (zweites dim=)!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF SEEN-B = 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-038" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-FRF-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=frf ohne b=-Zeile, keine Last"
                   " vorhanden!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF FRF-STEP NOT > 0 OR FRF-FROM < 0 OR FRF-TO < FRF-FROM
              OR (FRF-TO - FRF-FROM) / FRF-STEP >= 200
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-039" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-FRF-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: wfrom=/wto=/wstep= ungueltig oder mehr"
                   " als 200 Schritte!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RESP-DOFS
           .

      * Antwort-Freiheitsgrade (resp=) des Frequenzgangs und des
      * Zeitverlaufs: ohne "resp=" die ersten bis zu 8, sonst muss
      * jeder genannte in der Matrix liegen
       CHECK-RESP-DOFS.
           IF FRF-DOF-COUNT = 0
               PERFORM VARYING COUNTER FROM 1 BY 1
                       UNTIL COUNTER > DIM-M OR COUNTER > 8
                   MOVE COUNTER TO FRF-DOF(COUNTER)
                   MOVE COUNTER TO FRF-DOF-ORIG(COUNTER)
                   MOVE COUNTER TO FRF-DOF-COUNT
               END-PERFORM
           END-IF
           PERFORM VARYING COUNTER FROM 1 BY 1
                   UNTIL COUNTER > FRF-DOF-COUNT
               IF FRF-DOF(COUNTER) < 1 OR FRF-DOF(COUNTER) > DIM-M
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-040" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.CHECK-RESP-DOFS] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: resp= nennt einen Freiheitsgrad"
                       " ausserhalb von dim=!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
                   MOVE 9 TO COUNTER
               END-IF
           END-PERFORM
           .

      * Vollstaendigkeit eines mode=transient-Datensatzes, aus
      * FOUND-NEW: der Anfangszustand muss geliefert sein (ein
      * Warmstart-Vektor waere ein Eigenvektor, kein Zustand), der
      * Zeitverlauf kennt keine Massenmatrix B, und dt= darf nicht
      * negativ sein - das waere ein Rueckwaertsschritt in der Zeit
       CHECK-TRANSIENT-BLOCK.
           IF SEEN-X = 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-042" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-TRANSIENT-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=transient ohne x=-Zeile, kein"
                   " Anfangszustand!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF GENERALIZED-ENABLED
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-043" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-TRANSIENT-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=transient erlaubt keinen zweiten"
                   " dim=-Block!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF TRN-DT < 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-041" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-TRANSIENT-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: dt= darf nicht negativ sein!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RESP-DOFS
           .

      * Vollstaendigkeit eines mode=lsq-Datensatzes bzw. einer
      * rechteckigen Matrix, aus FOUND-NEW: rows= und cols= gehoeren
      * zusammen und nur zur Ausgleichsrechnung, das System darf
      * nicht unterbestimmt sein (rows >= cols), und die rechte
      * Seite b= ist genau einmal zu liefern. Zweiter Block,
      * Triplet-/Element-Format, band=, s= und fix= setzen eine
      * quadratische Matrix voraus und sind ausgeschlossen
       CHECK-LSQ-BLOCK.
           IF (RECT-ROWS = 0 AND RECT-COLS > 0)
              OR (RECT-ROWS > 0 AND RECT-COLS = 0)
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-050" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-LSQ-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: rows= und cols= nur gemeinsam!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NOT MODE-LSQ
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-051" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-LSQ-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: rows=/cols= nur mit mode=lsq!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF RECT-ROWS < RECT-COLS
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-052" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-LSQ-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: rows= kleiner als cols=, System"
                   " unterbestimmt!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF SEEN-B = 0 OR RHS-SET-COUNT > 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-053" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-LSQ-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=lsq braucht genau eine b=-Zeile!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF GENERALIZED-ENABLED OR INPUT-FORMAT = "TRIPLET"
              OR ELEMENT-SEEN = 1 OR BAND-WIDTH > 0
              OR SHIFT-VALUE NOT = 0 OR FIX-COUNT > 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-054" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-LSQ-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: zweiter Block, triplet/elem=, band=,"
                   " s= und fix= nicht mit mode=lsq!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           END-IF
           .

      * Vertraeglichkeit der statischen Kondensation, aus FOUND-NEW:
      * gerechnet wird auf dem kondensierten Modell nur in den
      * Eigenwert-Modi (power, inverse, rayleigh, spectrum, lanczos,
      * condition, dazu validate) - Loesungs-, Zeitverlaufs-,
      * Frequenzgang- und die uebrigen Spezialmodi brauchen alle
      * Freiheitsgrade. sens= und tol= beziehen sich auf Positionen
      * bzw. Eintraege der vollen Matrix und sind ausgeschlossen
       CHECK-MASTER-BLOCK.
           IF ITER-MODE NOT = "POWER" AND ITER-MODE NOT = "VALIDATE"
              AND NOT MODE-EIGEN-DENSE AND NOT MODE-SPECTRUM
              AND NOT MODE-LANCZOS AND ITER-MODE NOT = "CONDITION"
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-059" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-MASTER-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: master= nicht mit mode=" DELIMITED BY SIZE
                   ITER-MODE DELIMITED BY SPACE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF SENS-COUNT > 0 OR TOL-PCT > 0
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-060" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-MASTER-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: sens= und tol= nicht mit master=!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           END-IF
           .

      * Vertraeglichkeit der getrennten Komponentenrechnung, aus
      * FOUND-NEW: je Block laeuft ein vollstaendiger Teil-Datensatz
      * (mode=power, inverse oder rayleigh) auf der gewoehnlichen
      * reellen Matrix. Ausgeschlossen sind der zweite Block (B
      * muesste mit zerlegt werden), Randbedingungen und Kondensation
      * (Nummerierung der vollen Matrix), Verschiebungs-Scan,
      * Toleranzband und Sensitivitaet (Eintraege der vollen Matrix)
      * sowie die Verkettung (ein Startvektor voller Laenge)
       CHECK-COMP-SPLIT-BLOCK.
           IF ITER-MODE NOT = "POWER" AND NOT MODE-EIGEN-DENSE
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-061" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-COMP-SPLIT-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: split=components nicht mit mode="
                   DELIMITED BY SIZE
                   ITER-MODE DELIMITED BY SPACE
                   "!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CPX-OPT-NAME
           EVALUATE TRUE
               WHEN GENERALIZED-ENABLED
                   MOVE "zweites dim=" TO CPX-OPT-NAME
               WHEN FIX-COUNT > 0
                   MOVE "fix=" TO CPX-OPT-NAME
               WHEN MASTER-COUNT > 0
                   MOVE "master=" TO CPX-OPT-NAME
               WHEN SSTEP-VALUE NOT = 0
                   MOVE "sstep=" TO CPX-OPT-NAME
               WHEN TOL-PCT > 0
                   MOVE "tol=" TO CPX-OPT-NAME
               WHEN SENS-COUNT > 0
                   MOVE "sens=" TO CPX-OPT-NAME
               WHEN CHAIN-NAME NOT = SPACES
                   MOVE "chain=" TO CPX-OPT-NAME
           END-EVALUATE
           IF CPX-OPT-NAME NOT = SPACES
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-062" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-COMP-SPLIT-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: " DELIMITED BY SIZE
                   CPX-OPT-NAME DELIMITED BY "  "
                   " nicht mit split=components!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           END-IF
           .

      * Vertraeglichkeit einer Modusliste, aus FOUND-NEW: Main rechnet
      * jeden Eintrag als eigenen Durchlauf auf derselben Matrix und
      * berichtet ihn unter eigenem Namen. Ausgeschlossen sind die
      * Modi, die weitere Bloecke oder eine rechte Seite verlangen
      * oder keinen Eigenwert liefern (solve, validate, steady,
      * quadratic, frf, transient, param, lsq), ebenso der zweite
      * Block, komplexe Eintraege, die Kondensation, die getrennte
      * Komponentenrechnung und die Verkettung (ein Ergebnis je
      * Name). Die Gleitkomma-Kette gibt es nur fuer mode=power - eine
      * Site-Vorgabe faellt wie in CHECK-ARITH-BLOCK still zurueck
       CHECK-MODE-LIST-BLOCK.
           MOVE SPACES TO CPX-OPT-NAME
           PERFORM VARYING MLIST-K FROM 1 BY 1
               UNTIL MLIST-K > MODE-LIST-COUNT
               EVALUATE MODE-LIST-ENTRY(MLIST-K)
                   WHEN "SOLVE"
                   WHEN "VALIDATE"
                   WHEN "STEADY"
                   WHEN "QUADRATIC"
                   WHEN "FRF"
                   WHEN "TRANSIENT"
                   WHEN "PARAM"
                   WHEN "LSQ"
                       IF CPX-OPT-NAME = SPACES
                           MOVE "mode=" TO CPX-OPT-NAME
                           MOVE MODE-LIST-ENTRY(MLIST-K)
                               TO CPX-OPT-NAME(6:7)
                       END-IF
                   WHEN "POWER"
                       CONTINUE
                   WHEN OTHER
                       IF ARITH-FLOAT AND ARITH-EXPLICIT = 0
                           DISPLAY "Site-Vorgabe arithmetic=float "
                               "nicht fuer die Modusliste - Festkomma"
                           MOVE 0 TO ARITH-MODE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF CPX-OPT-NAME = SPACES
               EVALUATE TRUE
                   WHEN GENERALIZED-ENABLED
                       MOVE "zweites dim=" TO CPX-OPT-NAME
                   WHEN COMPLEX-DATA
                       MOVE "komplex" TO CPX-OPT-NAME
                   WHEN MASTER-COUNT > 0
                       MOVE "master=" TO CPX-OPT-NAME
                   WHEN COMP-SPLIT-ENABLED
                       MOVE "split=" TO CPX-OPT-NAME
                   WHEN CHAIN-NAME NOT = SPACES
                       MOVE "chain=" TO CPX-OPT-NAME
                   WHEN RECT-ROWS > 0 OR RECT-COLS > 0
                       MOVE "rows=/cols=" TO CPX-OPT-NAME
               END-EVALUATE
           END-IF
           IF CPX-OPT-NAME = SPACES AND ARITH-FLOAT
               PERFORM VARYING MLIST-K FROM 1 BY 1
                   UNTIL MLIST-K > MODE-LIST-COUNT
                   IF MODE-LIST-ENTRY(MLIST-K) NOT = "POWER"
                       MOVE "arithmetic=" TO CPX-OPT-NAME
                   END-IF
               END-PERFORM
           END-IF
           IF CPX-OPT-NAME NOT = SPACES
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-068" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-MODE-LIST-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: " DELIMITED BY SIZE
                   CPX-OPT-NAME DELIMITED BY "  "
                   " nicht in einer Modusliste!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           END-IF
           .

      * Vertraeglichkeit der Gleitkomma-Arithmetik, aus FOUND-NEW: die
      * COMP-2-Kette fuehrt nur ueber CompressedRowStorage/
      * TripletToCRS, CRSMatrixVectorMultiply und Vectoriteration -
      * also mode=power ueber die normale, reelle CRS-Struktur. Ein
      * zweiter Block, band= und komplexe Eintraege laufen ueber
      * eigene, gepackt rechnende Programme. Hat der Block die
      * Arithmetik selbst gewaehlt, ist das ein Datensatzfehler; eine
      * Site-Vorgabe faellt fuer ihn dagegen still auf Festkomma
      * zurueck, damit sie nicht jeden anderen Modus lahmlegt
       CHECK-ARITH-BLOCK.
           MOVE SPACES TO CPX-OPT-NAME
           EVALUATE TRUE
               WHEN ITER-MODE NOT = "POWER"
                   MOVE "mode=" TO CPX-OPT-NAME
                   MOVE ITER-MODE TO CPX-OPT-NAME(6:7)
               WHEN GENERALIZED-ENABLED
                   MOVE "zweites dim=" TO CPX-OPT-NAME
               WHEN BAND-WIDTH > 0
                   MOVE "band=" TO CPX-OPT-NAME
               WHEN COMPLEX-DATA
                   MOVE "komplex" TO CPX-OPT-NAME
           END-EVALUATE
           IF CPX-OPT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ARITH-EXPLICIT = 0
               DISPLAY "Site-Vorgabe arithmetic=float nicht fuer "
                   CPX-OPT-NAME " - Festkomma"
               MOVE 0 TO ARITH-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "INP-063" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[InputHandling.CHECK-ARITH-BLOCK] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: " DELIMITED BY SIZE
               CPX-OPT-NAME DELIMITED BY "  "
               " nicht mit arithmetic=float!" DELIMITED BY SIZE
               INTO ERRORMSG
           DISPLAY ERRORMSG
           MOVE 1 TO BLOCK-ERROR
           .

      * Wertebereich der Matrix A, aus FOUND-NEW: ELEM fasst zehn
      * Vorkommastellen, die gepackt rechnenden Programme (Validation,
      * CRS-VAL, Vectoriteration im Festkomma, ...) aber nur neun.
      * Werte ueber 999.999.999 sind daher nur erlaubt, wenn der Block
      * am Ende unter arithmetic=float laeuft - auch eine Site-Vorgabe,
      * die CHECK-ARITH-BLOCK auf Festkomma zurueckgenommen hat, traegt
      * sie nicht mehr
       CHECK-WIDE-BLOCK.
           MOVE WIDE-REC TO RECORD-NUM-DISP
           MOVE "INP-020" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[InputHandling.CHECK-WIDE-BLOCK] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: Wert ueber 999999999 nur mit arithmetic=float!"
               DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           MOVE 1 TO BLOCK-ERROR
           .

      * Vertraeglichkeit eines komplexen Datensatzes, aus FOUND-NEW:
      * MATRIX-IM reicht nur bis dim=1000, gerechnet wird allein die
      * komplexe Vectoriteration (mode=power, dazu mode=validate fuer
      * die reine Pruefung), und alle Optionen, deren Programme nur
      * den Realteil kennen (zweiter Block, rechteckige Matrix,
      * Band-/Element-/Delta-Aufbau, Skalierung, Umordnung,
      * Randbedingungen, Mehrfachlaeufe, Verschiebungs-Scan,
      * Toleranzband, Verkettung, Aitken, Grobphase, Sensitivitaet)
      * sind ausgeschlossen. s= bleibt erlaubt - die Verschiebung
      * trifft nur die reelle Diagonale
       CHECK-COMPLEX-BLOCK.
           IF DIM-M > 1000
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-055" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-COMPLEX-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: komplexe Eintraege nur bis dim=1000!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF ITER-MODE NOT = "POWER" AND ITER-MODE NOT = "VALIDATE"
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-056" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-COMPLEX-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: komplex nur mit mode=power/validate!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CPX-OPT-NAME
           EVALUATE TRUE
               WHEN GENERALIZED-ENABLED
                   MOVE "zweites dim=" TO CPX-OPT-NAME
               WHEN RECT-ROWS > 0 OR RECT-COLS > 0
                   MOVE "rows=/cols=" TO CPX-OPT-NAME
               WHEN BAND-WIDTH > 0
                   MOVE "band=" TO CPX-OPT-NAME
               WHEN ELEMENT-SEEN = 1
                   MOVE "elem=" TO CPX-OPT-NAME
               WHEN BASE-NAME NOT = SPACES
                   MOVE "base=" TO CPX-OPT-NAME
               WHEN SCALE-ENABLED
                   MOVE "scale=" TO CPX-OPT-NAME
               WHEN REORDER-ENABLED
                   MOVE "reorder=" TO CPX-OPT-NAME
               WHEN FIX-COUNT > 0
                   MOVE "fix=" TO CPX-OPT-NAME
               WHEN MASTER-COUNT > 0
                   MOVE "master=" TO CPX-OPT-NAME
               WHEN TOPK > 1
                   MOVE "topk=" TO CPX-OPT-NAME
               WHEN STARTS-COUNT > 1
                   MOVE "starts=" TO CPX-OPT-NAME
               WHEN SSTEP-VALUE NOT = 0
                   MOVE "sstep=" TO CPX-OPT-NAME
               WHEN TOL-PCT > 0
                   MOVE "tol=" TO CPX-OPT-NAME
               WHEN CHAIN-NAME NOT = SPACES
                   MOVE "chain=" TO CPX-OPT-NAME
               WHEN AITKEN-MODE NOT = 0
                   MOVE "aitken=" TO CPX-OPT-NAME
               WHEN EPSILON-COARSE > 0
                   MOVE "ecoarse=" TO CPX-OPT-NAME
               WHEN SENS-COUNT > 0
                   MOVE "sens=" TO CPX-OPT-NAME
               WHEN COMP-SPLIT-ENABLED
                   MOVE "split=" TO CPX-OPT-NAME
               WHEN ARITH-FLOAT AND ARITH-EXPLICIT = 1
                   MOVE "arithmetic=" TO CPX-OPT-NAME
               WHEN SYMFIX-TOL > 0
                   MOVE "symfix=" TO CPX-OPT-NAME
           END-EVALUATE
           IF CPX-OPT-NAME NOT = SPACES
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-057" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-COMPLEX-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: " DELIMITED BY SIZE
                   CPX-OPT-NAME DELIMITED BY "  "
                   " nicht mit komplexer Matrix!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
           END-IF
           .

      * Vollstaendigkeit eines mode=param-Datensatzes, aus FOUND-NEW:
      * ohne zweiten "dim="-Block keine Aenderungsmatrix A1, der
      * Parameterbereich muss aufsteigen (p darf negativ sein) und
      * passt mit hoechstens 50 Schritten in die Kurventabelle
       CHECK-PARAM-BLOCK.
           IF GENERALIZED-DISABLED
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-044" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-PARAM-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mode=param braucht die Aenderungsmatrix"
                   " A1 (zweites dim=)!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF PAR-STEP NOT > 0 OR PAR-TO < PAR-FROM
              OR (PAR-TO - PAR-FROM) / PAR-STEP >= 50
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-045" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.CHECK-PARAM-BLOCK] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: pfrom=/pto=/pstep= ungueltig oder mehr"
                   " als 50 Schritte!" DELIMITED BY SIZE
                   INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           .

      * liest die Schrittweite der Verlaufsdatei des Modus "TRANSIENT"
      * ein (jeder every=-te Schritt, siehe TRN-EVERY in Abbruch.cpy)
       FOUND-EVERY.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "every=" BY SPACE
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(INPUT-LINE) TO TRN-EVERY
           DISPLAY "Found every " TRN-EVERY
           .

      * liest die Zeitschrittweite des impliziten Schritts im Modus
      * "TRANSIENT" ein (siehe TRN-DT in Abbruch.cpy)
       FOUND-DT.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "dt=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO TRN-DT
           DISPLAY "Found dt " TRN-DT
           .

      * liest den Parameterbereich der Parameterstudie ein (siehe
      * PAR-FROM/PAR-TO/PAR-STEP in Abbruch.cpy), die Pruefung auf
      * einen sinnvollen Bereich macht CHECK-PARAM-BLOCK
       FOUND-PFROM.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "pfrom=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO PAR-FROM
           DISPLAY "Found pfrom " PAR-FROM
           .

       FOUND-PTO.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "pto=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO PAR-TO
           DISPLAY "Found pto " PAR-TO
           .

       FOUND-PSTEP.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "pstep=" BY SPACE
           MOVE FUNCTION TRIM(INPUT-LINE) TO PARSE-TOKEN
           MOVE 999999999 TO PARSE-LIMIT
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO PAR-STEP
           DISPLAY "Found pstep " PAR-STEP
           .

      * liest den Namen des frueheren Datensatzes dieses Laufs ein,
           DISPLAY "Found budget " BUDGET-SECS
           .

      * liest die Prioritaetsklasse des Datensatzes ein (1 bis 9,
      * 1 = kritisch) - ausserhalb davon bleibt es mit Hinweis bei
      * der Vorgabe 5, genau wie PriorityPlan.cbl die Zeile beim
      * Festlegen der Reihenfolge auslegt
       FOUND-PRIORITY.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "priority=" BY SPACE
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(INPUT-LINE) TO PRIO-VALUE
           IF PRIO-VALUE < 1 OR PRIO-VALUE > 9
               DISPLAY "priority= ausserhalb 1-9, Vorgabe 5 gilt"
               MOVE 5 TO DS-PRIORITY
           ELSE
               MOVE PRIO-VALUE TO DS-PRIORITY
           END-IF
           DISPLAY "Found priority " DS-PRIORITY
           .

      * liest eine Randbedingungszeile ein: "fix=<i1> <i2> ..." nennt
      * die eingespannten Freiheitsgrade; mehrere fix=-Zeilen im
      * Block sammeln sich in FIX-IDX (Obergrenze 200 Eintraege).
           DISPLAY "Found fix (" FIX-COUNT " Freiheitsgrade gesamt)"
           .

      * liest eine Master-Zeile der statischen Kondensation ein:
      * "master=<i1> <i2> ..." nennt die Freiheitsgrade, auf die A
      * (und B) kondensiert werden; mehrere master=-Zeilen im Block
      * sammeln sich wie bei fix= in MASTER-IDX (Obergrenze 200).
      * Die Kondensation selbst macht GuyanReduction, von MAIN nach
      * der Randbedingungs-Reduktion gerufen
       FOUND-MASTER.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "master=" BY SPACE
           PERFORM APPLY-DELIMITERS
           MOVE 1 TO VECTOR-POINTER
           MOVE SPACES TO DUMMY
           PERFORM UNTIL VECTOR-POINTER > 80
               UNSTRING INPUT-LINE DELIMITED BY SPACES INTO DUMMY
                   WITH POINTER VECTOR-POINTER END-UNSTRING
               IF DUMMY NOT = SPACES
                   IF MASTER-COUNT >= 200
                       MOVE RECORD-NUM TO RECORD-NUM-DISP
                       MOVE "INP-058" TO MESSAGE-CODE
                       MOVE SPACES TO ERRORMSG
                       STRING "[InputHandling.FOUND-MASTER] Satz "
                           RECORD-NUM-DISP DELIMITED BY SIZE
                           ": Error: mehr als 200 Master-"
                           "Freiheitsgrade!" DELIMITED BY SIZE
                           INTO ERRORMSG
                       DISPLAY ERRORMSG
                       MOVE 1 TO BLOCK-ERROR
                       MOVE 81 TO VECTOR-POINTER
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       COMPUTE MASTER-IDX(MASTER-COUNT) =
                           FUNCTION NUMVAL(DUMMY)
                   END-IF
                   MOVE SPACES TO DUMMY
               END-IF
           END-PERFORM
           DISPLAY "Found master (" MASTER-COUNT
               " Freiheitsgrade gesamt)"
           .

      * liest eine Element-Beitragszeile ein:
      * "elem=<k> <i1>..<ik> <v11>..<vkk>" - k beteiligte
      * Freiheitsgrad-Indizes, danach der kxk-Beitragsblock
                               MOVE 1 TO BLOCK-ERROR
                           ELSE
                               MOVE DUMMY TO PARSE-TOKEN
                               MOVE ENTRY-LIMIT TO PARSE-LIMIT
                               PERFORM PARSE-NUMBER
                               COMPUTE ELEM(ELEM-IDX(ELEM-I),
                                   ELEM-IDX(ELEM-J)) =
                                   ELEM(ELEM-IDX(ELEM-I),
                                   ELEM-IDX(ELEM-J))
                                   + PARSE-NUMBER-VAL
                               MOVE ELEM(ELEM-IDX(ELEM-I),
                                   ELEM-IDX(ELEM-J)) TO WIDE-CELL
                               PERFORM COUNT-WIDE-CELL
                               ADD 1 TO CHECK-RUN-COUNT
                               ADD PARSE-NUMBER-VAL TO CHECK-RUN-SUM
                           END-IF
           DISPLAY "Found aitken " AITKEN-MODE
           .

      * liest die Erklaerung "herm=1" ein: die komplexe Matrix ist
      * hermitesch (A = A^H) - Validation prueft das statt der
      * Symmetrie, und der Eigenwert wird reell ausgewiesen. Die
      * Erklaerung macht den Datensatz auch ohne einen einzigen
      * komplexen Eintrag (rein reell-symmetrische Admittanz) zum
      * komplexen Datensatz
       FOUND-HERM.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "herm=" BY SPACE
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(INPUT-LINE) TO HERM-DECLARED
           IF HERM-DECLARED NOT = 0
               MOVE 1 TO HERM-DECLARED
               MOVE 1 TO COMPLEX-INPUT
           END-IF
           DISPLAY "Found herm " HERM-DECLARED
           .

      * liest die Anregungsrichtung e fuer die modalen
      * Beteiligungsfaktoren des verallgemeinerten Eigenwertproblems
      * ein - gleiche Zeilenaufteilung wie die "b="-Zeile
           DISPLAY "Found refine " REFINE-LIMIT
           .

      * liest das Loesungsverfahren des Modus "SOLVE" ein: "cg" fuer
      * die konjugierten Gradienten, alles andere bleibt beim
      * Jacobi-Verfahren
       FOUND-SOLVER.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "=cg"
           IF COUNTER > 0
               MOVE "CG" TO SOLVER-METHOD
           ELSE
               MOVE "JACOBI" TO SOLVER-METHOD
           END-IF
           DISPLAY "Found solver " SOLVER-METHOD
           .

      * liest die untere Intervallgrenze fuer den Spektrum-Scheiben-
      * Modus (mode=slice) ein - vorzeichenbehaftet, daher ueber
      * PARSE-NUMBER wie die "s="-Zeile
           DISPLAY "Found scale " SCALE-MODE
           .

      * liest die Arithmetik der CRS-Kette ein: "arithmetic=float"
      * (COMP-2) oder "arithmetic=fixed" (gepackt, Standard) - die
      * Zeile ueberschreibt die Site-Vorgabe ARITH-DEFAULT
       FOUND-ARITH.
           MOVE 1 TO ARITH-EXPLICIT
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "float"
           IF COUNTER > 0
               MOVE 1 TO ARITH-MODE
           ELSE
               MOVE 0 TO ARITH-MODE
           END-IF
           DISPLAY "Found arithmetic " ARITH-MODE
           .

      * liest die Toleranz der Symmetrisierung ein (absolute
      * Differenz |a_ij - a_ji|, bis zu der A durch (A + A')/2
      * ersetzt wird)
       FOUND-SYMFIX.
      * Prefix eliminieren
           INSPECT INPUT-LINE REPLACING ALL "symfix=" BY SPACE
           INSPECT INPUT-LINE REPLACING LEADING SPACE BY ZEROES
           MOVE FUNCTION NUMVAL(INPUT-LINE) TO SYMFIX-TOL
           DISPLAY "Found symfix " SYMFIX-TOL
           .

      * liest die Kontrollsummen des Absenders ein: Anzahl der
      * Matrixwerte und deren Summe, leerzeichengetrennt
       FOUND-CHECKSUM.
               MOVE 1 TO BLOCK-ERROR
               MOVE 0 TO PARSE-NUMBER-VAL
           ELSE
               MOVE PARSE-WIDE TO PARSE-NUMBER-VAL
               IF PARSE-LIMIT = ENTRY-LIMIT
                   MOVE PARSE-NUMBER-VAL TO WIDE-CELL
                   PERFORM COUNT-WIDE-CELL
               END-IF
           END-IF
           .

      * merkt einen Matrix-A-Wert (WIDE-CELL) ueber 999.999.999 fuer
      * CHECK-WIDE-BLOCK vor - aus PARSE-NUMBER und nach dem
      * Aufaddieren von elem=- und DMIG-Beitraegen
       COUNT-WIDE-CELL.
           IF WIDE-CELL > 999999999 OR WIDE-CELL < -999999999
               IF WIDE-COUNT = 0
                   MOVE RECORD-NUM TO WIDE-REC
               END-IF
               ADD 1 TO WIDE-COUNT
           END-IF
           .

      * zerlegt einen Matrix- oder Startvektor-Token, der auch
      * komplex sein darf: a+bi, a-bi, bi, -i, auch mit j statt i und
      * mit Exponenten (1.5E-3+2E+1i). Ohne i/j am Ende laeuft der
      * Token unveraendert durch PARSE-NUMBER. Sonst wird am letzten
      * Vorzeichen getrennt, das weder am Tokenanfang steht noch zu
      * einem Exponenten gehoert; fehlt es, ist der Token rein
      * imaginaer. Ein Imaginaerteil ohne Ziffern (i, +i, -i) hat den
      * Betrag 1. Ergebnis: PARSE-NUMBER-VAL (Realteil),
      * PARSE-IMAG-VAL (Imaginaerteil) und PARSE-IS-COMPLEX
       PARSE-COMPLEX.
           MOVE 0 TO PARSE-IMAG-VAL
           MOVE 0 TO PARSE-IS-COMPLEX
           MOVE FUNCTION TRIM(PARSE-TOKEN) TO CPX-TOKEN
           MOVE 0 TO CPX-LEN
           INSPECT CPX-TOKEN TALLYING CPX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF CPX-LEN = 0
               PERFORM PARSE-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF CPX-TOKEN(CPX-LEN:1) NOT = "i" AND NOT = "j"
              AND NOT = "I" AND NOT = "J"
               PERFORM PARSE-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PARSE-IS-COMPLEX
           MOVE SPACE TO CPX-TOKEN(CPX-LEN:1)
           SUBTRACT 1 FROM CPX-LEN
           MOVE 0 TO CPX-SPLIT
           PERFORM VARYING CPX-P FROM CPX-LEN BY -1
                   UNTIL CPX-P < 2 OR CPX-SPLIT > 0
               IF (CPX-TOKEN(CPX-P:1) = "+" OR "-")
                  AND CPX-TOKEN(CPX-P - 1:1) NOT = "E"
                  AND CPX-TOKEN(CPX-P - 1:1) NOT = "e"
                   MOVE CPX-P TO CPX-SPLIT
               END-IF
           END-PERFORM
           MOVE SPACES TO CPX-RE-TOK
           MOVE SPACES TO CPX-IM-TOK
           IF CPX-SPLIT > 0
               MOVE CPX-TOKEN(1:CPX-SPLIT - 1) TO CPX-RE-TOK
               MOVE CPX-TOKEN(CPX-SPLIT:) TO CPX-IM-TOK
           ELSE
               MOVE "0" TO CPX-RE-TOK
               MOVE CPX-TOKEN TO CPX-IM-TOK
           END-IF
           IF CPX-IM-TOK = SPACES OR CPX-IM-TOK = "+"
               MOVE "1" TO CPX-IM-TOK
           END-IF
           IF CPX-IM-TOK = "-"
               MOVE "-1" TO CPX-IM-TOK
           END-IF
           MOVE CPX-RE-TOK TO PARSE-TOKEN
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO CPX-RE-VAL
           MOVE CPX-IM-TOK TO PARSE-TOKEN
           PERFORM PARSE-NUMBER
           MOVE PARSE-NUMBER-VAL TO PARSE-IMAG-VAL
           MOVE CPX-RE-VAL TO PARSE-NUMBER-VAL
           .

      * legt den Imaginaerteil eines komplexen Matrixeintrags
      * (Zelle CPX-ROW/CPX-COL) in MATRIX-IM ab - die Tabelle reicht
      * nur bis 1000 x 1000 (siehe InputMatrixIm.cpy), ein groesserer
      * komplexer Datensatz wird beim ersten komplexen Eintrag
      * abgewiesen, statt ueber das Tabellenende zu schreiben
       STORE-COMPLEX-ELEM.
           MOVE 1 TO COMPLEX-INPUT
           IF DIM-M > 1000 OR CPX-ROW > 1000 OR CPX-COL > 1000
               IF BLOCK-ERROR = 0
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-055" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.STORE-COMPLEX-ELEM] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: komplexe Eintraege nur bis dim=1000!"
                       DELIMITED BY SIZE INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
           ELSE
               MOVE PARSE-IMAG-VAL TO ELEM-IM(CPX-ROW, CPX-COL)
           END-IF
           .

               MOVE 1 TO BLOCK-ERROR
           ELSE
               MOVE TRIP-VAL-TOK TO PARSE-TOKEN
               MOVE ENTRY-LIMIT TO PARSE-LIMIT
               PERFORM PARSE-COMPLEX
               MOVE PARSE-NUMBER-VAL TO ELEM(TRIP-ROW,
                   TRIP-COL)
               IF PARSE-IS-COMPLEX = 1
                   MOVE TRIP-ROW TO CPX-ROW
                   MOVE TRIP-COL TO CPX-COL
                   PERFORM STORE-COMPLEX-ELEM
               END-IF
               ADD 1 TO CHECK-RUN-COUNT
               ADD PARSE-NUMBER-VAL TO CHECK-RUN-SUM
      *        Eintrag zusaetzlich in den Rohbestand fuer den direkten
               END-IF
           END-IF
           .
      * liest den Namen der DMIG-Matrix fuer A ("dmiga=") bzw. B
      * ("dmigb=") - eine B-Matrix macht den Block zum
      * verallgemeinerten Eigenwertproblem A*x = lambda*B*x. Ohne
      * dmiga= gilt die erste DMIG-Matrix des Blocks als A
       FOUND-DMIG-NAME.
           MOVE 0 TO COUNTER
           INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "dmigb="
           IF COUNTER > 0
               INSPECT INPUT-LINE REPLACING ALL "dmigb=" BY SPACE
               MOVE FUNCTION TRIM(INPUT-LINE) TO DMIG-B-NAME
               INSPECT DMIG-B-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Found dmigb " DMIG-B-NAME
           ELSE
               INSPECT INPUT-LINE REPLACING ALL "dmiga=" BY SPACE
               MOVE FUNCTION TRIM(INPUT-LINE) TO DMIG-A-NAME
               INSPECT DMIG-A-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Found dmiga " DMIG-A-NAME
           END-IF
           .

      * liest eine DMIG-Karte im Format DMIG: "DMIG" bzw. "DMIG*"
      * in Feld 1 eroeffnet eine neue Kartenfolge (Klein- bzw.
      * Grossfeld), "+" oder leeres Feld 1 bzw. "*" setzt die
      * laufende fort - die Kennung der Fortsetzung in Spalte 73-80
      * wird wie beim Strukturrechner nicht ausgewertet, die Karten
      * muessen in ihrer Reihenfolge stehen. Kommentarkarten ("$")
      * und Leerzeilen werden ueberlesen; freies Format (Kommas)
      * wird nicht verstanden
       FOUND-DMIG-CARD.
           IF INPUT-LINE = SPACES OR INPUT-LINE(1:1) = "$"
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-LINE(1:8) TO DMIG-FIELD1
           INSPECT DMIG-FIELD1 CONVERTING "dmig" TO "DMIG"
           EVALUATE TRUE
               WHEN DMIG-FIELD1(1:5) = "DMIG*"
                   MOVE 16 TO DMIG-FLD-W
                   MOVE 4 TO DMIG-FLD-N
                   PERFORM DMIG-START-CARD
               WHEN DMIG-FIELD1(1:4) = "DMIG"
                AND DMIG-FIELD1(5:1) = SPACE
                   MOVE 8 TO DMIG-FLD-W
                   MOVE 8 TO DMIG-FLD-N
                   PERFORM DMIG-START-CARD
               WHEN DMIG-FIELD1(1:1) = "*" AND DMIG-LF > 0
                   MOVE 16 TO DMIG-FLD-W
                   MOVE 4 TO DMIG-FLD-N
               WHEN (DMIG-FIELD1(1:1) = "+" OR DMIG-FIELD1(1:1) = SPACE)
                AND DMIG-LF > 0
                   MOVE 8 TO DMIG-FLD-W
                   MOVE 8 TO DMIG-FLD-N
               WHEN OTHER
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-069" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.FOUND-DMIG-CARD] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: keine DMIG-Karte bzw. Fortsetzung"
                       " ohne Startkarte: " DELIMITED BY SIZE
                       DMIG-FIELD1 DELIMITED BY SPACE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING DMIG-FLD-K FROM 1 BY 1
                   UNTIL DMIG-FLD-K > DMIG-FLD-N OR BLOCK-ERROR = 1
               COMPUTE DMIG-FLD-P = 9 + (DMIG-FLD-K - 1) * DMIG-FLD-W
               MOVE SPACES TO DMIG-FIELD
               MOVE INPUT-LINE(DMIG-FLD-P:DMIG-FLD-W) TO DMIG-FIELD
               PERFORM DMIG-TAKE-FIELD
               ADD 1 TO DMIG-LF
           END-PERFORM
           .

       DMIG-START-CARD.
           MOVE 2 TO DMIG-LF
           MOVE SPACES TO DMIG-TARGET
           MOVE 0 TO DMIG-HEADER
           MOVE 0 TO DMIG-GI-SET
           .

      * wertet das Feld DMIG-LF der laufenden Kartenfolge aus: der
      * Name bestimmt das Ziel, die Kopfkarte (GJ = 0) liefert Form
      * und Zahltyp, jede Spaltenkarte die Eintraege ihrer Spalte
      * GJ/CJ als Vierergruppen GI, CI, AI, BI
       DMIG-TAKE-FIELD.
           IF DMIG-LF = 2
               MOVE FUNCTION TRIM(DMIG-FIELD) TO DMIG-CUR-NAME
               INSPECT DMIG-CUR-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF DMIG-A-NAME = SPACES
                   MOVE DMIG-CUR-NAME TO DMIG-A-NAME
               END-IF
               EVALUATE TRUE
                   WHEN DMIG-CUR-NAME = DMIG-A-NAME
                       MOVE "A" TO DMIG-TARGET
                   WHEN DMIG-CUR-NAME = DMIG-B-NAME
                       MOVE "B" TO DMIG-TARGET
                   WHEN OTHER
                       MOVE SPACES TO DMIG-TARGET
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
      *    Karten einer nicht angeforderten Matrix bleiben ungelesen
           IF DMIG-TARGET = SPACE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DMIG-LF = 3
                   PERFORM DMIG-GET-INT
                   IF DMIG-INT-OK = 0 OR DMIG-INT > 99999999
                       PERFORM DMIG-FIELD-ERROR
                   ELSE
                       IF DMIG-INT = 0
                           MOVE 1 TO DMIG-HEADER
                       ELSE
                           MOVE DMIG-INT TO DMIG-GJ
                       END-IF
                   END-IF
               WHEN DMIG-LF = 4
                   PERFORM DMIG-GET-INT
                   IF DMIG-HEADER = 1
                       IF DMIG-INT-OK = 0 OR DMIG-INT > 99
                           PERFORM DMIG-FIELD-ERROR
                       ELSE
                           MOVE DMIG-INT TO DMIG-IFO
                       END-IF
                   ELSE
                       IF DMIG-INT-OK = 0 OR DMIG-INT > 6
                           PERFORM DMIG-FIELD-ERROR
                       ELSE
                           MOVE DMIG-INT TO DMIG-CJ
                       END-IF
                   END-IF
               WHEN DMIG-LF = 5
                   IF DMIG-HEADER = 1
                       PERFORM DMIG-GET-INT
                       IF DMIG-INT-OK = 0 OR DMIG-INT > 99
                           PERFORM DMIG-FIELD-ERROR
                       ELSE
                           MOVE DMIG-INT TO DMIG-TIN
                           PERFORM DMIG-CHECK-HEADER
                       END-IF
                   END-IF
      *        TOUT, POLAR und NCOL der Kopfkarte sind ohne Belang
               WHEN DMIG-HEADER = 1
                   CONTINUE
               WHEN OTHER
                   COMPUTE DMIG-Q = FUNCTION MOD(DMIG-LF - 6, 4)
                   EVALUATE DMIG-Q
                       WHEN 0
                           IF DMIG-FIELD = SPACES
                               MOVE 0 TO DMIG-GI-SET
                           ELSE
                               PERFORM DMIG-GET-INT
                               IF DMIG-INT-OK = 0 OR DMIG-INT = 0
                                  OR DMIG-INT > 99999999
                                   PERFORM DMIG-FIELD-ERROR
                               ELSE
                                   MOVE DMIG-INT TO DMIG-GI
                                   MOVE 0 TO DMIG-CI
                                   MOVE 1 TO DMIG-GI-SET
                               END-IF
                           END-IF
                       WHEN 1
                           IF DMIG-GI-SET = 1
                               PERFORM DMIG-GET-INT
                               IF DMIG-INT-OK = 0 OR DMIG-INT > 6
                                   PERFORM DMIG-FIELD-ERROR
                               ELSE
                                   MOVE DMIG-INT TO DMIG-CI
                               END-IF
                           END-IF
                       WHEN 2
                           IF DMIG-GI-SET = 1
                               PERFORM DMIG-TAKE-VALUE
                               IF BLOCK-ERROR = 0
                                   PERFORM DMIG-STORE-ENTRY
                               END-IF
                           END-IF
      *                BI (Imaginaerteil) kommt nur bei TIN 3/4 vor,
      *                die DMIG-CHECK-HEADER bereits abweist
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           .

      * Ganzzahlfeld DMIG-FIELD nach DMIG-INT; leer gilt als 0,
      * DMIG-INT-OK = 0 fuer ein nicht ganzzahliges oder negatives
      * Feld
       DMIG-GET-INT.
           MOVE 0 TO DMIG-INT
           MOVE 1 TO DMIG-INT-OK
           IF DMIG-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(DMIG-FIELD) NOT = 0
               MOVE 0 TO DMIG-INT-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE DMIG-INT = FUNCTION NUMVAL(DMIG-FIELD)
           IF DMIG-INT < 0
              OR DMIG-INT NOT = FUNCTION NUMVAL(DMIG-FIELD)
               MOVE 0 TO DMIG-INT-OK
           END-IF
           .

       DMIG-FIELD-ERROR.
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "INP-070" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[InputHandling.DMIG-TAKE-FIELD] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: DMIG-Feld '" DELIMITED BY SIZE
               FUNCTION TRIM(DMIG-FIELD) DELIMITED BY SIZE
               "' ist kein gueltiger Gitterpunkt/Komponente/Typ!"
               DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           MOVE 1 TO BLOCK-ERROR
           .

      * Kopfkarte der Ziel-Matrix: nur quadratische (IFO 1) und
      * symmetrische (IFO 6) Matrizen mit reellen Werten (TIN 1/2) -
      * eine Rechteckmatrix hat kein Eigenwertproblem, komplexe
      * DMIG-Werte traegt die Matrix-B-Seite nicht
       DMIG-CHECK-HEADER.
           IF (DMIG-IFO NOT = 1 AND DMIG-IFO NOT = 6)
              OR (DMIG-TIN NOT = 1 AND DMIG-TIN NOT = 2)
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-071" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.DMIG-CHECK-HEADER] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: DMIG " DELIMITED BY SIZE
                   DMIG-CUR-NAME DELIMITED BY SPACE
                   " - nur IFO 1/6 und reelle TIN 1/2 zulaessig!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF DMIG-TARGET = "A"
               MOVE 1 TO DMIG-HDR-A
               MOVE DMIG-IFO TO DMIG-IFO-A
           ELSE
               MOVE 1 TO DMIG-HDR-B
               MOVE DMIG-IFO TO DMIG-IFO-B
           END-IF
           .

      * setzt eine NASTRAN-Realzahl in die Exponentenform um: "D"
      * wird "E", ein Vorzeichen mitten im Feld ohne vorangehendes
      * E ist der verkuerzte Exponent ("1.5+3" = 1.5E+3, "-2.-4" =
      * -2.E-4). Ein leeres Wertfeld ist 0
       DMIG-TAKE-VALUE.
           MOVE FUNCTION TRIM(DMIG-FIELD) TO DMIG-NUM-IN
           INSPECT DMIG-NUM-IN CONVERTING "dDe" TO "EEE"
           MOVE SPACES TO DMIG-NUM-OUT
           MOVE 0 TO DMIG-NUM-Q
           MOVE SPACE TO DMIG-NUM-PREV
           PERFORM VARYING DMIG-NUM-P FROM 1 BY 1 UNTIL DMIG-NUM-P > 16
               MOVE DMIG-NUM-IN(DMIG-NUM-P:1) TO DMIG-NUM-CH
               IF (DMIG-NUM-CH = "+" OR DMIG-NUM-CH = "-")
                  AND DMIG-NUM-P > 1 AND DMIG-NUM-PREV NOT = "E"
                   ADD 1 TO DMIG-NUM-Q
                   MOVE "E" TO DMIG-NUM-OUT(DMIG-NUM-Q:1)
               END-IF
               IF DMIG-NUM-CH NOT = SPACE
                   ADD 1 TO DMIG-NUM-Q
                   MOVE DMIG-NUM-CH TO DMIG-NUM-OUT(DMIG-NUM-Q:1)
               END-IF
               MOVE DMIG-NUM-CH TO DMIG-NUM-PREV
           END-PERFORM
           MOVE DMIG-NUM-OUT TO DMIG-NUM-CHK
           INSPECT DMIG-NUM-CHK CONVERTING "0123456789+-.E" TO
               "              "
           IF DMIG-NUM-CHK NOT = SPACES
               PERFORM DMIG-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF DMIG-NUM-OUT = SPACES
               MOVE 0 TO PARSE-NUMBER-VAL
           ELSE
               MOVE DMIG-NUM-OUT TO PARSE-TOKEN
               MOVE ENTRY-LIMIT TO PARSE-LIMIT
               PERFORM PARSE-NUMBER
           END-IF
           .

       DMIG-STORE-ENTRY.
           IF DMIG-ENTRY-COUNT >= 60000
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-072" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.DMIG-STORE-ENTRY] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mehr als 60000 DMIG-Eintraege im Block!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DMIG-ENTRY-COUNT
           MOVE DMIG-TARGET TO DE-TARGET(DMIG-ENTRY-COUNT)
           MOVE DMIG-GI TO DE-GI(DMIG-ENTRY-COUNT)
           MOVE DMIG-CI TO DE-CI(DMIG-ENTRY-COUNT)
           MOVE DMIG-GJ TO DE-GJ(DMIG-ENTRY-COUNT)
           MOVE DMIG-CJ TO DE-CJ(DMIG-ENTRY-COUNT)
           MOVE PARSE-NUMBER-VAL TO DE-VAL(DMIG-ENTRY-COUNT)
           ADD 1 TO CHECK-RUN-COUNT
           ADD PARSE-NUMBER-VAL TO CHECK-RUN-SUM
           .

      * Blockende im Format DMIG (aus FOUND-NEW): alle Gitterpunkt/
      * Komponente-Paare der Ziel-Matrizen aufsteigend nummerieren,
      * daraus die Dimension setzen und die gesammelten Eintraege in
      * A bzw. B eintragen - mehrfach genannte Eintraege werden wie
      * beim Strukturrechner aufaddiert, bei IFO 6 wird das
      * gelieferte Dreieck gespiegelt. Die Zuordnung geht fuer den
      * Report nach RET-DMIG-MAP
       FINISH-DMIG.
      *    Dimension und Reihenfolge der Freiheitsgrade entstehen erst
      *    hier - Zeilen, die beides schon beim Lesen voraussetzen,
      *    passen nicht in einen DMIG-Block
           IF SEEN-DIM = 1 OR SEEN-X = 1 OR SEEN-B = 1
              OR DIM-EDIR > 0 OR ELEMENT-SEEN = 1
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-074" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.FINISH-DMIG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: dim=/x=/b=/edir=/elem= nicht mit"
                   " format=dmig!"
                   DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DMIG-COUNT-A
           MOVE 0 TO DMIG-COUNT-B
           PERFORM VARYING DMIG-E FROM 1 BY 1
                   UNTIL DMIG-E > DMIG-ENTRY-COUNT
               IF DE-TARGET(DMIG-E) = "A"
                   ADD 1 TO DMIG-COUNT-A
               ELSE
                   ADD 1 TO DMIG-COUNT-B
               END-IF
           END-PERFORM
           IF DMIG-COUNT-A = 0 OR DMIG-HDR-A = 0
               MOVE DMIG-A-NAME TO DMIG-CUR-NAME
               PERFORM DMIG-MISSING-ERROR
               EXIT PARAGRAPH
           END-IF
           IF DMIG-B-NAME NOT = SPACES
              AND (DMIG-COUNT-B = 0 OR DMIG-HDR-B = 0)
               MOVE DMIG-B-NAME TO DMIG-CUR-NAME
               PERFORM DMIG-MISSING-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO DMIG-KEY-COUNT
           PERFORM VARYING DMIG-E FROM 1 BY 1
                   UNTIL DMIG-E > DMIG-ENTRY-COUNT OR BLOCK-ERROR = 1
               COMPUTE DMIG-SKEY = DE-GI(DMIG-E) * 10 + DE-CI(DMIG-E)
               PERFORM DMIG-INSERT-KEY
               IF BLOCK-ERROR = 0
                   COMPUTE DMIG-SKEY =
                       DE-GJ(DMIG-E) * 10 + DE-CJ(DMIG-E)
                   PERFORM DMIG-INSERT-KEY
               END-IF
           END-PERFORM
           IF BLOCK-ERROR = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO SEEN-DIM
           MOVE DMIG-KEY-COUNT TO DIM-M
           MOVE DMIG-KEY-COUNT TO DIM-I
           PERFORM VARYING DMIG-E FROM 1 BY 1
                   UNTIL DMIG-E > DMIG-ENTRY-COUNT
               COMPUTE DMIG-SKEY = DE-GI(DMIG-E) * 10 + DE-CI(DMIG-E)
               PERFORM DMIG-FIND-KEY
               MOVE DMIG-POS TO DMIG-ROW
               COMPUTE DMIG-SKEY = DE-GJ(DMIG-E) * 10 + DE-CJ(DMIG-E)
               PERFORM DMIG-FIND-KEY
               MOVE DMIG-POS TO DMIG-COL
               IF DE-TARGET(DMIG-E) = "A"
                   ADD DE-VAL(DMIG-E) TO ELEM(DMIG-ROW, DMIG-COL)
                   IF DMIG-IFO-A = 6 AND DMIG-ROW NOT = DMIG-COL
                       ADD DE-VAL(DMIG-E) TO ELEM(DMIG-COL, DMIG-ROW)
                   END-IF
                   MOVE ELEM(DMIG-ROW, DMIG-COL) TO WIDE-CELL
                   PERFORM COUNT-WIDE-CELL
               ELSE
                   ADD DE-VAL(DMIG-E) TO ELEMB(DMIG-ROW, DMIG-COL)
                   IF DMIG-IFO-B = 6 AND DMIG-ROW NOT = DMIG-COL
                       ADD DE-VAL(DMIG-E) TO ELEMB(DMIG-COL, DMIG-ROW)
                   END-IF
               END-IF
           END-PERFORM
      *    die B-Matrix traegt dieselbe Nummerierung wie A - ihr
      *    Zeilenabgleich in FOUND-NEW gilt damit als erfuellt
           IF DMIG-B-NAME NOT = SPACES
               MOVE 1 TO GENERALIZED-MODE
               MOVE DIM-M TO DIM-B
               COMPUTE ROWB = DIM-B + 1
           END-IF
           MOVE DMIG-KEY-COUNT TO RET-DMIG-COUNT
           PERFORM VARYING DMIG-K FROM 1 BY 1
                   UNTIL DMIG-K > DMIG-KEY-COUNT
               COMPUTE DM-GRID(DMIG-K) = DMIG-KEY(DMIG-K) / 10
               COMPUTE DM-COMP(DMIG-K) =
                   DMIG-KEY(DMIG-K) - DM-GRID(DMIG-K) * 10
           END-PERFORM
           DISPLAY "Found DMIG " DMIG-A-NAME " " DMIG-B-NAME
               " dim " DIM-M
           .

       DMIG-MISSING-ERROR.
           MOVE RECORD-NUM TO RECORD-NUM-DISP
           MOVE "INP-073" TO MESSAGE-CODE
           MOVE SPACES TO ERRORMSG
           STRING "[InputHandling.FINISH-DMIG] Satz "
               RECORD-NUM-DISP DELIMITED BY SIZE
               ": Error: DMIG-Matrix " DELIMITED BY SIZE
               DMIG-CUR-NAME DELIMITED BY SPACE
               " ohne Kopfkarte oder ohne Eintraege im Block!"
               DELIMITED BY SIZE INTO ERRORMSG
           DISPLAY ERRORMSG
           MOVE 1 TO BLOCK-ERROR
           .

      * binaere Suche von DMIG-SKEY in der sortierten Schluesselliste:
      * DMIG-FOUND = 1 und DMIG-POS die Fundstelle, sonst DMIG-POS
      * die Einfuegestelle
       DMIG-FIND-KEY.
           MOVE 0 TO DMIG-FOUND
           MOVE 1 TO DMIG-LO
           MOVE DMIG-KEY-COUNT TO DMIG-HI
           PERFORM UNTIL DMIG-LO > DMIG-HI OR DMIG-FOUND = 1
               COMPUTE DMIG-MID = (DMIG-LO + DMIG-HI) / 2
               IF DMIG-KEY(DMIG-MID) = DMIG-SKEY
                   MOVE 1 TO DMIG-FOUND
                   MOVE DMIG-MID TO DMIG-POS
               ELSE
                   IF DMIG-KEY(DMIG-MID) < DMIG-SKEY
                       COMPUTE DMIG-LO = DMIG-MID + 1
                   ELSE
                       COMPUTE DMIG-HI = DMIG-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           IF DMIG-FOUND = 0
               MOVE DMIG-LO TO DMIG-POS
           END-IF
           .

       DMIG-INSERT-KEY.
           PERFORM DMIG-FIND-KEY
           IF DMIG-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           IF DMIG-KEY-COUNT >= 2000
               MOVE RECORD-NUM TO RECORD-NUM-DISP
               MOVE "INP-072" TO MESSAGE-CODE
               MOVE SPACES TO ERRORMSG
               STRING "[InputHandling.FINISH-DMIG] Satz "
                   RECORD-NUM-DISP DELIMITED BY SIZE
                   ": Error: mehr als 2000 DMIG-Freiheitsgrade im"
                   " Block!" DELIMITED BY SIZE INTO ERRORMSG
               DISPLAY ERRORMSG
               MOVE 1 TO BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DMIG-K FROM DMIG-KEY-COUNT BY -1
                   UNTIL DMIG-K < DMIG-POS
               MOVE DMIG-KEY(DMIG-K) TO DMIG-KEY(DMIG-K + 1)
           END-PERFORM
           MOVE DMIG-SKEY TO DMIG-KEY(DMIG-POS)
           ADD 1 TO DMIG-KEY-COUNT
           .
      * liest eine Ueberschreibungszeile "row col value" einer
      * Delta-Lieferung (base=) ein und SETZT den Wert an der
      * genannten Stelle der materialisierten Basis - anders als die
               MOVE 1 TO BLOCK-ERROR
           ELSE
               MOVE TRIP-VAL-TOK TO PARSE-TOKEN
               MOVE ENTRY-LIMIT TO PARSE-LIMIT
               PERFORM PARSE-NUMBER
               MOVE PARSE-NUMBER-VAL TO ELEM(TRIP-ROW, TRIP-COL)
               ADD 1 TO DELTA-COUNT
      *        weiterreichen. SEEN-DIM = 0 erkennt das zuverlaessig, da
      *        eine erste "dim="-Zeile die einzige Voraussetzung ist,
      *        um ueberhaupt Matrixzeilen sinnvoll einzulesen
      *        Format DMIG: Dimension und Matrizen entstehen erst
      *        jetzt aus den gesammelten Karten, vor allen Abgleichen
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND INPUT-FORMAT = "DMIG"
                   PERFORM FINISH-DMIG
               END-IF
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND SEEN-DIM = 0
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
      *        Dasselbe fuer den Block der Daempfungsmatrix C, dazu
      *        die Zuordnung zum Modus: C gibt es nur im quadratischen
      *        Modus, und der braucht alle drei Bloecke K, M und C
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND DAMPING-ENABLED
                  AND ROWC - 1 NOT = DIM-C
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   COMPUTE ROWS-READ-DISP = ROWC - 1
                   MOVE DIM-C TO DIM-M-DISP
                   MOVE "INP-032" TO MESSAGE-CODE
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP
                       DELIMITED BY SIZE
                       ": Error: cdim=" DIM-M-DISP DELIMITED BY SIZE
                       " aber " ROWS-READ-DISP
                       " Matrix-C-Zeile(n) gefunden!" INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND DAMPING-ENABLED
                  AND DIM-C NOT = DIM-M
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-033" TO MESSAGE-CODE
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP
                       DELIMITED BY SIZE
                       ": Error: Matrix C hat eine andere Dimension als"
                       " Matrix A!" INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND DAMPING-ENABLED AND NOT MODE-QUADRATIC
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-034" TO MESSAGE-CODE
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP
                       DELIMITED BY SIZE
                       ": Error: Matrix-C-Block (Daempfung) nur mit"
                       " mode=quadratic!" INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-QUADRATIC AND DAMPING-DISABLED
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-035" TO MESSAGE-CODE
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP
                       DELIMITED BY SIZE
                       ": Error: mode=quadratic braucht drei"
                       " Matrixbloecke (K, M, C)!" INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
      *        Analoge Pruefung fuer TRIPLET-Datensaetze: die Anzahl der
      *        tatsaechlich gelesenen Tripel-Zeilen muss zur deklarierten
      *        "nnz="-Anzahl passen, sonst bleibt ein falsches nnz=
                       END-IF
                   END-IF
               END-IF
      *        Frequenzgang: braucht die Massenmatrix B, eine Last
      *        "b=" und einen aufsteigenden Bereich mit hoechstens
      *        200 Schritten; die Antwort-Freiheitsgrade muessen in
      *        der Matrix liegen, ohne "resp=" gelten die ersten bis
      *        zu 8
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-FRF
                   PERFORM CHECK-FRF-BLOCK
               END-IF
      *        Zeitverlauf: dt= nicht negativ, Verlaufskomponenten
      *        wie beim Frequenzgang
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-TRANSIENT
                   PERFORM CHECK-TRANSIENT-BLOCK
               END-IF
      *        Parameterstudie: braucht die Aenderungsmatrix A1 als
      *        zweiten Block und einen aufsteigenden Bereich mit
      *        hoechstens 50 Schritten
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-PARAM
                   PERFORM CHECK-PARAM-BLOCK
               END-IF
      *        Stabilitaetsurteil: nur fuer die Systemmatrix allein,
      *        ein zweiter Block (verallgemeinertes Problem) wird
      *        nicht stillschweigend uebergangen
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-STABILITY AND GENERALIZED-ENABLED
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-046" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: mode=stability erlaubt keinen"
                       " zweiten dim=-Block!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
      *        Konnektivitaet: die Laplace-Matrix allein; s= und fix=
      *        zerstoeren die Nullzeilensummen und damit den bekannten
      *        konstanten Nullvektor, den FiedlerVector abspaltet
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-FIEDLER AND GENERALIZED-ENABLED
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-047" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: mode=fiedler erlaubt keinen"
                       " zweiten dim=-Block!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-FIEDLER
                  AND (SHIFT-VALUE NOT = 0 OR FIX-COUNT > 0)
                   MOVE RECORD-NUM TO RECORD-NUM-DISP
                   MOVE "INP-048" TO MESSAGE-CODE
                   MOVE SPACES TO ERRORMSG
                   STRING "[InputHandling.FOUND-NEW] Satz "
                       RECORD-NUM-DISP DELIMITED BY SIZE
                       ": Error: s= und fix= sind mit mode=fiedler"
                       " nicht zulaessig!" DELIMITED BY SIZE
                       INTO ERRORMSG
                   DISPLAY ERRORMSG
                   MOVE 1 TO BLOCK-ERROR
               END-IF
      *        Ausgleichsrechnung: rows=/cols= nur gemeinsam und nur
      *        mit mode=lsq, dazu genau eine rechte Seite b=
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND (MODE-LSQ OR RECT-ROWS > 0 OR RECT-COLS > 0)
                   PERFORM CHECK-LSQ-BLOCK
               END-IF
      *        komplexe Eintraege bzw. herm=1: nur bis dim=1000, nur
      *        mode=power/validate und ohne die reell rechnenden
      *        Optionen
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND COMPLEX-DATA
                   PERFORM CHECK-COMPLEX-BLOCK
               END-IF
      *        statische Kondensation (master=): nur fuer die
      *        Eigenwert-Modi, deren Ergebnis die niedrigen Moden des
      *        kondensierten Modells sinnvoll abbildet
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MASTER-COUNT > 0
                   PERFORM CHECK-MASTER-BLOCK
               END-IF
      *        getrennte Rechnung der Komponenten (split=components):
      *        nur fuer die Eigenwert-Modi mit einem Eigenpaar je
      *        Block und ohne die Optionen, die sich auf die volle
      *        Matrix beziehen
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND COMP-SPLIT-ENABLED
                   PERFORM CHECK-COMP-SPLIT-BLOCK
               END-IF
      *        Modusliste (mode=power,inverse,...): nur Eigenwert-
      *        Modi auf einer einzelnen reellen, quadratischen Matrix
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND MODE-LIST-COUNT > 1
                   PERFORM CHECK-MODE-LIST-BLOCK
               END-IF
      *        Gleitkomma-Arithmetik (arithmetic=float): nur fuer die
      *        Wege ueber Vectoriteration und die normale CRS-Struktur
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND ARITH-FLOAT
                   PERFORM CHECK-ARITH-BLOCK
               END-IF
      *        Matrixwerte ueber 999.999.999 traegt nur die
      *        Gleitkomma-Kette
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND WIDE-COUNT > 0 AND NOT ARITH-FLOAT
                   PERFORM CHECK-WIDE-BLOCK
               END-IF
               IF BLOCK-ERROR = 0 AND DATASET-NOT-SKIPPED
                  AND ITER-MODE = "SOLVE"
                  AND SEEN-B = 0
               EXIT PARAGRAPH
           END-IF
           IF PROV-OPEN = 0
               IF SANDBOX-DIR NOT = SPACES
                   MOVE SPACES TO PROV-FILENAME
                   STRING FUNCTION TRIM(SANDBOX-DIR) "/provenance.txt"
                       DELIMITED BY SIZE INTO PROV-FILENAME
               ELSE
                   MOVE "provenance.txt" TO PROV-FILENAME
               END-IF
               OPEN EXTEND PROVF
               IF PROV-STATUS = "35"
                   OPEN OUTPUT PROVF
                   OPEN EXTEND PROVF
               END-IF
               IF PROV-STATUS NOT = "00"
                   DISPLAY "Warnung: " FUNCTION TRIM(PROV-FILENAME)
                       " nicht beschreibbar (Status " PROV-STATUS ")"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO PROV-OPEN
               STRING "###ANFANG RUN=" RUN-ID " SATZ="
                   FUNCTION TRIM(RECORD-NUM-DISP)
                   DELIMITED BY SIZE INTO PROV-OUT
               IF SANDBOX-DIR NOT = SPACES
                   STRING FUNCTION TRIM(PROV-OUT) " SANDBOX"
                       DELIMITED BY SIZE INTO PROV-OUT
               END-IF
               WRITE PROV-LINE FROM PROV-OUT
           END-IF
           IF WIDE-ACTIVE = 1
