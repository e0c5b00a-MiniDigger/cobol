               05 N PIC 9(06) COMP-3.
      *        Abbruchschranke fuer die Vectoriteration
               05 EPSILON PIC S9(04)V9(09) COMP-3.
      *        Rueckgabe: gefundener Eigenwert - dreizehn Vorkomma-
      *        stellen wie EW in Vectoriteration, damit ein Eigenwert
      *        ab 10**9 aus der Gleitkomma-Kette (ARITH-FLOAT) nicht
      *        als Ueberlauf endet; dreizehn Stellen passen gerade
      *        noch in das EW-Feld des Warehouse-Extrakts
               05 RET-EW PIC S9(13)V9(16) COMP-3.
      *        Rueckgabe: Anzahl der tatsaechlich benoetigten Iterationen
               05 RET-ITER PIC 9(06) COMP-3.
      *        Rueckgabe: Differenz der letzten beiden EW-Schaetzungen
      *            Verstaerkungsmass, wo der dominante Eigenwert
      *            untertreibt; siehe SingularIteration.cbl
                   88 MODE-SINGULAR VALUE "SINGULAR".
      *            Lanczos-Modus (mode=lanczos): baut ueber die
      *            CRS-Multiplikation allein eine Krylov-Basis auf und
      *            liefert die per "topk=" angeforderte Zahl extremer
      *            Eigenpaare samt Eigenvektor und Residuum in
      *            EIGENLIST - fuer grosse duennbesetzte symmetrische
      *            Modelle jenseits der Grenze des Spektrum-Modus,
      *            siehe LanczosIteration.cbl
                   88 MODE-LANCZOS VALUE "LANCZOS".
      *            Quadratischer Modus (mode=quadratic): gedaempfte
      *            Systeme (K + lambda*C + lambda**2*M) x = 0 mit K =
      *            MATRIX, M = MATRIXB und C = MATRIXC aus dem dritten
      *            "dim="-Block; dicht ueber die Linearisierung auf
      *            doppelte Dimension, siehe QuadraticEigen.cbl
                   88 MODE-QUADRATIC VALUE "QUADRATIC".
      *            Frequenzgang (mode=frf): (A - w**2*B) x = b ueber
      *            den Frequenzbereich "wfrom="/"wto="/"wstep=" mit
      *            A = Steifigkeit, B = Masse (zweiter "dim="-Block)
      *            und der Last aus der "b="-Zeile; Amplituden an den
      *            per "resp=" gewaehlten Freiheitsgraden,
      *            Resonanzspitzen gegen die Eigenkreisfrequenzen des
      *            Paares (A,B) geprueft, siehe FrequencyResponse.cbl
                   88 MODE-FRF VALUE "FRF".
      *            Zeitverlauf (mode=transient): x(k+1) = A*x(k) ueber
      *            die CRS-Kette bzw. mit "dt=" implizit fuer steife
      *            Systeme, ausgehend vom "x="-Startvektor ueber
      *            hoechstens N Schritte; Verlaufsdatei der "resp="-
      *            Komponenten, Einschwingzeitpunkt gegen EPSILON,
      *            siehe TransientResponse.cbl
                   88 MODE-TRANSIENT VALUE "TRANSIENT".
      *            Parameterstudie (mode=param): A(p) = A0 + p*A1 mit
      *            A0 = MATRIX und der Aenderungsmatrix A1 aus dem
      *            zweiten "dim="-Block (MATRIXB) ueber "pfrom="/
      *            "pto="/"pstep="; die "topk=" groessten Eigenwerte
      *            werden von Schritt zu Schritt verfolgt, Kreuzungen
      *            und Ausweichen (veering) gemeldet, siehe
      *            ParametricStudy.cbl
                   88 MODE-PARAM VALUE "PARAM".
      *            Stabilitaetsurteil (mode=stability): rechtester
      *            Eigenwert (groesster Realteil, spektrale Abszisse)
      *            der Systemmatrix dx/dt = A*x aus dem vollen
      *            Spektrum samt komplexer Paare, Urteil STABLE/
      *            UNSTABLE/MARGINAL mit Reserve, siehe
      *            StabilityCheck.cbl
                   88 MODE-STABILITY VALUE "STABILITY".
      *            Algebraische Konnektivitaet (mode=fiedler): zweit-
      *            kleinster Eigenwert der Laplace-Matrix eines Netzes
      *            (Fiedler-Wert) samt Vektor, der bekannte konstante
      *            Nullvektor wird abgespalten; Zweiteilung der Knoten
      *            nach dem Vorzeichen mit Zahl der Schnittkanten,
      *            siehe FiedlerVector.cbl
                   88 MODE-FIEDLER VALUE "FIEDLER".
      *            Ausgleichsrechnung (mode=lsq): ueberbestimmtes
      *            System A*x = b mit rows= Gleichungen und cols=
      *            Unbekannten (rows >= cols), Loesung im Sinne der
      *            kleinsten Fehlerquadrate samt Residuen je Zeile,
      *            siehe LeastSquares.cbl
                   88 MODE-LSQ VALUE "LSQ".
      *        Rueckgaben des Modus "CONDITION": dominanter und
      *        betragskleinster Eigenwert desselben Datensatzes sowie
      *        deren Betragsverhaeltnis als Konditionszahl; RET-COND
      *        bleibt 0, wenn der betragskleinste Eigenwert 0 ist
      *        (Kondition dann nicht berechenbar, Matrix singulaer)
               05 RET-EW-MAX PIC S9(13)V9(16) COMP-3.
               05 RET-EW-MIN PIC S9(13)V9(16) COMP-3.
               05 RET-COND PIC S9(09)V9(06) COMP-3.
      *        1 = MAIN hat nach erkannter Oszillation die Unterraum-
      *        Iteration (SubspaceIteration.cbl) als Rueckfallebene
      *        [min(d_i - r_i); max(d_i + r_i)] - jeder reelle
      *        Eigenwert von MATRIX muss darin liegen. MAIN prueft
      *        RET-EW nach der Iteration dagegen und macht einen
      *        Treffer ausserhalb zum harten Abstimmfehler. Vierzehn
      *        Vorkommastellen bei gleicher Feldlaenge, damit die
      *        Zeilensummen eines Blocks mit arithmetic=float (Werte
      *        bis 9.999.999.999) nicht abgeschnitten werden
               05 RET-GERSH-LO PIC S9(14)V9(11) COMP-3.
               05 RET-GERSH-HI PIC S9(14)V9(11) COMP-3.
               05 RET-COMPLEX PIC 9 VALUE 0.
                   88 COMPLEX-PAIR VALUE 1.
                   88 NO-COMPLEX-PAIR VALUE 0.
      *        dem ersten Lauf uebereinstimmt (einschliesslich des
      *        ersten), und die Spannweite (max - min) aller Laeufe
               05 RET-STARTS-AGREE PIC 9(02) VALUE 0.
               05 RET-STARTS-SPREAD PIC S9(13)V9(16) COMP-3.
      *        Laufende Satznummer in input.txt, von InputHandling bei
      *        jedem READ hochgezaehlt; dient dazu jede ERRORMSG mit
      *        der Fundstelle zu kennzeichnen
      *        angefuehrt vom dominanten aus RET-EW; per "topk=" Zeile
      *        im Block gesetzt, Default 1 (nur der dominante
      *        Eigenwert, unveraendertes Verhalten). Nur wirksam fuer
      *        ITER-MODE = "POWER" ohne Verschiebung (SHIFT-VALUE = 0);
      *        im Modus "LANCZOS" die Zahl der gelieferten Eigenpaare
               05 TOPK PIC 9(03) VALUE 1.
      *        Rueckgabe von InputHandling: 1 = der Datensatz enthielt
      *        einen zweiten "dim="/Matrixzeilen-Block und damit eine
               05 GENERALIZED-MODE PIC 9 VALUE 0.
                   88 GENERALIZED-ENABLED VALUE 1.
                   88 GENERALIZED-DISABLED VALUE 0.
      *        Rueckgabe von InputHandling: 1 = der Datensatz enthielt
      *        einen dritten "dim="/Matrixzeilen-Block und damit eine
      *        Daempfungsmatrix C fuer das quadratische Eigenwert-
      *        problem (siehe InputMatrixC.cpy); per Datensatz
      *        zurueckgesetzt
               05 DAMPING-MODE PIC 9 VALUE 0.
                   88 DAMPING-ENABLED VALUE 1.
                   88 DAMPING-DISABLED VALUE 0.
      *        Schreibt, wenn gesetzt, die von CompressedRowStorage
      *        gebaute CRS-VALS/CRS-COLS/CRS-ROW-PTR Struktur direkt
      *        nach output.txt, damit die duennbesetzte Kodierung ohne
               05 RET-SINGULAR PIC 9 VALUE 0.
                   88 PIVOT-COLLAPSED VALUE 1.
                   88 PIVOT-NOT-COLLAPSED VALUE 0.
      *        Loesungsverfahren des Modus "SOLVE", per "solver=" Zeile
      *        im Block gesetzt: "JACOBI" (Default, unveraendertes
      *        Verhalten - verlangt Diagonaldominanz) oder "CG" fuer
      *        das vorkonditionierte Verfahren der konjugierten
      *        Gradienten auf symmetrisch positiv definiten Systemen,
      *        die die Dominanzpruefung nicht bestehen (siehe
      *        LinearSolve.cbl); Validation verzichtet fuer "CG" auf
      *        die Dominanzforderung
               05 SOLVER-METHOD PIC X(06) VALUE "JACOBI".
                   88 SOLVER-JACOBI VALUE "JACOBI".
                   88 SOLVER-CG VALUE "CG".
      *        Hoechstzahl der Nachiterationsdurchlaeufe des Modus
      *        "SOLVE" (iterative refinement, siehe LinearSolve.cbl):
      *        per "refine=" Zeile im Block gesetzt, Default 0 (aus,
               05 BASE-NAME PIC X(30) VALUE SPACES.
               05 RET-BASE-LINES PIC 9(06) COMP-3 VALUE 0.
               05 RET-DELTA-COUNT PIC 9(06) COMP-3 VALUE 0.
      *        Herkunft eines per catalog=/base= gezogenen Blocks:
      *        Katalogname und Version aus catalog_hist.dat (0 =
      *        Eintrag ohne Versionsgeschichte) - geht mit dem Ergebnis
      *        nach results.dat und in die Mitschrift (KATALOG=)
               05 RET-CAT-NAME PIC X(30) VALUE SPACES.
               05 RET-CAT-VER PIC 9(04) VALUE 0.
      *        Verschiebungs-Scan (Zeilen "sfrom="/"sto="/"sstep="):
      *        statt eines einzelnen s=-Laufs faehrt MAIN die
      *        verschobene Iteration einmal je Schrittweite ueber den
                   10 SW-EW PIC S9(09)V9(16) COMP-3.
                   10 SW-ITER PIC 9(06) COMP-3.
                   10 SW-CONV PIC 9.
      *        Frequenzgang (mode=frf, siehe FrequencyResponse.cbl):
      *        Kreisfrequenzbereich in rad/s aus den Zeilen "wfrom=",
      *        "wto=" und "wstep=", hoechstens 200 Schritte. "resp="
      *        waehlt bis zu 8 Freiheitsgrade fuer die Amplituden
      *        (ohne "resp=": die ersten bis zu 8) - dieselbe
      *        Liste waehlt im Modus "TRANSIENT" die Komponenten der
      *        Verlaufsdatei; FRF-DOF-ORIG
      *        behaelt die Nummer vor einer fix=-Reduktion fuer den
      *        Report. Je Schritt Kreisfrequenz, groesste Amplitude
      *        der gewaehlten Freiheitsgrade, die Amplituden selbst
      *        und die Merker "singulaer" (Schritt trifft eine
      *        Eigenkreisfrequenz exakt, A - w**2*B nicht
      *        invertierbar) und "Spitze". Je Resonanzspitze der
      *        Schritt, die naechstgelegene Eigenkreisfrequenz des
      *        Paares (A,B) und der Abstand dazu; bestaetigt ist eine
      *        Spitze, wenn dieser Abstand hoechstens eine
      *        Schrittweite betraegt. FRF-EIG-UNSEEN zaehlt die
      *        Eigenkreisfrequenzen im Bereich ohne Spitze (Last
      *        orthogonal zur Schwingungsform oder Amplitude an den
      *        gewaehlten Freiheitsgraden 0)
               05 FRF-FROM PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 FRF-TO PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 FRF-STEP PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 FRF-DOF-COUNT PIC 9(02) COMP-3 VALUE 0.
               05 FRF-DOF PIC 9(04) COMP-3 OCCURS 8 TIMES.
               05 FRF-DOF-ORIG PIC 9(04) COMP-3 OCCURS 8 TIMES.
               05 FRF-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 FRF-ENTRY OCCURS 200 TIMES.
                   10 FR-OMEGA PIC S9(09)V9(16) COMP-3.
                   10 FR-MAX-AMP PIC S9(09)V9(16) COMP-3.
                   10 FR-AMP PIC S9(09)V9(16) COMP-3 OCCURS 8 TIMES.
                   10 FR-SING PIC 9.
                   10 FR-PEAK PIC 9.
               05 FRF-PEAK-COUNT PIC 9(02) COMP-3 VALUE 0.
               05 FRF-PEAK OCCURS 20 TIMES.
                   10 PK-STEP PIC 9(03) COMP-3.
                   10 PK-EIG-OMEGA PIC S9(09)V9(16) COMP-3.
                   10 PK-DEV PIC S9(09)V9(16) COMP-3.
                   10 PK-MATCH PIC 9.
                       88 PEAK-CONFIRMED VALUE 1.
                       88 PEAK-UNCONFIRMED VALUE 0.
               05 FRF-EIG-INRANGE PIC 9(03) COMP-3 VALUE 0.
               05 FRF-EIG-UNSEEN PIC 9(03) COMP-3 VALUE 0.
      *        Zeitverlauf (mode=transient, TransientResponse.cbl):
      *        TRN-EVERY ist die Schrittweite der Verlaufsdatei aus der
      *        Zeile "every=" (0/fehlend = jeder Schritt; Schritt 0
      *        und der letzte Schritt stehen immer darin). TRN-DT aus
      *        der Zeile "dt=" schaltet auf den impliziten Schritt
      *        (I - dt*A) x(k+1) = x(k) um - A gilt dann als Matrix
      *        des Systems dx/dt = A*x, der Schritt ist auch fuer
      *        steife Systeme stabil; 0 = expliziter Schritt
      *        x(k+1) = A*x(k). Rueckgaben: tatsaechlich gerechnete
      *        Schritte, Einschwingschritt (erster Schritt mit
      *        max |x(k+1) - x(k)| < EPSILON, 0 = nicht eingeschwungen),
      *        letzte Zustandsaenderung, groesster Betrag einer
      *        Zustandskomponente im ganzen Verlauf, Zahl der
      *        geschriebenen Verlaufszeilen und Name der Verlaufsdatei
               05 TRN-EVERY PIC 9(06) COMP-3 VALUE 0.
               05 TRN-DT PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-TRN-STEPS PIC 9(06) COMP-3 VALUE 0.
               05 RET-TRN-SETTLE PIC 9(06) COMP-3 VALUE 0.
               05 RET-TRN-DIFF PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-TRN-PEAK PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-TRN-LINES PIC 9(06) COMP-3 VALUE 0.
               05 RET-TRN-FILE PIC X(90) VALUE SPACES.
      *        Parameterstudie (mode=param, ParametricStudy.cbl):
      *        Parameterbereich aus "pfrom="/"pto="/"pstep=",
      *        hoechstens 50 Schritte, PAR-MODES verfolgte Eigenwerte
      *        (topk=, hoechstens 8). Je Schritt der Parameterwert, die
      *        Eigenwerte der verfolgten Moden, deren MAC zur Form des
      *        vorigen Schritts (1 = unveraendert) und ob alle Moden
      *        konvergiert sind - die Kurventabelle des Reports.
      *        PAR-SWAP-COUNT zaehlt die Schritte, in denen die
      *        Fortsetzung ueber den Eigenwert zwei Moden vertauscht
      *        hatte und die Zuordnung ueber die Form korrigiert
      *        wurde. Ereignisse je Modenpaar: "K" Kreuzung (die
      *        Reihenfolge der Eigenwerte kehrt sich zwischen Schritt
      *        PV-STEP - 1 und PV-STEP um, die Formen bleiben bei
      *        ihrer Kurve), "V" Ausweichen (die Eigenwerte naehern
      *        sich bis PV-GAP an, ohne sich zu kreuzen, und die
      *        Formen tauschen - PV-MAC ist die MAC der Form ueber
      *        die Annaeherung hinweg)
               05 PAR-FROM PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 PAR-TO PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 PAR-STEP PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 PAR-MODES PIC 9(01) VALUE 0.
               05 PAR-COUNT PIC 9(02) COMP-3 VALUE 0.
               05 PAR-ENTRY OCCURS 50 TIMES.
                   10 PA-P PIC S9(09)V9(16) COMP-3.
                   10 PA-EW PIC S9(09)V9(16) COMP-3 OCCURS 8 TIMES.
                   10 PA-MAC PIC S9(01)V9(08) COMP-3 OCCURS 8 TIMES.
                   10 PA-CONV PIC 9.
               05 PAR-SWAP-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 PAR-EVENT-COUNT PIC 9(02) COMP-3 VALUE 0.
               05 PAR-EVENT OCCURS 20 TIMES.
                   10 PV-TYPE PIC X(01).
                       88 PV-CROSSING VALUE "K".
                       88 PV-VEERING VALUE "V".
                   10 PV-STEP PIC 9(02) COMP-3.
                   10 PV-MODE1 PIC 9(01).
                   10 PV-MODE2 PIC 9(01).
                   10 PV-GAP PIC S9(09)V9(16) COMP-3.
                   10 PV-MAC PIC S9(01)V9(08) COMP-3.
      *        Stabilitaetsurteil (mode=stability, StabilityCheck.cbl):
      *        RET-EW traegt die spektrale Abszisse alpha (Realteil
      *        des rechtesten Eigenwerts), RET-EW-RE/RET-EW-IM und
      *        RET-COMPLEX das rechteste Paar. Urteil gegen die
      *        Schwelle RET-STB-TOL = EPSILON * (1 + Spektralradius):
      *        STABLE (alpha < -Schwelle), UNSTABLE (alpha > Schwelle),
      *        MARGINAL (dazwischen - Eigenwert auf der imaginaeren
      *        Achse, ungedaempfte Schwingung bzw. Integrator).
      *        RET-STB-MARGIN = -alpha (Abklingrate des langsamsten
      *        Anteils, negativ = Aufklingrate), RET-STB-DAMP der
      *        Daempfungsgrad -alpha/|lambda| des rechtesten Eintrags,
      *        RET-STB-UNSTABLE die Zahl der Eigenwerte rechts der
      *        Schwelle, RET-STB-AXIS die Zahl im Band um die Achse
      *        (ein Paar zaehlt jeweils doppelt). Ein anderes Urteil
      *        als STABLE laesst die Grenzwertpruefung durchfallen und
      *        erzeugt einen eigenen Alarmsatz
               05 RET-STB-VERDICT PIC X(08) VALUE SPACES.
                   88 STB-NONE VALUE SPACES.
                   88 STB-STABLE VALUE "STABLE".
                   88 STB-UNSTABLE VALUE "UNSTABLE".
                   88 STB-MARGINAL VALUE "MARGINAL".
               05 RET-STB-MARGIN PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-STB-TOL PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-STB-DAMP PIC S9(01)V9(08) COMP-3 VALUE 0.
               05 RET-STB-UNSTABLE PIC 9(03) COMP-3 VALUE 0.
               05 RET-STB-AXIS PIC 9(03) COMP-3 VALUE 0.
      *        Algebraische Konnektivitaet (mode=fiedler,
      *        FiedlerVector.cbl): RET-EW traegt den Fiedler-Wert
      *        lambda2, XI den Fiedler-Vektor (senkrecht zum
      *        konstanten Vektor, Einheitslaenge, groesste Komponente
      *        positiv). RET-FDL-SHIFT ist die Gershgorin-Schranke c
      *        der Iteration auf c*I - L, RET-FDL-TOL die Schwelle
      *        EPSILON * (1 + c), unter der lambda2 als 0 gilt - das
      *        Netz zerfaellt dann in unverbundene Teile
      *        (FDL-DISCONNECTED). Die Zweiteilung ordnet Knoten mit
      *        XI >= 0 dem Teil A zu, die uebrigen dem Teil B;
      *        RET-FDL-CUT zaehlt die Kanten (i<j, L(i,j) ungleich 0)
      *        zwischen den Teilen, RET-FDL-CUT-W ihr Gewicht
      *        (Summe -L(i,j))
               05 RET-FDL-CONN PIC X(01) VALUE SPACE.
                   88 FDL-NONE VALUE SPACE.
                   88 FDL-CONNECTED VALUE "J".
                   88 FDL-DISCONNECTED VALUE "N".
               05 RET-FDL-SHIFT PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-FDL-TOL PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-FDL-SIZE-A PIC 9(04) COMP-3 VALUE 0.
               05 RET-FDL-SIZE-B PIC 9(04) COMP-3 VALUE 0.
               05 RET-FDL-CUT PIC 9(07) COMP-3 VALUE 0.
               05 RET-FDL-CUT-W PIC S9(09)V9(16) COMP-3 VALUE 0.
      *        Rechteckige Matrix (rows=/cols= statt dim=, nur mit
      *        mode=lsq): RECT-ROWS Gleichungen (= DIM-M, Zeilen von
      *        MATRIX und CRS), RECT-COLS Unbekannte (Spalten, = DIM-I
      *        des Loesungsvektors). Beide 0 = quadratische Matrix wie
      *        bisher, Spaltenzahl dann DIM-M
               05 RECT-ROWS PIC 9(04) COMP-3 VALUE 0.
               05 RECT-COLS PIC 9(04) COMP-3 VALUE 0.
      *        Rueckgaben der Ausgleichsrechnung (LeastSquares.cbl):
      *        XI traegt die Loesung x, RET-RESID die Residuennorm
      *        ||b - A*x||, RET-LSQ-RES je Gleichung das Residuum
      *        r(i) = b(i) - (A*x)(i). RET-LSQ-SIGMA ist die
      *        Standardabweichung ||r|| / sqrt(rows - cols) (0 bei
      *        rows = cols). Eine Zeile mit |r(i)| ueber der robusten
      *        Schwelle RET-LSQ-THRESH = 3 * 1.4826 * Median(|r|) gilt
      *        als Ausreisser (RET-LSQ-FLAG "A", Anzahl in
      *        RET-LSQ-OUTL); RET-LSQ-MAXROW ist die Zeile mit dem
      *        betragsgroessten Residuum
               05 RET-LSQ-SIGMA PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-LSQ-THRESH PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-LSQ-OUTL PIC 9(04) COMP-3 VALUE 0.
               05 RET-LSQ-MAXROW PIC 9(04) COMP-3 VALUE 0.
               05 RET-LSQ-ROW OCCURS 2000.
                   10 RET-LSQ-RES PIC S9(09)V9(16) COMP-3.
                   10 RET-LSQ-FLAG PIC X(01).
                       88 LSQ-ROW-OUTLIER VALUE "A".
      *        Komplexe Matrixeintraege (Admittanzmodelle der
      *        Netzberechnung): ein Token der Form a+bi / a-bj (oder
      *        reines bi) in einer Matrix-A-Zeile, einem Tripelwert
      *        oder der x=-Zeile setzt COMPLEX-INPUT; die
      *        Imaginaerteile liegen dann in MATRIX-IM bzw. XI-IM.
      *        "herm=1" erklaert die Matrix als hermitesch (A = A^H) -
      *        Validation prueft das statt der Symmetrie, der
      *        Eigenwert ist dann reell. Gerechnet wird mit
      *        ComplexIteration, der Eigenwert kommt als RET-EW
      *        (Realteil) plus RET-CPX-IM (Imaginaerteil) zurueck
               05 COMPLEX-INPUT PIC 9 VALUE 0.
                   88 COMPLEX-DATA VALUE 1.
                   88 REAL-DATA VALUE 0.
               05 HERM-DECLARED PIC 9 VALUE 0.
                   88 HERMITIAN-DECLARED VALUE 1.
                   88 HERMITIAN-NOT-DECLARED VALUE 0.
               05 RET-CPX-IM PIC S9(09)V9(16) COMP-3 VALUE 0.
      *        von Validation: groesste Abweichung
      *        |a(i,j) - conj(a(j,i))| und ihre Position (Zeile/Spalte)
               05 RET-HERM-DEV PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-HERM-ROW PIC 9(04) COMP-3 VALUE 0.
               05 RET-HERM-COL PIC 9(04) COMP-3 VALUE 0.
      *        Verkettung innerhalb des Laufs, per "chain=<name>"
      *        Zeile im Block: der konvergierte Eigenvektor des
      *        benannten, FRUEHER in diesem Lauf verarbeiteten
      *        skipds.request genau den laufenden Datensatz ab, ohne
      *        wie stop.request den ganzen Lauf anzuhalten
               05 BUDGET-SECS PIC 9(06) COMP-3 VALUE 0.
      *        Prioritaetsklasse des Datensatzes, per "priority="
      *        Zeile im Block (oder im Katalogeintrag) gesetzt: 1 =
      *        kritisch, muss vor Fensterschluss fertig sein, bis 9 =
      *        nachrangig; ohne Angabe 5. Die Reihenfolge des Paars
      *        legt PriorityPlan.cbl VOR dem ersten Datensatz fest,
      *        hier steht der Wert nur noch fuer Anzeige und Bericht
               05 DS-PRIORITY PIC 9 VALUE 5.
      *        Laufstatus fuer die Ueberwachung (RunStatus.cbl,
      *        Datei runstatus.txt): MAIN fuellt Kennung, Paar,
      *        Planplatz, Zaehler und Prognose zu Beginn jedes
      *        Datensatzes, die Iterationen tragen bei jedem
      *        Herzschlag nur RS-ITER nach. RS-EVENT sagt RunStatus,
      *        warum geschrieben wird: "DATASET" und "FINAL" immer,
      *        "BEAT" hoechstens alle paar Sekunden. RS-DS-INDEX
      *        ist wie SKIP 0-basiert. RS-REMAIN-KNOWN
      *        = 0: Restzahl unbekannt (Plan uebergelaufen),
      *        RS-PROJ-END-CS -1: keine Historie fuer eine Prognose.
      *        RS-STATE steht waehrend des Laufs auf "RUNNING" und
      *        traegt am Ende COMPLETED, STOPPED, DEADLINE oder
      *        ABORTED
               05 RS-EVENT PIC X(08) VALUE SPACES.
               05 RS-RUN-ID PIC X(17) VALUE SPACES.
               05 RS-INPUT PIC X(80) VALUE SPACES.
               05 RS-OUTPUT PIC X(80) VALUE SPACES.
               05 RS-DS-INDEX PIC 9(06) VALUE 0.
               05 RS-DONE PIC 9(06) VALUE 0.
               05 RS-FAILED PIC 9(06) VALUE 0.
               05 RS-REMAINING PIC 9(06) VALUE 0.
               05 RS-REMAIN-KNOWN PIC 9 VALUE 0.
               05 RS-ITER PIC 9(09) VALUE 0.
               05 RS-START-CS PIC S9(08) COMP-3 VALUE 0.
               05 RS-PROJ-END-CS PIC S9(10) COMP-3 VALUE -1.
               05 RS-STATE PIC X(10) VALUE "RUNNING".
      *        Sandkasten: RS-SANDBOX-DIR ist das Verzeichnis eines
      *        ganz im Sandkasten laufenden Laufs (runstatus.txt
      *        liegt dann dort), RS-PAIR-SANDBOX = 1 kennzeichnet ein
      *        per batch.txt in den Sandkasten geschaltetes Paar
               05 RS-SANDBOX-DIR PIC X(60) VALUE SPACES.
               05 RS-PAIR-SANDBOX PIC 9 VALUE 0.
      *        Randbedingungen (Zeilen der Form "fix=<i1> <i2> ...",
      *        siehe FOUND-FIX in InputHandling.cbl und
      *        REDUCE-FIXED-DOFS in Main.cbl): die genannten Zeilen/
               05 FIX-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 FIX-IDX PIC 9(04) COMP-3 OCCURS 200 TIMES.
               05 FIX-ORIG-DIM PIC 9(04) COMP-3 VALUE 0.
      *        Statische Kondensation (Guyan-Reduktion, Zeilen der
      *        Form "master=<i1> <i2> ...", siehe FOUND-MASTER in
      *        InputHandling.cbl und GuyanReduction.cbl): A (und B
      *        beim verallgemeinerten Problem) werden VOR Validation
      *        und CRS-Aufbau auf die genannten Master-Freiheitsgrade
      *        kondensiert, der konvergierte Eigenvektor danach ueber
      *        die Kondensationsmatrix auf alle Freiheitsgrade
      *        zurueckgerechnet. Die Indizes zaehlen wie bei fix= in
      *        der Originalnummerierung; MASTER-POS traegt sie nach
      *        einer fix=-Reduktion in der reduzierten Nummerierung
               05 MASTER-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 MASTER-IDX PIC 9(04) COMP-3 OCCURS 200 TIMES.
               05 MASTER-POS PIC 9(04) COMP-3 OCCURS 200 TIMES.
      *        Rueckgaben der Kondensation: Dimension davor/danach,
      *        die niedrigsten Eigenwerte des vollen und des
      *        reduzierten Modells nebeneinander (aufsteigend, bis zu
      *        10 Moden) mit dem relativen Fehler je Mode in Prozent,
      *        sowie der groesste dieser Fehler als Kondensationsfehler
               05 RET-GUY-ORIG-DIM PIC 9(04) COMP-3 VALUE 0.
               05 RET-GUY-RED-DIM PIC 9(04) COMP-3 VALUE 0.
               05 RET-GUY-MODES PIC 9(02) COMP-3 VALUE 0.
               05 RET-GUY-ENTRY OCCURS 10 TIMES.
                   10 RET-GUY-FULL PIC S9(09)V9(16) COMP-3.
                   10 RET-GUY-RED PIC S9(09)V9(16) COMP-3.
                   10 RET-GUY-ERR PIC S9(07)V9(06) COMP-3.
               05 RET-GUY-MAXERR PIC S9(07)V9(06) COMP-3 VALUE 0.
      *        Zusammenhangskomponenten des Besetzungsmusters (von
      *        Validation je Datensatz ermittelt): Zeilen i und j
      *        haengen zusammen, sobald a_ij oder a_ji von Null
      *        verschieden ist. COMP-OF traegt je Zeile die Nummer
      *        ihrer Komponente, RET-COMP-SIZE je Komponente die
      *        Zeilenzahl. Mehr als eine Komponente heisst: mehrere
      *        ungekoppelte Teilstrukturen in einer Matrix - die
      *        Vectoriteration liefert dann nur den Eigenwert des
      *        dominanten Blocks
               05 RET-COMP-COUNT PIC 9(04) COMP-3 VALUE 0.
               05 COMP-OF PIC 9(04) COMP-3 OCCURS 2000 TIMES.
               05 RET-COMP-SIZE PIC 9(04) COMP-3 OCCURS 2000 TIMES.
      *        Schalter fuer die getrennte Rechnung der Komponenten,
      *        per "split=components" Zeile im Block (siehe
      *        FOUND-SPLIT in InputHandling.cbl und SPLIT-COMPONENTS
      *        in Main.cbl): jeder Block laeuft als eigener Teil-
      *        Datensatz mit eigenem Eigenwert und Eigenvektor und
      *        wird unter eigenem Namen "<name>-K<k>" berichtet und
      *        veroeffentlicht (wie die Eintraege einer Modusliste
      *        unter "<name>-<MODUS>") - sonst ueberschriebe jeder
      *        Block den Ergebnissatz seines Vorgaengers.
      *        COMP-PART ist die Nummer des gerade gerechneten
      *        Blocks (0 = ganze Matrix), COMP-PARTS deren Anzahl,
      *        COMP-BASE-NAME der Name des ganzen Datensatzes
               05 COMP-SPLIT PIC 9 VALUE 0.
                   88 COMP-SPLIT-ENABLED VALUE 1.
                   88 COMP-SPLIT-DISABLED VALUE 0.
               05 COMP-PART PIC 9(04) COMP-3 VALUE 0.
               05 COMP-PARTS PIC 9(04) COMP-3 VALUE 0.
               05 COMP-BASE-NAME PIC X(30) VALUE SPACES.
      *        Arithmetik der CRS-Kette (Zeile "arithmetic=float" im
      *        Datensatz, Site-Vorgabe per arithmetic= in
      *        siteconfig.txt): 1 = Matrixwerte, CRS-Werte und
      *        Iterationsvektoren laufen als COMP-2 (CRS-VALS-F in
      *        CRS.cpy, FloatVector.cpy) durch CompressedRowStorage/
      *        TripletToCRS, CRSMatrixVectorMultiply und
      *        Vectoriteration; 0 = gepackte Festkomma-Arithmetik wie
      *        bisher. ARITH-DEFAULT traegt die Site-Vorgabe, die
      *        InputHandling je Block wieder einsetzt; ARITH-EXPLICIT
      *        = 1, wenn der Block die Arithmetik selbst gewaehlt hat
      *        (nur dann ist eine unvertraegliche Kombination ein
      *        Fehler, eine Site-Vorgabe faellt still auf Festkomma
      *        zurueck)
               05 ARITH-MODE PIC 9 VALUE 0.
                   88 ARITH-FLOAT VALUE 1.
                   88 ARITH-FIXED VALUE 0.
               05 ARITH-DEFAULT PIC 9 VALUE 0.
               05 ARITH-EXPLICIT PIC 9 VALUE 0.
      *        Rueckgaben der Element-Assemblierung (Zeilen der Form
      *        "elem=<k> <i1>..<ik> <v11>..<vkk>", siehe FOUND-ELEM
      *        in InputHandling.cbl): Anzahl der assemblierten
      *        deuten auf eine verlorene Elementzeile der Lieferung
               05 RET-ELEM-COUNT PIC 9(06) COMP-3 VALUE 0.
               05 RET-ROWS-UNTOUCHED PIC 9(04) COMP-3 VALUE 0.
      *        NASTRAN-DMIG-Eingabe (Zeile "format=dmig", siehe
      *        FOUND-DMIG-CARD in InputHandling.cbl): Namen der als
      *        Matrix A bzw. B gelesenen DMIG-Matrizen ("dmiga="/
      *        "dmigb=", ohne dmiga= die erste DMIG-Matrix des Blocks)
      *        und die Zuordnung Index -> Gitterpunkt/Komponente,
      *        aufsteigend nach Gitterpunkt und Komponente nummeriert -
      *        damit laesst sich jede Vektorkomponente des Reports auf
      *        den physischen Knoten des Strukturmodells zurueckfuehren.
      *        Komponente 0 kennzeichnet einen Skalarpunkt
               05 DMIG-A-NAME PIC X(08) VALUE SPACES.
               05 DMIG-B-NAME PIC X(08) VALUE SPACES.
               05 RET-DMIG-COUNT PIC 9(04) COMP-3 VALUE 0.
               05 RET-DMIG-MAP OCCURS 2000 TIMES.
                   10 DM-GRID PIC 9(08) COMP-3.
                   10 DM-COMP PIC 9(01).
      *        Schalter fuer die Aitken-Delta-Quadrat-Beschleunigung
      *        der Vectoriteration, per "aitken=1" Zeile im Block
      *        (Default 0, unveraendertes Verhalten): bei Datensaetzen
               05 RET-AITKEN-USED PIC 9 VALUE 0.
                   88 AITKEN-USED VALUE 1.
                   88 AITKEN-NOT-USED VALUE 0.
               05 RET-AITKEN-EW PIC S9(13)V9(16) COMP-3 VALUE 0.
               05 RET-AITKEN-SAVED PIC 9(06) COMP-3 VALUE 0.
      *        Physikalische Bedeutung des Eigenwerts, per "unit="
      *        Zeile im Block deklariert (leer = keine Umrechnung,
               05 RET-TOL-DONE PIC 9 VALUE 0.
                   88 TOL-BAND-DONE VALUE 1.
                   88 TOL-BAND-NOT-DONE VALUE 0.
               05 RET-TOL-LO PIC S9(13)V9(16) COMP-3.
               05 RET-TOL-HI PIC S9(13)V9(16) COMP-3.
               05 RET-TOL-SPREAD PIC S9(13)V9(16) COMP-3.
      *        Anzahl der im Report auszuweisenden einflussreichsten
      *        Matrixpositionen fuer die Eigenwert-Ableitung, per
      *        "sens=" Zeile im Block (0 = aus, Default): fuer den
               05 RET-BOUND-EXCEEDED PIC 9 VALUE 0.
                   88 BOUND-EXCEEDED VALUE 1.
                   88 BOUND-NOT-EXCEEDED VALUE 0.
      *        Dominanzpruefung nach der Vectoriteration (siehe
      *        DominanceCheck.cbl): bei symmetrischer Matrix bestaetigt
      *        eine Sturm-Zaehlung, dass kein Eigenwert um mehr als
      *        die Toleranz jenseits von |RET-EW| liegt - sonst ist
      *        die Iteration auf einem falschen Mode gelandet
      *        (Startvektor ohne Anteil am dominanten Eigenvektor),
      *        und MAIN startet einmalig mit Zufallsvektor neu.
      *        RET-DOM-BEYOND zaehlt die Eigenwerte jenseits,
               05 RET-DOMINANCE PIC 9 VALUE 0.
                   88 DOM-NOT-CHECKED VALUE 0.
                   88 DOM-VERIFIED VALUE 1.
                   88 DOM-WRONG-MODE VALUE 2.
               05 RET-DOM-BEYOND PIC 9(04) COMP-3 VALUE 0.
      *        1 = das Ergebnis stammt vom Neustart nach WRONG-MODE
               05 RET-DOM-RESEEDED PIC 9 VALUE 0.
      *        Modenform-Abgleich zwischen den Laeufen (Modal
      *        Assurance Criterion): MAC = (x'y)^2 / ((x'x)(y'y))
      *        zwischen dem heute konvergierten XI und dem juengsten
      *        Vektor desselben Namens in warmstart.txt (siehe
      *        WarmStart.cbl, Modus "MAC"). 1 = gleiche Form, nahe 0 =
      *        eine andere Mode - der Drift-Abgleich sieht nur den
      *        Eigenwert und uebersieht zwei getauschte, eng
      *        benachbarte Moden. Unter MAC-MIN (Schluessel macmin=
      *        der Site-Konfiguration, 0 = aus) wird der Datensatz
      *        als MODE-SWAP abgewiesen. RET-MAC-DATE traegt den
      *        Zeitstempel des verglichenen Vektors
               05 MAC-MIN PIC 9V9(04) VALUE 0.9000.
               05 RET-MAC PIC 9V9(06) COMP-3 VALUE 0.
               05 RET-MAC-SET PIC 9 VALUE 0.
                   88 MAC-AVAILABLE VALUE 1.
                   88 MAC-NOT-AVAILABLE VALUE 0.
               05 RET-MAC-SWAP PIC 9 VALUE 0.
                   88 MODE-SWAPPED VALUE 1.
               05 RET-MAC-DATE PIC X(15) VALUE SPACES.
      *        Symmetrisierung (Zeile "symfix=<toleranz>" im Block):
      *        liegt jede Differenz |a_ij - a_ji| innerhalb von
      *        SYMFIX-TOL, ersetzt Main vor dem CRS-Aufbau A durch
      *        (A + A')/2 - die Rundung im Export des Lieferanten
      *        schiebt die Matrix sonst auf die unsymmetrischen Wege.
      *        Rueckgaben: groesste Asymmetrie RET-SYM-MAX an der
      *        Stelle (RET-SYM-ROW, RET-SYM-COL) und die Anzahl der
      *        angeglichenen Paare RET-SYM-ADJ; RET-SYM-DONE = 1, wenn
      *        die Pruefung gelaufen ist (0 = kein symfix=)
               05 SYMFIX-TOL PIC 9(06)V9(09) COMP-3 VALUE 0.
               05 RET-SYM-DONE PIC 9 VALUE 0.
                   88 SYMFIX-APPLIED VALUE 1.
               05 RET-SYM-MAX PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-SYM-ROW PIC 9(04) COMP-3 VALUE 0.
               05 RET-SYM-COL PIC 9(04) COMP-3 VALUE 0.
               05 RET-SYM-ADJ PIC 9(07) COMP-3 VALUE 0.
      *        Modusliste (Zeile "mode=power,inverse,slice" im Block):
      *        Main rechnet jeden Modus der Liste nacheinander auf der
      *        einmal eingelesenen Matrix und berichtet ihn als eigene
      *        Zeile unter DATASET-NAME "-" Modus (siehe
      *        MULTI-MODE-RUN in Main.cbl). MODE-LIST-COUNT = 0 heisst
      *        ein einzelner Modus in ITER-MODE; MODE-LIST-POS ist die
      *        Nummer des gerade gerechneten Listeneintrags, CRS-REUSE
      *        = 1, solange die CRS-Struktur des ersten Eintrags fuer
      *        die weiteren unveraendert gilt
               05 MODE-LIST-COUNT PIC 9 VALUE 0.
               05 MODE-LIST-ENTRY PIC X(09) OCCURS 6 TIMES.
               05 MODE-LIST-POS PIC 9 VALUE 0.
               05 CRS-REUSE PIC 9 VALUE 0.
                   88 CRS-REUSABLE VALUE 1.
      *        Schalter fuer das Herkunftsarchiv (Schluessel
      *        provenance=1 der Site-Konfiguration): InputHandling
      *        legt je verarbeitetem Datensatz den EXAKT konsumierten
                   88 PRINT-FORMATTED VALUE 1.
                   88 PRINT-UNFORMATTED VALUE 0.
               05 HEARTBEAT-INTERVAL PIC 9(04) COMP-3 VALUE 100.
      *        Wiederaufsetzpunkt der Vectoriteration: alle
      *        RESTART-EVERY Fortschrittsanzeigen (restartevery= der
      *        Site-Konfiguration, 0 = aus) sichert die Iteration
      *        Vektor, Zaehler und Konvergenzstand in eine
      *        Restart-Datei je Datensatz, ebenso beim Abbruch durch
      *        Zeitbudget/skipds.request; ein erneuter Lauf desselben
      *        Datensatzes setzt dort wieder auf. RESTART-ARMED setzt
      *        Main nur um die Haupt-Iteration des Datensatzes - die
      *        Hilfslaeufe (Deflation, Mehrfachstart, Sweeps) haben
      *        keinen eigenen Stand. BLOCK-CHECKSUM ist die von
      *        InputHandling ueber die Zeilen des Eingabeblocks
      *        gebildete Pruefsumme; ein Restart-Stand mit anderer
      *        Pruefsumme wird verworfen
               05 RESTART-EVERY PIC 9(04) COMP-3 VALUE 10.
               05 RESTART-ARMED PIC 9 VALUE 0.
               05 BLOCK-CHECKSUM PIC 9(09) COMP-3 VALUE 0.
               05 XNORM-TOLERANCE PIC S9(04)V9(09) COMP-3
                   VALUE 0.0001.
               05 OSC-TRIGGER PIC 9(02) COMP-3 VALUE 3.
               05 STABLE-COUNT PIC 9(02) COMP-3 VALUE 2.
      *        Rueckgaben des Modus "LANCZOS": Groesse der zuletzt
      *        aufgebauten Krylov-Basis und Zahl der expliziten
      *        Neustarts, bis alle angeforderten Eigenpaare ihr
      *        Residuum unterschritten haben (oder N erschoepft war)
               05 RET-LAN-BASIS PIC 9(04) COMP-3 VALUE 0.
               05 RET-LAN-RESTARTS PIC 9(04) COMP-3 VALUE 0.
      *        Rueckgaben des Modus "QUADRATIC" fuer die
      *        Grundschwingung (betragskleinster Eigenwert lambda =
      *        RE + i*IM): gedaempfte Eigenkreisfrequenz |IM|,
      *        ungedaempfte Eigenkreisfrequenz |lambda| und
      *        Daempfungsgrad -RE/|lambda|
               05 RET-DAMP-FREQ PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-DAMP-NAT PIC S9(09)V9(16) COMP-3 VALUE 0.
               05 RET-DAMP-RATIO PIC S9(09)V9(16) COMP-3 VALUE 0.
      *        Rueckgabe des Modus "SPECTRUM": 1 = die Matrix war nicht
      *        symmetrisch und das Spektrum stammt aus der Hessenberg-
      *        Reduktion mit QR-Verfahren (HessenbergQR.cbl) statt aus
      *        der Jacobi-Rotation; EIGENLIST kann dann komplex
      *        konjugierte Paare enthalten
               05 RET-SPEC-HQR PIC 9 VALUE 0.
                   88 SPECTRUM-HQR VALUE 1.
                   88 SPECTRUM-JACOBI VALUE 0.
      *    Anzahl der Datensaetze in input.txt, die vor dem ersten
      *    Aufruf uebersprungen werden sollen (Startindex fuer den Lauf)
           01 SKIP PIC 9(06) VALUE 0.
