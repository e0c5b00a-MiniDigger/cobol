      *    "SPECTRUM" das vollstaendige Spektrum eines symmetrischen
      *    Datensatzes hier ab - daher die Obergrenze 200, die
      *    zugleich die Dimensionsgrenze des Spektrum-Modus ist
      *    (eine volle dim=200-Vermessung hat 200 Werte). Bei
      *    unsymmetrischen Datensaetzen (HessenbergQR.cbl) kommen
      *    komplex konjugierte Paare hinzu: EW-VALUE traegt dann den
      *    Realteil, EW-IMAG den Imaginaerteil. Der
      *    Modus "LANCZOS" legt zu jedem Eintrag zusaetzlich Residuum
      *    und Eigenvektor ab, ebenso die Deflationskette (topk=),
      *    der Spektrum- und der Scheiben-Modus und die Unterraum-
      *    Iteration. EW-VEC-DIM ist die Laenge dieser Vektoren
      *    (0 = die Liste traegt keine Vektoren); Eintraege mit
      *    EW-IMAG <> 0 haben auch dann keinen Vektor
           01 EIGENLIST.
               05 EW-COUNT PIC 9(03) COMP-3 VALUE 0.
               05 EW-VEC-DIM PIC 9(04) COMP-3 VALUE 0.
               05 EW-ENTRY OCCURS 1 TO 200 DEPENDING ON EW-COUNT.
                   10 EW-VALUE PIC S9(13)V9(16) COMP-3.
      *            Imaginaerteil - nur von HessenbergQR.cbl gesetzt,
      *            sonst 0
                   10 EW-IMAG PIC S9(09)V9(16) COMP-3.
      *            Residuum ||A*x - lambda*x|| (nur Modus
      *            "LANCZOS", sonst 0) und Eigenvektor des Eintrags
      *            - nur gueltig, wenn EW-VEC-DIM > 0
                   10 EW-RESID PIC S9(09)V9(16) COMP-3.
                   10 EW-VEC PIC S9(06)V9(16) COMP-3
                       OCCURS 2000 TIMES.
