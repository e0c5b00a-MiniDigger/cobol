               WHEN "FIX-002" MOVE
                   "fix= laesst keinen Freiheitsgrad uebrig"
                   TO CAT-TEXT
               WHEN "LAN-001" MOVE
                   "Matrix nicht symmetrisch (mode=lanczos)"
                   TO CAT-TEXT
               WHEN "SOL-001" MOVE
                   "Matrix nicht symmetrisch (solver=cg)"
                   TO CAT-TEXT
               WHEN "SOL-002" MOVE
                   "Matrix nicht positiv definit (solver=cg)"
                   TO CAT-TEXT
               WHEN "INP-031" MOVE
                   "Ungueltige Dimension fuer Matrix C (max. 100)"
                   TO CAT-TEXT
               WHEN "INP-032" MOVE
                   "Zeilenzahl von Matrix C passt nicht zu dim="
                   TO CAT-TEXT
               WHEN "INP-033" MOVE
                   "Matrix C hat eine andere Dimension als Matrix A"
                   TO CAT-TEXT
               WHEN "INP-034" MOVE
                   "Block fuer Matrix C ohne mode=quadratic"
                   TO CAT-TEXT
               WHEN "INP-035" MOVE
                   "mode=quadratic verlangt die Bloecke K, M und C"
                   TO CAT-TEXT
               WHEN "INP-036" MOVE
                   "Mehr als drei dim=-Bloecke im Datensatz"
                   TO CAT-TEXT
               WHEN "VAL-009" MOVE
                   "Matrix C hat eine andere Dimension als K"
                   TO CAT-TEXT
               WHEN "VAL-010" MOVE
                   "Matrix C hat eine negative Diagonale"
                   TO CAT-TEXT
               WHEN "VAL-011" MOVE
                   "Matrix C ist nicht symmetrisch"
                   TO CAT-TEXT
               WHEN "QEP-001" MOVE
                   "Quadratischer Modus: Dimension groesser 100"
                   TO CAT-TEXT
               WHEN "QEP-002" MOVE
                   "Quadratischer Modus: Matrix K singulaer"
                   TO CAT-TEXT
               WHEN "INP-037" MOVE
                   "mode=frf ohne Massenblock B (zweites dim=)"
                   TO CAT-TEXT
               WHEN "INP-038" MOVE
                   "mode=frf ohne b=-Zeile (Last)"
                   TO CAT-TEXT
               WHEN "INP-039" MOVE
                   "wfrom=/wto=/wstep= ungueltig oder > 200 Schritte"
                   TO CAT-TEXT
               WHEN "INP-040" MOVE
                   "resp=: mehr als 8 oder Index ausserhalb dim="
                   TO CAT-TEXT
               WHEN "FRF-001" MOVE
                   "Frequenzgang: Dimension groesser 200"
                   TO CAT-TEXT
               WHEN "FRF-002" MOVE
                   "Frequenzgang: Massenmatrix B singulaer"
                   TO CAT-TEXT
               WHEN "FIX-003" MOVE
                   "resp= nennt einen fixierten Freiheitsgrad"
                   TO CAT-TEXT
               WHEN "INP-041" MOVE
                   "dt= negativ"
                   TO CAT-TEXT
               WHEN "INP-042" MOVE
                   "mode=transient ohne Anfangszustand x="
                   TO CAT-TEXT
               WHEN "INP-043" MOVE
                   "mode=transient mit Matrix B"
                   TO CAT-TEXT
               WHEN "TRN-001" MOVE
                   "Impliziter Zeitschritt ueber dim=200"
                   TO CAT-TEXT
               WHEN "TRN-002" MOVE
                   "I - dt*A singulaer"
                   TO CAT-TEXT
               WHEN "TRN-003" MOVE
                   "Zeitverlauf divergiert"
                   TO CAT-TEXT
               WHEN "TRN-004" MOVE
                   "Verlaufsdatei nicht anlegbar"
                   TO CAT-TEXT
               WHEN "INP-044" MOVE
                   "mode=param ohne Aenderungsmatrix A1 (zweiter Block)"
                   TO CAT-TEXT
               WHEN "INP-045" MOVE
                   "pfrom=/pto=/pstep= ungueltig oder > 50 Schritte"
                   TO CAT-TEXT
               WHEN "PAR-001" MOVE
                   "mode=param nur bis dim=200"
                   TO CAT-TEXT
               WHEN "PAR-002" MOVE
                   "mode=param verlangt symmetrische Matrizen A0 und A1"
                   TO CAT-TEXT
               WHEN "PAR-003" MOVE
                   "A(p) - s*I nicht zerlegbar (Parameterstudie)"
                   TO CAT-TEXT
               WHEN "INP-046" MOVE
                   "mode=stability mit zweitem dim=-Block"
                   TO CAT-TEXT
               WHEN "STB-001" MOVE
                   "mode=stability nur bis dim=200"
                   TO CAT-TEXT
               WHEN "STB-002" MOVE
                   "Spektrum unvollstaendig, kein Stabilitaetsurteil"
                   TO CAT-TEXT
               WHEN "STB-003" MOVE
                   "Matrix am rechtesten Eigenwert nicht zerlegbar"
                   TO CAT-TEXT
               WHEN "VAL-012" MOVE
                   "Zeilensumme nicht 0 - keine Laplace-Matrix"
                   TO CAT-TEXT
               WHEN "INP-047" MOVE
                   "mode=fiedler mit zweitem dim=-Block"
                   TO CAT-TEXT
               WHEN "INP-048" MOVE
                   "s= oder fix= mit mode=fiedler"
                   TO CAT-TEXT
               WHEN "FDL-001" MOVE
                   "Fiedler-Wert braucht mindestens 2 Knoten"
                   TO CAT-TEXT
               WHEN "FDL-002" MOVE
                   "Laplace-Matrix nicht symmetrisch"
                   TO CAT-TEXT
               WHEN "FDL-003" MOVE
                   "positiver Nebendiagonaleintrag in Laplace-Matrix"
                   TO CAT-TEXT
               WHEN "INP-049" MOVE
                   "dim= und rows=/cols= im selben Datensatz"
                   TO CAT-TEXT
               WHEN "INP-050" MOVE
                   "rows= und cols= nur gemeinsam angeben"
                   TO CAT-TEXT
               WHEN "INP-051" MOVE
                   "rows=/cols= nur mit mode=lsq zulaessig"
                   TO CAT-TEXT
               WHEN "INP-052" MOVE
                   "rows= kleiner als cols= - System unterbestimmt"
                   TO CAT-TEXT
               WHEN "INP-053" MOVE
                   "mode=lsq braucht genau eine b=-Zeile"
                   TO CAT-TEXT
               WHEN "INP-054" MOVE
                   "Option nicht mit mode=lsq kombinierbar"
                   TO CAT-TEXT
               WHEN "VAL-013" MOVE
                   "leere Matrixspalte - Unbekannte nicht bestimmbar"
                   TO CAT-TEXT
               WHEN "LSQ-001" MOVE
                   "Spalten linear abhaengig - keine eindeutige Loesung"
                   TO CAT-TEXT
               WHEN "LSQ-002" MOVE
                   "Loesung oder Residuum ausserhalb des Wertebereichs"
                   TO CAT-TEXT
               WHEN "INP-055" MOVE
                   "Komplexe Matrix groesser als 1000 x 1000"
                   TO CAT-TEXT
               WHEN "INP-056" MOVE
                   "Komplexe Matrix nur mit mode=power/validate"
                   TO CAT-TEXT
               WHEN "INP-057" MOVE
                   "Option nicht mit komplexer Matrix zulaessig"
                   TO CAT-TEXT
               WHEN "VAL-014" MOVE
                   "Matrix nicht hermitesch"
                   TO CAT-TEXT
               WHEN "CPX-001" MOVE
                   "Ueberlauf in komplexer Matrix-Vektor-Multiplikation"
                   TO CAT-TEXT
               WHEN "CPX-002" MOVE
                   "Ueberlauf in komplexer Vektoriteration"
                   TO CAT-TEXT
               WHEN "INP-058" MOVE
                   "Mehr als 200 Master-Freiheitsgrade"
                   TO CAT-TEXT
               WHEN "INP-059" MOVE
                   "master= nur mit den Eigenwert-Modi"
                   TO CAT-TEXT
               WHEN "INP-060" MOVE
                   "sens= und tol= nicht mit master="
                   TO CAT-TEXT
               WHEN "GUY-001" MOVE
                   "master=-Index ausserhalb der Matrixdimension"
                   TO CAT-TEXT
               WHEN "GUY-002" MOVE
                   "master= nennt alle Freiheitsgrade"
                   TO CAT-TEXT
               WHEN "GUY-003" MOVE
                   "Statische Kondensation nur bis dim=200"
                   TO CAT-TEXT
               WHEN "GUY-004" MOVE
                   "Slave-Block Kss singulaer"
                   TO CAT-TEXT
               WHEN "GUY-005" MOVE
                   "Matrix B singulaer, kein Vergleichsspektrum"
                   TO CAT-TEXT
               WHEN "GUY-006" MOVE
                   "master= nennt eingespannten Freiheitsgrad"
                   TO CAT-TEXT
               WHEN "INP-061" MOVE
                   "split=components nur mit power/inverse/rayleigh"
                   TO CAT-TEXT
               WHEN "INP-062" MOVE
                   "Option nicht mit split=components kombinierbar"
                   TO CAT-TEXT
               WHEN "INP-063" MOVE
                   "Option nicht mit arithmetic=float vertraeglich"
                   TO CAT-TEXT
               WHEN "CHK-002" MOVE
                   "Eigenwert nicht dominant (WRONG-MODE)"
                   TO CAT-TEXT
               WHEN "MAC-001" MOVE
                   "Modenform getauscht (MODE-SWAP), MAC zu klein"
                   TO CAT-TEXT
               WHEN "VAL-015" MOVE
                   "Asymmetrie ueber der symfix=-Toleranz"
                   TO CAT-TEXT
               WHEN "INP-064" MOVE
                   "Syntaxfehler im Matrixausdruck expr="
                   TO CAT-TEXT
               WHEN "INP-065" MOVE
                   "expr=-Operand fehlt im Katalog oder ist unlesbar"
                   TO CAT-TEXT
               WHEN "INP-066" MOVE
                   "Dimension der expr=-Operanden passt nicht"
                   TO CAT-TEXT
               WHEN "INP-067" MOVE
                   "Modusliste: Modus doppelt oder mehr als 6"
                   TO CAT-TEXT
               WHEN "INP-068" MOVE
                   "Option/Modus nicht in einer Modusliste"
                   TO CAT-TEXT
               WHEN "INP-069" MOVE
                   "unbekannte DMIG-Karte"
                   TO CAT-TEXT
               WHEN "INP-070" MOVE
                   "ungueltiges DMIG-Feld"
                   TO CAT-TEXT
               WHEN "INP-071" MOVE
                   "DMIG-Kopfkarte: Form/Typ nicht unterstuetzt"
                   TO CAT-TEXT
               WHEN "INP-072" MOVE
                   "DMIG-Kapazitaet ueberschritten"
                   TO CAT-TEXT
               WHEN "INP-073" MOVE
                   "DMIG-Matrix fehlt oder ohne Kopfkarte"
                   TO CAT-TEXT
               WHEN "INP-074" MOVE
                   "Option nicht mit format=dmig"
                   TO CAT-TEXT
               WHEN "MAN-005" MOVE
                   "Lieferung bis Ablauf der Wartefrist ausgeblieben"
                   TO CAT-TEXT
               WHEN "REL-001" MOVE
                   "Ergebnis bei der Freigabe abgelehnt"
                   TO CAT-TEXT
               WHEN "INP-075" MOVE
                   "Katalog-Versionsangabe unbrauchbar"
                   TO CAT-TEXT
               WHEN "INP-076" MOVE
                   "Katalogversion nicht in Versionsgeschichte"
                   TO CAT-TEXT
               WHEN "INP-077" MOVE
                   "Katalogeintrag zu diesem Stand ausgemustert"
                   TO CAT-TEXT
               WHEN "VAL-016" MOVE
                   "Diagonale verletzt Vorzeichenregel der Gruppe"
                   TO CAT-TEXT
               WHEN "VAL-017" MOVE
                   "Zeilensumme verfehlt Zielwert der Gruppe"
                   TO CAT-TEXT
               WHEN "VAL-018" MOVE
                   "Eintrag ausserhalb der Schranken der Gruppe"
                   TO CAT-TEXT
               WHEN "VAL-019" MOVE
                   "Matrix nicht symmetrisch (Gruppenregel)"
                   TO CAT-TEXT
               WHEN "VAL-020" MOVE
                   "Modus fuer die Gruppe nicht zugelassen"
                   TO CAT-TEXT
               WHEN "RES-001" MOVE
                   "Ergebnisbestand nicht beschreibbar, Satz fehlt"
                   TO CAT-TEXT
               WHEN OTHER MOVE "unbekannter Meldungscode" TO CAT-TEXT
           END-EVALUATE
           .
                   TO CAT-TEXT
               WHEN "FIX-002" MOVE "fix= leaves no free DOF"
                   TO CAT-TEXT
               WHEN "LAN-001" MOVE
                   "matrix not symmetric (mode=lanczos)"
                   TO CAT-TEXT
               WHEN "SOL-001" MOVE
                   "matrix not symmetric (solver=cg)"
                   TO CAT-TEXT
               WHEN "SOL-002" MOVE
                   "matrix not positive definite (solver=cg)"
                   TO CAT-TEXT
               WHEN "INP-031" MOVE
                   "Invalid dimension for matrix C (max. 100)"
                   TO CAT-TEXT
               WHEN "INP-032" MOVE
                   "Row count of matrix C does not match dim="
                   TO CAT-TEXT
               WHEN "INP-033" MOVE
                   "Matrix C dimension differs from matrix A"
                   TO CAT-TEXT
               WHEN "INP-034" MOVE
                   "Matrix C block without mode=quadratic"
                   TO CAT-TEXT
               WHEN "INP-035" MOVE
                   "mode=quadratic requires blocks K, M and C"
                   TO CAT-TEXT
               WHEN "INP-036" MOVE
                   "More than three dim= blocks in dataset"
                   TO CAT-TEXT
               WHEN "VAL-009" MOVE
                   "Matrix C dimension differs from K"
                   TO CAT-TEXT
               WHEN "VAL-010" MOVE
                   "Matrix C has a negative diagonal entry"
                   TO CAT-TEXT
               WHEN "VAL-011" MOVE
                   "Matrix C is not symmetric"
                   TO CAT-TEXT
               WHEN "QEP-001" MOVE
                   "Quadratic mode: dimension exceeds 100"
                   TO CAT-TEXT
               WHEN "QEP-002" MOVE
                   "Quadratic mode: matrix K is singular"
                   TO CAT-TEXT
               WHEN "INP-037" MOVE
                   "mode=frf without mass block B (second dim=)"
                   TO CAT-TEXT
               WHEN "INP-038" MOVE
                   "mode=frf without b= line (load)"
                   TO CAT-TEXT
               WHEN "INP-039" MOVE
                   "wfrom=/wto=/wstep= invalid or > 200 steps"
                   TO CAT-TEXT
               WHEN "INP-040" MOVE
                   "resp=: more than 8 or index outside dim="
                   TO CAT-TEXT
               WHEN "FRF-001" MOVE
                   "Frequency response: dimension exceeds 200"
                   TO CAT-TEXT
               WHEN "FRF-002" MOVE
                   "Frequency response: mass matrix B singular"
                   TO CAT-TEXT
               WHEN "FIX-003" MOVE
                   "resp= names a fixed DOF"
                   TO CAT-TEXT
               WHEN "INP-041" MOVE
                   "dt= is negative"
                   TO CAT-TEXT
               WHEN "INP-042" MOVE
                   "mode=transient without start state x="
                   TO CAT-TEXT
               WHEN "INP-043" MOVE
                   "mode=transient with matrix B"
                   TO CAT-TEXT
               WHEN "TRN-001" MOVE
                   "Implicit time step above dim=200"
                   TO CAT-TEXT
               WHEN "TRN-002" MOVE
                   "I - dt*A is singular"
                   TO CAT-TEXT
               WHEN "TRN-003" MOVE
                   "Time history diverges"
                   TO CAT-TEXT
               WHEN "TRN-004" MOVE
                   "History file cannot be created"
                   TO CAT-TEXT
               WHEN "INP-044" MOVE
                   "mode=param without change matrix A1 (second block)"
                   TO CAT-TEXT
               WHEN "INP-045" MOVE
                   "pfrom=/pto=/pstep= invalid or more than 50 steps"
                   TO CAT-TEXT
               WHEN "PAR-001" MOVE
                   "mode=param limited to dim=200"
                   TO CAT-TEXT
               WHEN "PAR-002" MOVE
                   "mode=param requires symmetric matrices A0 and A1"
                   TO CAT-TEXT
               WHEN "PAR-003" MOVE
                   "A(p) - s*I cannot be factored (parametric study)"
                   TO CAT-TEXT
               WHEN "INP-046" MOVE
                   "mode=stability with a second dim= block"
                   TO CAT-TEXT
               WHEN "STB-001" MOVE
                   "mode=stability limited to dim=200"
                   TO CAT-TEXT
               WHEN "STB-002" MOVE
                   "spectrum incomplete, no stability verdict"
                   TO CAT-TEXT
               WHEN "STB-003" MOVE
                   "matrix at rightmost eigenvalue not factorable"
                   TO CAT-TEXT
               WHEN "VAL-012" MOVE
                   "row sum not 0 - not a Laplacian matrix"
                   TO CAT-TEXT
               WHEN "INP-047" MOVE
                   "mode=fiedler with a second dim= block"
                   TO CAT-TEXT
               WHEN "INP-048" MOVE
                   "s= or fix= used with mode=fiedler"
                   TO CAT-TEXT
               WHEN "FDL-001" MOVE
                   "Fiedler value needs at least 2 nodes"
                   TO CAT-TEXT
               WHEN "FDL-002" MOVE
                   "Laplacian matrix not symmetric"
                   TO CAT-TEXT
               WHEN "FDL-003" MOVE
                   "positive off-diagonal entry in Laplacian matrix"
                   TO CAT-TEXT
               WHEN "INP-049" MOVE
                   "dim= and rows=/cols= in the same dataset"
                   TO CAT-TEXT
               WHEN "INP-050" MOVE
                   "rows= and cols= must be given together"
                   TO CAT-TEXT
               WHEN "INP-051" MOVE
                   "rows=/cols= only allowed with mode=lsq"
                   TO CAT-TEXT
               WHEN "INP-052" MOVE
                   "rows= less than cols= - system underdetermined"
                   TO CAT-TEXT
               WHEN "INP-053" MOVE
                   "mode=lsq needs exactly one b= line"
                   TO CAT-TEXT
               WHEN "INP-054" MOVE
                   "option cannot be combined with mode=lsq"
                   TO CAT-TEXT
               WHEN "VAL-013" MOVE
                   "empty matrix column - unknown not determinable"
                   TO CAT-TEXT
               WHEN "LSQ-001" MOVE
                   "columns linearly dependent - no unique solution"
                   TO CAT-TEXT
               WHEN "LSQ-002" MOVE
                   "solution or residual out of range"
                   TO CAT-TEXT
               WHEN "INP-055" MOVE
                   "Complex matrix larger than 1000 x 1000"
                   TO CAT-TEXT
               WHEN "INP-056" MOVE
                   "Complex matrix only with mode=power/validate"
                   TO CAT-TEXT
               WHEN "INP-057" MOVE
                   "Option not allowed with complex matrix"
                   TO CAT-TEXT
               WHEN "VAL-014" MOVE
                   "Matrix not Hermitian"
                   TO CAT-TEXT
               WHEN "CPX-001" MOVE
                   "Overflow in complex matrix-vector multiply"
                   TO CAT-TEXT
               WHEN "CPX-002" MOVE
                   "Overflow in complex vector iteration"
                   TO CAT-TEXT
               WHEN "INP-058" MOVE
                   "More than 200 master degrees of freedom"
                   TO CAT-TEXT
               WHEN "INP-059" MOVE
                   "master= only with the eigenvalue modes"
                   TO CAT-TEXT
               WHEN "INP-060" MOVE
                   "sens= and tol= not allowed with master="
                   TO CAT-TEXT
               WHEN "GUY-001" MOVE
                   "master= index outside the matrix dimension"
                   TO CAT-TEXT
               WHEN "GUY-002" MOVE
                   "master= names every degree of freedom"
                   TO CAT-TEXT
               WHEN "GUY-003" MOVE
                   "Static condensation only up to dim=200"
                   TO CAT-TEXT
               WHEN "GUY-004" MOVE
                   "Slave block Kss singular"
                   TO CAT-TEXT
               WHEN "GUY-005" MOVE
                   "Matrix B singular, no comparison spectrum"
                   TO CAT-TEXT
               WHEN "GUY-006" MOVE
                   "master= names a fixed degree of freedom"
                   TO CAT-TEXT
               WHEN "INP-061" MOVE
                   "split=components only with power/inverse/rayleigh"
                   TO CAT-TEXT
               WHEN "INP-062" MOVE
                   "option cannot be combined with split=components"
                   TO CAT-TEXT
               WHEN "INP-063" MOVE
                   "option not compatible with arithmetic=float"
                   TO CAT-TEXT
               WHEN "CHK-002" MOVE
                   "eigenvalue not dominant (WRONG-MODE)"
                   TO CAT-TEXT
               WHEN "MAC-001" MOVE
                   "mode shape swapped (MODE-SWAP), MAC too low"
                   TO CAT-TEXT
               WHEN "VAL-015" MOVE
                   "asymmetry beyond the symfix= tolerance"
                   TO CAT-TEXT
               WHEN "INP-064" MOVE
                   "syntax error in matrix expression expr="
                   TO CAT-TEXT
               WHEN "INP-065" MOVE
                   "expr= operand missing from catalog or unreadable"
                   TO CAT-TEXT
               WHEN "INP-066" MOVE
                   "expr= operand dimensions do not agree"
                   TO CAT-TEXT
               WHEN "INP-067" MOVE
                   "mode list: duplicate mode or more than 6"
                   TO CAT-TEXT
               WHEN "INP-068" MOVE
                   "option or mode not allowed in a mode list"
                   TO CAT-TEXT
               WHEN "INP-069" MOVE
                   "unknown DMIG card"
                   TO CAT-TEXT
               WHEN "INP-070" MOVE
                   "invalid DMIG field"
                   TO CAT-TEXT
               WHEN "INP-071" MOVE
                   "DMIG header: form/type not supported"
                   TO CAT-TEXT
               WHEN "INP-072" MOVE
                   "DMIG capacity exceeded"
                   TO CAT-TEXT
               WHEN "INP-073" MOVE
                   "DMIG matrix missing or without header"
                   TO CAT-TEXT
               WHEN "INP-074" MOVE
                   "option not allowed with format=dmig"
                   TO CAT-TEXT
               WHEN "MAN-005" MOVE
                   "delivery not received before wait timeout"
                   TO CAT-TEXT
               WHEN "REL-001" MOVE
                   "result rejected at engineering sign-off"
                   TO CAT-TEXT
               WHEN "INP-075" MOVE
                   "catalog version reference unusable"
                   TO CAT-TEXT
               WHEN "INP-076" MOVE
                   "catalog version not in version history"
                   TO CAT-TEXT
               WHEN "INP-077" MOVE
                   "catalog entry retired as of this version"
                   TO CAT-TEXT
               WHEN "VAL-016" MOVE
                   "diagonal violates the group sign rule"
                   TO CAT-TEXT
               WHEN "VAL-017" MOVE
                   "row sum misses the group target"
                   TO CAT-TEXT
               WHEN "VAL-018" MOVE
                   "entry outside the group bounds"
                   TO CAT-TEXT
               WHEN "VAL-019" MOVE
                   "matrix not symmetric (group rule)"
                   TO CAT-TEXT
               WHEN "VAL-020" MOVE
                   "mode not permitted for the group"
                   TO CAT-TEXT
               WHEN "RES-001" MOVE
                   "results store not writable, record missing"
                   TO CAT-TEXT
               WHEN OTHER MOVE "unknown message code" TO CAT-TEXT
           END-EVALUATE
           .
