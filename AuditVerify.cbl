      *          die Antwort auf die QA-Frage, ob die Mitschrift
      *          vollstaendig ist. Der Dateiname kommt von der
      *          Kommandozeile (leer = audit.txt), so dass auch die
      *          Monatsdateien von ArchiveRotate und das gleich
      *          verkettete Aenderungsprotokoll catalog_changes.txt
      *          von CatalogMaint pruefbar sind.
      *          Altbestand ohne Kettenglieder vor dem ersten SEQ=
      *          wird als solcher gemeldet, aber nicht beanstandet.
      *          Hashformel muss mit OutputHandling.CHAIN-HASH
       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
       WORKING-STORAGE SECTION.
           01 AUDIT-STATUS PIC XX.
           01 AUDIT-FILENAME PIC X(90).
           01 LINE-SEQ PIC 9(09).
           01 LINE-CHK PIC 9(09).
      *    Nachrechnung, Formel wie OutputHandling.CHAIN-HASH
           01 CHAIN-TEXT PIC X(400).
           01 CHAIN-WORK PIC 9(15) COMP-3.
           01 CHAIN-I PIC 9(04) COMP-3.
           01 CHAIN-LEN PIC 9(04) COMP-3.
           MOVE 0 TO SEQ-POS
           INSPECT AUDIT-LINE TALLYING SEQ-POS
               FOR CHARACTERS BEFORE INITIAL " SEQ="
           IF SEQ-POS >= 380 OR AUDIT-LINE(SEQ-POS + 1:5) NOT = " SEQ="
               IF CHAIN-SEEN = 1
                   DISPLAY "Zeile " LINE-NR ": Kettenglied FEHLT"
                       " (Zeile ohne SEQ= hinter der Kette)!"
           MOVE 0 TO CHK-POS
           INSPECT AUDIT-LINE TALLYING CHK-POS
               FOR CHARACTERS BEFORE INITIAL " CHK="
           IF CHK-POS >= 390 OR AUDIT-LINE(CHK-POS + 1:5) NOT = " CHK="
               DISPLAY "Zeile " LINE-NR ": SEQ= ohne CHK= -"
                   " Glied beschaedigt!"
               MOVE 1 TO BROKEN
