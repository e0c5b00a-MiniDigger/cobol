       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD CSVF
           DATA RECORD IS CSV-LINE.
           01 CSV-LINE PIC X(2000).
