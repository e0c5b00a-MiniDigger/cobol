       FILE SECTION.
           FD AUDITF
           DATA RECORD IS AUDIT-LINE.
           01 AUDIT-LINE PIC X(400).
           FD TRENDF
           DATA RECORD IS TREND-LINE.
           01 TREND-LINE PIC X(160).
