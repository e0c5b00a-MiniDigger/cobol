       FILE SECTION.
           FD PRIMF
           DATA RECORD IS PRIM-LINE.
           01 PRIM-LINE PIC X(400).
           FD MIRF
           DATA RECORD IS MIR-LINE.
           01 MIR-LINE PIC X(400).
       WORKING-STORAGE SECTION.
           01 PRIM-STATUS PIC XX.
           01 MIR-STATUS PIC XX.
