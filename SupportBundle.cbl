           01 CMD-LINE PIC X(120).
           FD SRCF
           DATA RECORD IS SRC-LINE.
           01 SRC-LINE PIC X(400).
           FD BUNF
           DATA RECORD IS BUN-LINE.
           01 BUN-LINE PIC X(400).
       WORKING-STORAGE SECTION.
           01 CMD-STATUS PIC XX.
           01 SRC-STATUS PIC XX.
