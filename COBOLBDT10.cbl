       FD      PAINT-EST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-MST-REC
               RECORD CONTAINS 149 CHARACTERS.

       01      PAINT-MST-REC.
               05  PMST-EST-NO         PIC X(4).
               05  PMST-ACT-LABOR-HRS  PIC 9(3)V9.
               05  PMST-ACT-LABOR-COST PIC 9(5)V99.
               05  PMST-COMP-DATE      PIC 9(8).
               05  PMST-EST-CODE       PIC X(3).

       FD      PAINT-DTL
               LABEL RECORD IS STANDARD
       FD      PAINT-ARCHIVE
               LABEL RECORD IS STANDARD
               DATA RECORD IS ARCH-REC
               RECORD CONTAINS 149 CHARACTERS.

       01      ARCH-REC                PIC X(149).

       FD      PDTL-ARCHIVE
               LABEL RECORD IS STANDARD
