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

       FD      CUST-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS CUST-MST-REC
               RECORD CONTAINS 81 CHARACTERS.

       01      CUST-MST-REC.
               05  CMST-CUST-NO        PIC X(5).
               05  CMST-ADDR           PIC X(30).
               05  CMST-PHONE          PIC X(10).
               05  CMST-STATUS         PIC X.
               05  CMST-CREDIT-LIMIT   PIC 9(6)V99.
               05  CMST-HOLD-SW        PIC X.
                   88  CMST-ON-HOLD    VALUE 'Y'.
               05  CMST-HOLD-SOURCE    PIC X.
                   88  CMST-MANUAL-HOLD VALUE 'M'.
                   88  CMST-AUTO-HOLD  VALUE 'A'.

       SD      SORT-FILE
               DATA RECORD IS SD-REC.
