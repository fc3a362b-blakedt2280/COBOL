       FD      AR-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS AR-MST-REC
               RECORD CONTAINS 76 CHARACTERS.

       01      AR-MST-REC.
               05  AR-INV-NO           PIC 9(6).
               05  AR-STATUS           PIC X.
                   88  AR-OPEN         VALUE 'O'.
                   88  AR-PAID         VALUE 'P'.
                   88  AR-WRITTEN-OFF  VALUE 'W'.
                   88  AR-VOID         VALUE 'V'.
               05  AR-ADJ-AMT          PIC 9(6)V99.
               05  AR-EST-CODE         PIC X(3).

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
               MOVE AR-EST-NO TO SD-EST-NO
               MOVE AR-CUST-NAME TO SD-CUST-NAME
               MOVE AR-INV-DATE TO SD-INV-DATE
               COMPUTE SD-BALANCE =
                   AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT
               RELEASE SD-REC
           END-IF.
           PERFORM 9000-READ-AR.
