       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM READS A FILE AND CREATES A PAINT COST REPORT.
      *ESTIMATES FOR A CUSTOMER ON CREDIT HOLD, OVER THE CREDIT LIMIT
      *OR WITH AN OPEN INVOICE OVER 90 DAYS OLD ARE ACCEPTED BUT ARE
      *FLAGGED ON THE EXCEPTION LIST.  THE ESTIMATOR CODE ON AN
      *ESTIMATE MUST BE AN ACTIVE ESTIMATOR ON THE ESTIMATOR MASTER.
       ENVIRONMENT DIVISION. 
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. 
               RECORD KEY IS CMST-CUST-NO
               FILE STATUS IS CUST-MST-FILE-STATUS.

           SELECT AR-MST
               ASSIGN TO 'C:\COBOL\ARMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INV-NO
               FILE STATUS IS AR-MST-FILE-STATUS.

           SELECT ESTR-MST
               ASSIGN TO 'C:\COBOL\ESTRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTR-CODE
               FILE STATUS IS ESTR-MST-FILE-STATUS.

           SELECT PROD-MST
               ASSIGN TO 'C:\COBOL\PRODMST.DAT'
               ORGANIZATION IS INDEXED
       FD      PAINT-EST-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-REC
               RECORD CONTAINS 89 CHARACTERS.

       01      PAINT-REC.
               05  PAINT-EST-NO        PIC X(4).
                   88  VALID-NEW-STATUS
                       VALUES 'Q' 'A' 'S' 'C' 'X'.
               05  PAINT-CUST-NO       PIC X(5).
               05  PAINT-EST-CODE      PIC X(3).
               05  PAINT-REC-TYPE      PIC X.
                   88  HEADER-REC      VALUES 'H' ' '.
                   88  DETAIL-REC      VALUE 'D'.
               05  PDTRN-PROD-CODE     PIC X(6).
               05  PDTRN-PRICE-OVRD    PIC X.
                   88  PDTRN-OVERRIDE  VALUE 'O'.
               05  FILLER              PIC X(63).
               05  PDTRN-REC-TYPE      PIC X.

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
       FD      CUST-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS CUST-MST-REC
               RECORD CONTAINS 81 CHARACTERS.

       01      CUST-MST-REC.
               05  CMST-CUST-NO        PIC X(5).
               05  CMST-STATUS         PIC X.
                   88  CMST-ACTIVE     VALUE 'A'.
                   88  CMST-INACTIVE   VALUE 'I'.
               05  CMST-CREDIT-LIMIT   PIC 9(6)V99.
               05  CMST-HOLD-SW        PIC X.
                   88  CMST-ON-HOLD    VALUE 'Y'.
               05  CMST-HOLD-SOURCE    PIC X.
                   88  CMST-MANUAL-HOLD VALUE 'M'.
                   88  CMST-AUTO-HOLD  VALUE 'A'.

       FD      AR-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS AR-MST-REC
               RECORD CONTAINS 76 CHARACTERS.

       01      AR-MST-REC.
               05  AR-INV-NO           PIC 9(6).
               05  AR-EST-NO           PIC X(4).
               05  AR-CUST-NO          PIC X(5).
               05  AR-CUST-NAME        PIC X(25).
               05  AR-INV-DATE         PIC 9(8).
               05  AR-INV-AMT          PIC 9(6)V99.
               05  AR-PAID-AMT         PIC 9(6)V99.
               05  AR-STATUS           PIC X.
                   88  AR-OPEN         VALUE 'O'.
                   88  AR-PAID         VALUE 'P'.
                   88  AR-WRITTEN-OFF  VALUE 'W'.
                   88  AR-VOID         VALUE 'V'.
               05  AR-ADJ-AMT          PIC 9(6)V99.
               05  AR-EST-CODE         PIC X(3).

       FD      ESTR-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS ESTR-MST-REC
               RECORD CONTAINS 33 CHARACTERS.

       01      ESTR-MST-REC.
               05  ESTR-CODE           PIC X(3).
               05  ESTR-NAME           PIC X(25).
               05  ESTR-COMM-PCT       PIC 99V99.
               05  ESTR-STATUS         PIC X.
                   88  ESTR-ACTIVE     VALUE 'A'.
                   88  ESTR-INACTIVE   VALUE 'I'.

       FD      PROD-MST
               LABEL RECORD IS STANDARD
         05 W-PROC-DATE-INT            PIC 9(7)       VALUE ZEROS.
         05 W-TODAY-INT                PIC 9(7)       VALUE ZEROS.
         05 W-DATE-DIFF                PIC S9(5)      VALUE ZEROS.
         05 AR-MST-FILE-STATUS         PIC XX         VALUE SPACES.
         05 AR-EOF-SW                  PIC XXX        VALUE 'NO'.
         05 CREDIT-FLAG-SW             PIC XXX        VALUE 'NO'.
         05 CREDIT-REASON              PIC X(35)      VALUE SPACES.
         05 C-CREDCTR                  PIC 999        VALUE 0.
         05 C-OVER-DAYS                PIC 999        VALUE 90.
         05 W-AR-OPEN-AMT              PIC S9(7)V99   VALUE ZEROS.
         05 W-CUST-BALANCE             PIC S9(7)V99   VALUE ZEROS.
         05 W-OLDEST-DATE              PIC 9(8)       VALUE ZEROS.
         05 W-OLDEST-DATE-X            REDEFINES W-OLDEST-DATE.
            10 W-OLDEST-YY             PIC 9(4).
            10 W-OLDEST-MM             PIC 99.
            10 W-OLDEST-DD             PIC 99.
         05 W-OLDEST-INT               PIC 9(7)       VALUE ZEROS.
         05 W-OLDEST-DAYS              PIC S9(5)      VALUE ZEROS.
         05 W-CB-KEY                   PIC X(5)       VALUE SPACES.
         05 CB-SUB                     PIC 9(4)       VALUE ZEROS.
         05 CB-HIT                     PIC 9(4)       VALUE ZEROS.
         05 CB-FOUND-SW                PIC XXX        VALUE 'NO'.
         05 ESTR-MST-FILE-STATUS       PIC XX         VALUE SPACES.
         05 ESTR-MST-OPEN-SW           PIC XXX        VALUE 'NO'.

       01 CUST-BAL-TABLE.
         05 CB-COUNT                   PIC 9(4)       VALUE ZEROS.
         05 CB-ENTRY                   OCCURS 1000 TIMES.
            10 CB-CUST-NO              PIC X(5).
            10 CB-BALANCE              PIC S9(7)V99.
            10 CB-OLDEST-DATE          PIC 9(8).

       01 HDR-SAVE-REC                 PIC X(89).

       01 NEXT-SAVE-REC                PIC X(89).

       01 SURF-WORK-TABLE.
         05 SURF-COUNT                 PIC 99         VALUE 0.
         05 B4-JOB-ADDR                PIC X(30).
         05 B4-STATUS                  PIC X.
         05 B4-CUST-NO                 PIC X(5).
         05 B4-EST-CODE                PIC X(3).



         05 0-BADCTR                   PIC ZZ9.
         05 FILLER                     PIC X(52)   VALUE SPACES.

       01 EXCPT-CREDIT-LINE.
         05 FILLER                     PIC X(25)   VALUE
         "TOTAL CREDIT FLAGS:".
         05 0-CREDCTR                  PIC ZZ9.
         05 FILLER                     PIC X(52)   VALUE SPACES.

       01 HICOST-TITLE.
         05 FILLER                     PIC X(6)    VALUE 'DATE:'.
         05 0-HI-MM                    PIC 99.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "CUST".
         05 FILLER                     PIC X(14)   VALUE SPACES.
         05 FILLER                     PIC X(3)    VALUE "EST".
         05 FILLER                     PIC X(3)    VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-EST-NO               PIC X(4).
         05 0-AUD-STAT                 PIC X.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-CUST-NO              PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-EST-CODE             PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER                     PIC X(15)   VALUE
           PERFORM 1015-OPEN-PAINT-DTL.
           PERFORM 1020-OPEN-CUST-MST.
           PERFORM 1025-OPEN-PROD-MST.
           PERFORM 1028-OPEN-ESTR-MST.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCPT-RPT.
           OPEN OUTPUT HICOST-RPT.
               AFTER ADVANCING 2 LINES.

           PERFORM 1100-LOAD-RATES.
           PERFORM 1030-LOAD-AR-BALANCES.
           PERFORM 1200-LOAD-HISTORY.
           PERFORM 1300-READ-RUN-CONTROL.
           PERFORM 9700-CHECKPOINT.
               MOVE 'NO' TO PROD-MST-OPEN-SW
           END-IF.

       1028-OPEN-ESTR-MST.
           OPEN INPUT ESTR-MST.
           IF ESTR-MST-FILE-STATUS = '00'
               MOVE 'YES' TO ESTR-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO ESTR-MST-OPEN-SW
           END-IF.

       1030-LOAD-AR-BALANCES.
           COMPUTE W-PROC-DATE-INT =
               FUNCTION INTEGER-OF-DATE (W-PROC-DATE).
           MOVE ZEROS TO CB-COUNT.
           OPEN INPUT AR-MST.
           IF AR-MST-FILE-STATUS = '00'
               MOVE 'NO' TO AR-EOF-SW
               PERFORM 1035-READ-AR
               PERFORM 1040-STORE-AR-ITEM
                   UNTIL AR-EOF-SW = 'YES'
               CLOSE AR-MST
           END-IF.

       1035-READ-AR.
           READ AR-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO AR-EOF-SW.

       1040-STORE-AR-ITEM.
           IF AR-OPEN AND AR-CUST-NO NOT = SPACES
               COMPUTE W-AR-OPEN-AMT =
                   AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT
               IF W-AR-OPEN-AMT > ZERO
                   MOVE AR-CUST-NO TO W-CB-KEY
                   PERFORM 1045-FIND-CUST-BAL
                   IF CB-FOUND-SW = 'NO' AND CB-COUNT < 1000
                       ADD 1 TO CB-COUNT
                       MOVE CB-COUNT TO CB-HIT
                       MOVE AR-CUST-NO TO CB-CUST-NO (CB-HIT)
                       MOVE ZEROS TO CB-BALANCE (CB-HIT)
                       MOVE AR-INV-DATE TO CB-OLDEST-DATE (CB-HIT)
                       MOVE 'YES' TO CB-FOUND-SW
                   END-IF
                   IF CB-FOUND-SW = 'YES'
                       ADD W-AR-OPEN-AMT TO CB-BALANCE (CB-HIT)
                       IF AR-INV-DATE < CB-OLDEST-DATE (CB-HIT)
                           MOVE AR-INV-DATE
                               TO CB-OLDEST-DATE (CB-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1035-READ-AR.

       1045-FIND-CUST-BAL.
           MOVE 'NO' TO CB-FOUND-SW.
           MOVE ZEROS TO CB-HIT.
           PERFORM 1046-SCAN-CUST-BAL
               VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-COUNT OR CB-FOUND-SW = 'YES'.

       1046-SCAN-CUST-BAL.
           IF CB-CUST-NO (CB-SUB) = W-CB-KEY
               MOVE CB-SUB TO CB-HIT
               MOVE 'YES' TO CB-FOUND-SW
           END-IF.

       1200-LOAD-HISTORY.
           PERFORM 1210-OPEN-PAINT-HIST.
           COMPUTE MTD-KEY = W-PROC-YY * 100 + W-PROC-MM.
               END-EVALUATE
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           IF EDIT-SW = 'YES' AND CREDIT-FLAG-SW = 'YES'
               PERFORM 2255-CREDIT-FLAG-OUTPUT
           END-IF.
           MOVE PAINT-EST-NO TO C-LAST-EST-NO.
           ADD 1 TO CHECKPOINT-CTR.
           IF CHECKPOINT-CTR NOT < 10
       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           MOVE 'NO' TO CREDIT-FLAG-SW.
           MOVE SPACES TO CREDIT-REASON.
           PERFORM 2040-VALIDATE-SURFACES.
           EVALUATE TRUE
               WHEN NOT ACTION-ADD AND NOT ACTION-CHANGE
              (ACTION-ADD OR ACTION-CHANGE) AND
              PAINT-CUST-NO NOT = SPACES
               PERFORM 2070-CHECK-CUSTOMER.
           IF EDIT-SW = 'YES' AND
              (ACTION-ADD OR ACTION-CHANGE) AND
              PAINT-EST-CODE NOT = SPACES
               PERFORM 2080-CHECK-ESTIMATOR.
           IF EDIT-SW = 'YES' AND ACTION-ADD
               PERFORM 2060-CHECK-DUPLICATE.

                           MOVE 'NO' TO EDIT-SW
                           MOVE 'CUSTOMER IS INACTIVE'
                               TO EXCPT-REASON
                       ELSE
                           PERFORM 2075-CHECK-CREDIT
                       END-IF
               END-READ
           END-IF.

       2075-CHECK-CREDIT.
           MOVE ZEROS TO W-CUST-BALANCE.
           MOVE ZEROS TO W-OLDEST-DAYS.
           MOVE CMST-CUST-NO TO W-CB-KEY.
           PERFORM 1045-FIND-CUST-BAL.
           IF CB-FOUND-SW = 'YES'
               MOVE CB-BALANCE (CB-HIT) TO W-CUST-BALANCE
               MOVE CB-OLDEST-DATE (CB-HIT) TO W-OLDEST-DATE
               PERFORM 2076-AGE-OLDEST
           END-IF.
           IF CMST-CREDIT-LIMIT NOT NUMERIC
               MOVE ZEROS TO CMST-CREDIT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN CMST-ON-HOLD
                   MOVE 'YES' TO CREDIT-FLAG-SW
                   MOVE 'ACCEPTED - CUSTOMER ON CREDIT HOLD'
                       TO CREDIT-REASON
               WHEN CMST-CREDIT-LIMIT > ZERO AND
                    W-CUST-BALANCE > CMST-CREDIT-LIMIT
                   MOVE 'YES' TO CREDIT-FLAG-SW
                   MOVE 'ACCEPTED - CUSTOMER OVER LIMIT'
                       TO CREDIT-REASON
               WHEN W-OLDEST-DAYS > C-OVER-DAYS
                   MOVE 'YES' TO CREDIT-FLAG-SW
                   MOVE 'ACCEPTED - INVOICE OVER 90 DAYS'
                       TO CREDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2076-AGE-OLDEST.
           IF W-OLDEST-DATE NUMERIC
               AND W-OLDEST-MM > 0 AND W-OLDEST-MM < 13
               AND W-OLDEST-DD > 0 AND W-OLDEST-DD < 32
               COMPUTE W-OLDEST-INT =
                   FUNCTION INTEGER-OF-DATE (W-OLDEST-DATE)
               COMPUTE W-OLDEST-DAYS = W-PROC-DATE-INT - W-OLDEST-INT
           ELSE
               MOVE 9999 TO W-OLDEST-DAYS
           END-IF.

       2080-CHECK-ESTIMATOR.
           IF ESTR-MST-OPEN-SW = 'NO'
               MOVE 'NO' TO EDIT-SW
               MOVE 'ESTIMATOR MASTER NOT AVAILABLE' TO EXCPT-REASON
           ELSE
               MOVE PAINT-EST-CODE TO ESTR-CODE
               READ ESTR-MST
                   INVALID KEY
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'UNKNOWN ESTIMATOR CODE'
                           TO EXCPT-REASON
                   NOT INVALID KEY
                       IF ESTR-INACTIVE
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'ESTIMATOR IS INACTIVE'
                               TO EXCPT-REASON
                       END-IF
               END-READ
           END-IF.
           MOVE PAINT-JOB-ADDR TO PMST-JOB-ADDR.
           MOVE 'Q' TO PMST-STATUS.
           MOVE PAINT-CUST-NO TO PMST-CUST-NO.
           MOVE PAINT-EST-CODE TO PMST-EST-CODE.
           MOVE C-GALLONS TO PMST-EST-GALLONS.
           MOVE C-PAINT-COST TO PMST-EST-PAINT-COST.
           MOVE C-LABOR-COST TO PMST-EST-LABOR-COST.
           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       2255-CREDIT-FLAG-OUTPUT.
           ADD 1 TO C-CREDCTR.
           MOVE PAINT-EST-NO TO 0-EXCPT-EST-NO.
           MOVE PAINT-YY TO 0-EXCPT-YY.
           MOVE PAINT-MM TO 0-EXCPT-MM.
           MOVE PAINT-DD TO 0-EXCPT-DD.
           MOVE CREDIT-REASON TO 0-EXCPT-REASON.

           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       2260-HICOST-OUTPUT.
           IF C-TOTAL-COST > C-SIGNOFF-AMT
               WRITE HICOST-LINE FROM DETAIL-LINE
               MOVE PAINT-JOB-ADDR TO PMST-JOB-ADDR.
           IF PAINT-CUST-NO NOT = SPACES
               MOVE PAINT-CUST-NO TO PMST-CUST-NO.
           IF PAINT-EST-CODE NOT = SPACES
               MOVE PAINT-EST-CODE TO PMST-EST-CODE.
           IF SURF-COUNT = ZERO AND
              PMST-DOOR-SQ-FT > PMST-WALL-SQ-FT
               MOVE 'NO' TO EDIT-SW
           MOVE PMST-JOB-ADDR TO B4-JOB-ADDR.
           MOVE PMST-STATUS TO B4-STATUS.
           MOVE PMST-CUST-NO TO B4-CUST-NO.
           MOVE PMST-EST-CODE TO B4-EST-CODE.

       2330-AUDIT-OUTPUT.
           MOVE PMST-EST-NO TO 0-AUD-EST-NO.
           MOVE B4-JOB-ADDR TO 0-AUD-ADDR.
           MOVE B4-STATUS TO 0-AUD-STAT.
           MOVE B4-CUST-NO TO 0-AUD-CUST-NO.
           MOVE B4-EST-CODE TO 0-AUD-EST-CODE.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 2 LINES.

           MOVE PMST-JOB-ADDR TO 0-AUD-ADDR.
           MOVE PMST-STATUS TO 0-AUD-STAT.
           MOVE PMST-CUST-NO TO 0-AUD-CUST-NO.
           MOVE PMST-EST-CODE TO 0-AUD-EST-CODE.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-CREDCTR TO 0-CREDCTR.
           WRITE EXCPT-LINE FROM EXCPT-CREDIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-CHGCTR TO 0-CHGCTR.
           MOVE C-CANCTR TO 0-CANCTR.
           MOVE C-STACTR TO 0-STACTR.
           IF PROD-MST-OPEN-SW = 'YES'
               CLOSE PROD-MST
           END-IF.
           IF ESTR-MST-OPEN-SW = 'YES'
               CLOSE ESTR-MST
           END-IF.
           CLOSE EXCPT-RPT.
           CLOSE HICOST-RPT.
           CLOSE AUDIT-RPT.
