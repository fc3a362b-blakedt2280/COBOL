      *LABOR HOURS FOR EACH SCHEDULED JOB ARE DERIVED FROM THE
      *ESTIMATE'S LABOR DOLLARS AND THE LABOR RATE IN EFFECT.  AN
      *AUDIT LISTING SHOWS EVERY ACTION AND AN EXCEPTION LIST SHOWS
      *EVERY REJECTED ENTRY.  RESCHEDULING A JOB KEEPS THE LABOR
      *HOURS ALREADY POSTED TO IT FROM THE CREW TIMECARDS.
      *A CREW CANNOT BE SCHEDULED FOR A CUSTOMER WHO IS ON CREDIT
      *HOLD, WHOSE OPEN RECEIVABLES BALANCE IS OVER THE CREDIT LIMIT
      *OR WHO HAS AN OPEN INVOICE OVER 90 DAYS OLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PMST-EST-NO
               FILE STATUS IS PAINT-MST-FILE-STATUS.

           SELECT CUST-MST
               ASSIGN TO 'C:\COBOL\CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-CUST-NO
               FILE STATUS IS CUST-MST-FILE-STATUS.

           SELECT AR-MST
               ASSIGN TO 'C:\COBOL\ARMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INV-NO
               FILE STATUS IS AR-MST-FILE-STATUS.

           SELECT RATE-TABLE
               ASSIGN TO 'C:\COBOL\RATETBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD      JOB-SCHED
               LABEL RECORD IS STANDARD
               DATA RECORD IS JOB-SCHED-REC
               RECORD CONTAINS 25 CHARACTERS.

       01      JOB-SCHED-REC.
               05  SCH-EST-NO          PIC X(4).
               05  SCH-CREW-NO         PIC X(3).
               05  SCH-START-DATE      PIC 9(8).
               05  SCH-EST-HOURS       PIC 9(4)V9.
               05  SCH-ACT-HOURS       PIC 9(4)V9.

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
               05  CMST-NAME           PIC X(25).
               05  CMST-ADDR           PIC X(30).
               05  CMST-PHONE          PIC X(10).
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

       FD      RATE-TABLE
               LABEL RECORD IS STANDARD
         05 C-BADCTR                   PIC 999     VALUE 0.
         05 C-EST-HOURS                PIC 9(4)V9  VALUE ZEROS.
         05 W-RESKED-SW                PIC XXX     VALUE 'NO'.
         05 CUST-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CUST-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-EOF-SW                  PIC XXX     VALUE 'NO'.
         05 C-OVER-DAYS                PIC 999     VALUE 90.
         05 W-TODAY-NUM                PIC 9(8)    VALUE ZEROS.
         05 W-TODAY-INT                PIC 9(7)    VALUE ZEROS.
         05 W-AR-OPEN-AMT              PIC S9(7)V99 VALUE ZEROS.
         05 W-CUST-BALANCE             PIC S9(7)V99 VALUE ZEROS.
         05 W-OLDEST-DATE              PIC 9(8)    VALUE ZEROS.
         05 W-OLDEST-DATE-X            REDEFINES W-OLDEST-DATE.
            10 W-OLDEST-YY             PIC 9(4).
            10 W-OLDEST-MM             PIC 99.
            10 W-OLDEST-DD             PIC 99.
         05 W-OLDEST-INT               PIC 9(7)    VALUE ZEROS.
         05 W-OLDEST-DAYS              PIC S9(5)   VALUE ZEROS.
         05 W-CB-KEY                   PIC X(5)    VALUE SPACES.
         05 CB-SUB                     PIC 9(4)    VALUE ZEROS.
         05 CB-HIT                     PIC 9(4)    VALUE ZEROS.
         05 CB-FOUND-SW                PIC XXX     VALUE 'NO'.

       01 CUST-BAL-TABLE.
         05 CB-COUNT                   PIC 9(4)    VALUE ZEROS.
         05 CB-ENTRY                   OCCURS 1000 TIMES.
            10 CB-CUST-NO              PIC X(5).
            10 CB-BALANCE              PIC S9(7)V99.
            10 CB-OLDEST-DATE          PIC 9(8).

       01 B4-CREW-REC.
         05 B4-NAME                    PIC X(25).
           PERFORM 1010-OPEN-CREW-MST.
           PERFORM 1020-OPEN-JOB-SCHED.
           PERFORM 1030-OPEN-PAINT-EST.
           PERFORM 1040-OPEN-CUST-MST.
           OPEN OUTPUT AUDIT-RPT.
           OPEN OUTPUT EXCPT-RPT.

               AFTER ADVANCING 2 LINES.

           PERFORM 1100-LOAD-RATES.
           PERFORM 1050-LOAD-AR-BALANCES.
           PERFORM 9000-READ.

       1010-OPEN-CREW-MST.
               MOVE 'NO' TO PAINT-MST-OPEN-SW
           END-IF.

       1040-OPEN-CUST-MST.
           OPEN INPUT CUST-MST.
           IF CUST-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CUST-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CUST-MST-OPEN-SW
           END-IF.

       1050-LOAD-AR-BALANCES.
           MOVE I-DATE TO W-TODAY-NUM.
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (W-TODAY-NUM).
           MOVE ZEROS TO CB-COUNT.
           OPEN INPUT AR-MST.
           IF AR-MST-FILE-STATUS = '00'
               MOVE 'NO' TO AR-EOF-SW
               PERFORM 1055-READ-AR
               PERFORM 1060-STORE-AR-ITEM
                   UNTIL AR-EOF-SW = 'YES'
               CLOSE AR-MST
           END-IF.

       1055-READ-AR.
           READ AR-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO AR-EOF-SW.

       1060-STORE-AR-ITEM.
           IF AR-OPEN AND AR-CUST-NO NOT = SPACES
               COMPUTE W-AR-OPEN-AMT =
                   AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT
               IF W-AR-OPEN-AMT > ZERO
                   MOVE AR-CUST-NO TO W-CB-KEY
                   PERFORM 1065-FIND-CUST-BAL
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
           PERFORM 1055-READ-AR.

       1065-FIND-CUST-BAL.
           MOVE 'NO' TO CB-FOUND-SW.
           MOVE ZEROS TO CB-HIT.
           PERFORM 1066-SCAN-CUST-BAL
               VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-COUNT OR CB-FOUND-SW = 'YES'.

       1066-SCAN-CUST-BAL.
           IF CB-CUST-NO (CB-SUB) = W-CB-KEY
               MOVE CB-SUB TO CB-HIT
               MOVE 'YES' TO CB-FOUND-SW
           END-IF.

       1100-LOAD-RATES.
           MOVE ZEROS TO C-RATE-BEST-DATE.
           OPEN INPUT RATE-TABLE.
                       PERFORM 2250-EXCEPTION-OUTPUT
                   NOT INVALID KEY
                       IF PMST-SCHEDULED
                           PERFORM 2415-CHECK-CREDIT
                           IF EDIT-SW = 'YES'
                               PERFORM 2420-WRITE-SCHEDULE
                           ELSE
                               PERFORM 2250-EXCEPTION-OUTPUT
                           END-IF
                       ELSE
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'ESTIMATE NOT IN S STATUS'
               END-READ
           END-IF.

       2415-CHECK-CREDIT.
           IF PMST-CUST-NO NOT = SPACES AND CUST-MST-OPEN-SW = 'YES'
               MOVE PMST-CUST-NO TO CMST-CUST-NO
               READ CUST-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2416-TEST-CREDIT
               END-READ
           END-IF.

       2416-TEST-CREDIT.
           MOVE ZEROS TO W-CUST-BALANCE.
           MOVE ZEROS TO W-OLDEST-DAYS.
           MOVE CMST-CUST-NO TO W-CB-KEY.
           PERFORM 1065-FIND-CUST-BAL.
           IF CB-FOUND-SW = 'YES'
               MOVE CB-BALANCE (CB-HIT) TO W-CUST-BALANCE
               MOVE CB-OLDEST-DATE (CB-HIT) TO W-OLDEST-DATE
               PERFORM 2417-AGE-OLDEST
           END-IF.
           IF CMST-CREDIT-LIMIT NOT NUMERIC
               MOVE ZEROS TO CMST-CREDIT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN CMST-ON-HOLD
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CUSTOMER ON CREDIT HOLD' TO EXCPT-REASON
               WHEN CMST-CREDIT-LIMIT > ZERO AND
                    W-CUST-BALANCE > CMST-CREDIT-LIMIT
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CUSTOMER OVER CREDIT LIMIT' TO EXCPT-REASON
               WHEN W-OLDEST-DAYS > C-OVER-DAYS
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CUSTOMER HAS INVOICE OVER 90 DAYS'
                       TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2417-AGE-OLDEST.
           IF W-OLDEST-DATE NUMERIC
               AND W-OLDEST-MM > 0 AND W-OLDEST-MM < 13
               AND W-OLDEST-DD > 0 AND W-OLDEST-DD < 32
               COMPUTE W-OLDEST-INT =
                   FUNCTION INTEGER-OF-DATE (W-OLDEST-DATE)
               COMPUTE W-OLDEST-DAYS = W-TODAY-INT - W-OLDEST-INT
           ELSE
               MOVE 9999 TO W-OLDEST-DAYS
           END-IF.

       2420-WRITE-SCHEDULE.
           IF C-LABOR-RATE = ZERO
               MOVE ZEROS TO C-EST-HOURS
           MOVE CWTRN-CREW-NO TO SCH-CREW-NO.
           MOVE CWTRN-START-DATE TO SCH-START-DATE.
           MOVE C-EST-HOURS TO SCH-EST-HOURS.
           MOVE ZEROS TO SCH-ACT-HOURS.
           MOVE 'NO' TO W-RESKED-SW.
           WRITE JOB-SCHED-REC
               INVALID KEY
                   MOVE 'YES' TO W-RESKED-SW
                   PERFORM 2425-RESCHEDULE-JOB
           END-WRITE.
           ADD 1 TO C-SCHCTR.
           PERFORM 2430-SCHEDULE-AUDIT.

       2425-RESCHEDULE-JOB.
           READ JOB-SCHED
               INVALID KEY
                   MOVE ZEROS TO SCH-ACT-HOURS
           END-READ.
           MOVE CWTRN-CREW-NO TO SCH-CREW-NO.
           MOVE CWTRN-START-DATE TO SCH-START-DATE.
           MOVE C-EST-HOURS TO SCH-EST-HOURS.
           REWRITE JOB-SCHED-REC.

       2430-SCHEDULE-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           MOVE SCH-CREW-NO TO 0-AUD-CREW-NO.
           IF PAINT-MST-OPEN-SW = 'YES'
               CLOSE PAINT-EST
           END-IF.
           IF CUST-MST-OPEN-SW = 'YES'
               CLOSE CUST-MST
           END-IF.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

