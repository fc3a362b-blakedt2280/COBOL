       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT32.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM IS THE NIGHTLY CUSTOMER CREDIT REVIEW.  IT TOTALS
      *THE OPEN BALANCE AND FINDS THE OLDEST OPEN INVOICE FOR EVERY
      *CUSTOMER ON THE RECEIVABLES MASTER, THEN PASSES THE CUSTOMER
      *MASTER.  A CUSTOMER WHOSE OPEN BALANCE IS OVER THE CREDIT
      *LIMIT OR WHO HAS AN OPEN INVOICE OVER 90 DAYS OLD IS PUT ON
      *CREDIT HOLD AUTOMATICALLY.  AN AUTOMATIC HOLD IS TAKEN OFF
      *WHEN NEITHER CONDITION APPLIES ANY LONGER.  HOLDS PLACED BY
      *CUSTOMER MAINTENANCE ARE MANUAL AND ARE NEVER RELEASED HERE.
      *EVERY CUSTOMER PUT ON OR TAKEN OFF HOLD IS LISTED WITH THE
      *BALANCE, THE CREDIT LIMIT AND THE OLDEST OPEN INVOICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AR-MST
               ASSIGN TO 'C:\COBOL\ARMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INV-NO
               FILE STATUS IS AR-MST-FILE-STATUS.

           SELECT CUST-MST
               ASSIGN TO 'C:\COBOL\CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-CUST-NO
               FILE STATUS IS CUST-MST-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\CREDREV.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 AR-EOF-SW                  PIC XXX     VALUE 'NO'.
         05 CUST-EOF-SW                PIC XXX     VALUE 'NO'.
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 CUST-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CUST-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 CB-OVFL-SW                 PIC XXX     VALUE 'NO'.
         05 OVER-LIMIT-SW              PIC XXX     VALUE 'NO'.
         05 OVER-DAYS-SW               PIC XXX     VALUE 'NO'.
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
         05 W-ACTION                   PIC X(8)    VALUE SPACES.
         05 W-REASON                   PIC X(30)   VALUE SPACES.
         05 W-CB-KEY                   PIC X(5)    VALUE SPACES.
         05 CB-SUB                     PIC 9(4)    VALUE ZEROS.
         05 CB-HIT                     PIC 9(4)    VALUE ZEROS.
         05 CB-FOUND-SW                PIC XXX     VALUE 'NO'.
         05 C-REVIEWED                 PIC 9(5)    VALUE 0.
         05 C-HELD                     PIC 9(5)    VALUE 0.
         05 C-RELEASED                 PIC 9(5)    VALUE 0.
         05 C-STILL-AUTO               PIC 9(5)    VALUE 0.
         05 C-MANUAL                   PIC 9(5)    VALUE 0.

       01 CUST-BAL-TABLE.
         05 CB-COUNT                   PIC 9(4)    VALUE ZEROS.
         05 CB-ENTRY                   OCCURS 1000 TIMES.
            10 CB-CUST-NO              PIC X(5).
            10 CB-BALANCE              PIC S9(7)V99.
            10 CB-OLDEST-DATE          PIC 9(8).

       01 W-DATE-EDIT.
         05 W-EDIT-MM                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 W-EDIT-DD                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 W-EDIT-YY                  PIC 9(4).

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.

         05    I-TIME                  PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER                   PIC X(6)    VALUE 'DATE:'.
           05 0-MM                     PIC 99.
           05 FILLER                   PIC X       VALUE '/'.
           05 0-DD                     PIC 99.
           05 FILLER                   PIC X       VALUE '/'.
           05 0-YY                     PIC 9(4).
           05 FILLER                   PIC X(37)   VALUE SPACES.
           05 FILLER                   PIC X(22)   VALUE
           'CUSTOMER CREDIT REVIEW'.
           05 FILLER                   PIC X(49)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 COL-HDG1.
         05 FILLER                     PIC X(5)    VALUE "CUST".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(25)   VALUE
         "CUSTOMER NAME".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "ACTION".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "OPEN BAL".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "CR LIMIT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "OLDEST INV".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "DAYS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(30)   VALUE "REASON".
         05 FILLER                     PIC X(15)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-CUST-NO                  PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CUST-NAME                PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-ACTION                   PIC X(8).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-BALANCE                  PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-LIMIT                    PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-OLDEST-DATE              PIC X(10).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-OLDEST-DAYS              PIC ZZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-REASON                   PIC X(30).
         05 FILLER                     PIC X(15)   VALUE SPACES.

       01 NONE-LINE.
         05 FILLER                     PIC X(45)   VALUE
         "NO CUSTOMERS WERE PUT ON OR TAKEN OFF HOLD".
         05 FILLER                     PIC X(87)   VALUE SPACES.

       01 NO-CUST-LINE.
         05 FILLER                     PIC X(45)   VALUE
         "CUSTOMER MASTER NOT AVAILABLE - NO REVIEW RUN".
         05 FILLER                     PIC X(87)   VALUE SPACES.

       01 OVFL-WARN-LINE.
         05 FILLER                     PIC X(60)   VALUE
         "CUSTOMER BALANCE TABLE FULL - AUTOMATIC RELEASES SUPPRESSED".
         05 FILLER                     PIC X(72)   VALUE SPACES.

       01 TTL-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "CUSTOMERS REVIEWED:".
         05 0-REVIEWED                 PIC ZZ,ZZ9.
         05 FILLER                     PIC X(96)   VALUE SPACES.

       01 HELD-TTL-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "PUT ON HOLD:".
         05 0-HELD                     PIC ZZ,ZZ9.
         05 FILLER                     PIC X(96)   VALUE SPACES.

       01 RELEASED-TTL-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "TAKEN OFF HOLD:".
         05 0-RELEASED                 PIC ZZ,ZZ9.
         05 FILLER                     PIC X(96)   VALUE SPACES.

       01 AUTO-TTL-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "REMAINING ON AUTOMATIC HOLD:".
         05 0-STILL-AUTO               PIC ZZ,ZZ9.
         05 FILLER                     PIC X(96)   VALUE SPACES.

       01 MANUAL-TTL-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "ON MANUAL HOLD:".
         05 0-MANUAL                   PIC ZZ,ZZ9.
         05 FILLER                     PIC X(96)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF CUST-MST-OPEN-SW = 'YES'
               PERFORM 2000-MAINLINE
                   UNTIL CUST-EOF-SW = 'YES'
           END-IF.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE ZEROS TO PCTR.
           MOVE ZEROS TO C-REVIEWED.
           MOVE ZEROS TO C-HELD.
           MOVE ZEROS TO C-RELEASED.
           MOVE ZEROS TO C-STILL-AUTO.
           MOVE ZEROS TO C-MANUAL.
           MOVE 'NO' TO CB-OVFL-SW.
           MOVE 'NO' TO CUST-EOF-SW.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-DATE TO W-TODAY-NUM.
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (W-TODAY-NUM).

           PERFORM 9100-HDGS.
           PERFORM 1050-LOAD-AR-BALANCES.
           PERFORM 1040-OPEN-CUST-MST.
           IF CUST-MST-OPEN-SW = 'YES'
               PERFORM 9000-READ-CUST
           ELSE
               WRITE PRTLINE FROM NO-CUST-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       1040-OPEN-CUST-MST.
           OPEN I-O CUST-MST.
           IF CUST-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CUST-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CUST-MST-OPEN-SW
           END-IF.

       1050-LOAD-AR-BALANCES.
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
                   IF CB-FOUND-SW = 'NO'
                       IF CB-COUNT < 1000
                           ADD 1 TO CB-COUNT
                           MOVE CB-COUNT TO CB-HIT
                           MOVE AR-CUST-NO TO CB-CUST-NO (CB-HIT)
                           MOVE ZEROS TO CB-BALANCE (CB-HIT)
                           MOVE AR-INV-DATE
                               TO CB-OLDEST-DATE (CB-HIT)
                           MOVE 'YES' TO CB-FOUND-SW
                       ELSE
                           MOVE 'YES' TO CB-OVFL-SW
                       END-IF
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

       2000-MAINLINE.
           ADD 1 TO C-REVIEWED.
           PERFORM 2100-FIGURE-CREDIT.
           EVALUATE TRUE
               WHEN CMST-ON-HOLD AND CMST-MANUAL-HOLD
                   ADD 1 TO C-MANUAL
               WHEN CMST-ON-HOLD AND
                    (OVER-LIMIT-SW = 'YES' OR OVER-DAYS-SW = 'YES'
                     OR CB-OVFL-SW = 'YES')
                   ADD 1 TO C-STILL-AUTO
               WHEN CMST-ON-HOLD
                   PERFORM 2300-RELEASE-HOLD
               WHEN OVER-LIMIT-SW = 'YES' OR OVER-DAYS-SW = 'YES'
                   PERFORM 2200-PLACE-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 9000-READ-CUST.

       2100-FIGURE-CREDIT.
           MOVE 'NO' TO OVER-LIMIT-SW.
           MOVE 'NO' TO OVER-DAYS-SW.
           MOVE ZEROS TO W-CUST-BALANCE.
           MOVE ZEROS TO W-OLDEST-DATE.
           MOVE ZEROS TO W-OLDEST-DAYS.
           IF CMST-CREDIT-LIMIT NOT NUMERIC
               MOVE ZEROS TO CMST-CREDIT-LIMIT
           END-IF.
           MOVE CMST-CUST-NO TO W-CB-KEY.
           PERFORM 1065-FIND-CUST-BAL.
           IF CB-FOUND-SW = 'YES'
               MOVE CB-BALANCE (CB-HIT) TO W-CUST-BALANCE
               MOVE CB-OLDEST-DATE (CB-HIT) TO W-OLDEST-DATE
               PERFORM 2110-AGE-OLDEST
           END-IF.
           IF CMST-CREDIT-LIMIT > ZERO
               AND W-CUST-BALANCE > CMST-CREDIT-LIMIT
               MOVE 'YES' TO OVER-LIMIT-SW
           END-IF.
           IF W-OLDEST-DAYS > C-OVER-DAYS
               MOVE 'YES' TO OVER-DAYS-SW
           END-IF.

       2110-AGE-OLDEST.
           IF W-OLDEST-DATE NUMERIC
               AND W-OLDEST-MM > 0 AND W-OLDEST-MM < 13
               AND W-OLDEST-DD > 0 AND W-OLDEST-DD < 32
               COMPUTE W-OLDEST-INT =
                   FUNCTION INTEGER-OF-DATE (W-OLDEST-DATE)
               COMPUTE W-OLDEST-DAYS = W-TODAY-INT - W-OLDEST-INT
           ELSE
               MOVE 9999 TO W-OLDEST-DAYS
           END-IF.
           IF W-OLDEST-DAYS < ZERO
               MOVE ZERO TO W-OLDEST-DAYS
           END-IF.

       2200-PLACE-HOLD.
           MOVE 'Y' TO CMST-HOLD-SW.
           MOVE 'A' TO CMST-HOLD-SOURCE.
           REWRITE CUST-MST-REC.
           ADD 1 TO C-HELD.
           MOVE 'ON HOLD' TO W-ACTION.
           EVALUATE TRUE
               WHEN OVER-LIMIT-SW = 'YES' AND OVER-DAYS-SW = 'YES'
                   MOVE 'OVER LIMIT AND OVER 90 DAYS' TO W-REASON
               WHEN OVER-LIMIT-SW = 'YES'
                   MOVE 'OVER CREDIT LIMIT' TO W-REASON
               WHEN OTHER
                   MOVE 'INVOICE OVER 90 DAYS' TO W-REASON
           END-EVALUATE.
           PERFORM 2400-OUTPUT.

       2300-RELEASE-HOLD.
           MOVE 'N' TO CMST-HOLD-SW.
           MOVE SPACE TO CMST-HOLD-SOURCE.
           REWRITE CUST-MST-REC.
           ADD 1 TO C-RELEASED.
           MOVE 'RELEASED' TO W-ACTION.
           MOVE 'WITHIN LIMIT AND TERMS' TO W-REASON.
           PERFORM 2400-OUTPUT.

       2400-OUTPUT.
           MOVE CMST-CUST-NO TO 0-CUST-NO.
           MOVE CMST-NAME TO 0-CUST-NAME.
           MOVE W-ACTION TO 0-ACTION.
           MOVE W-CUST-BALANCE TO 0-BALANCE.
           MOVE CMST-CREDIT-LIMIT TO 0-LIMIT.
           IF W-OLDEST-DATE = ZEROS
               MOVE SPACES TO 0-OLDEST-DATE
               MOVE ZEROS TO 0-OLDEST-DAYS
           ELSE
               MOVE W-OLDEST-MM TO W-EDIT-MM
               MOVE W-OLDEST-DD TO W-EDIT-DD
               MOVE W-OLDEST-YY TO W-EDIT-YY
               MOVE W-DATE-EDIT TO 0-OLDEST-DATE
               MOVE W-OLDEST-DAYS TO 0-OLDEST-DAYS
           END-IF.
           MOVE W-REASON TO 0-REASON.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       3000-CLOSING.
           IF C-HELD = ZERO AND C-RELEASED = ZERO
               AND CUST-MST-OPEN-SW = 'YES'
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF CB-OVFL-SW = 'YES'
               WRITE PRTLINE FROM OVFL-WARN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE C-REVIEWED TO 0-REVIEWED.
           MOVE C-HELD TO 0-HELD.
           MOVE C-RELEASED TO 0-RELEASED.
           MOVE C-STILL-AUTO TO 0-STILL-AUTO.
           MOVE C-MANUAL TO 0-MANUAL.
           WRITE PRTLINE FROM TTL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM HELD-TTL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RELEASED-TTL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM AUTO-TTL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MANUAL-TTL-LINE
               AFTER ADVANCING 1 LINE.
           IF CUST-MST-OPEN-SW = 'YES'
               CLOSE CUST-MST
           END-IF.
           CLOSE PRTOUT.

       9000-READ-CUST.
           READ CUST-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO CUST-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.
