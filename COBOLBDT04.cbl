      *(ADD, CHANGE, INACTIVATE) AGAINST THE CUSTOMER MASTER FILE
      *AND PRINTS AN AUDIT LISTING OF EVERY ACTION WITH BEFORE AND
      *AFTER VALUES, PLUS AN EXCEPTION LIST OF REJECTED ENTRIES.
      *THE TRANSACTION ALSO CARRIES THE CUSTOMER CREDIT LIMIT AND A
      *CREDIT HOLD CODE (Y = PLACE ON HOLD, N = RELEASE HOLD).  HOLDS
      *PLACED HERE ARE MARKED MANUAL AND ARE NEVER RELEASED BY THE
      *NIGHTLY CREDIT REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD      CUST-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS CUST-TRANS-REC
               RECORD CONTAINS 80 CHARACTERS.

       01      CUST-TRANS-REC.
               05  CTRN-ACTION         PIC X.
               05  CTRN-NAME           PIC X(25).
               05  CTRN-ADDR           PIC X(30).
               05  CTRN-PHONE          PIC X(10).
               05  CTRN-CREDIT-LIMIT   PIC X(8).
               05  CTRN-LIMIT-AMT      REDEFINES CTRN-CREDIT-LIMIT
                                       PIC 9(6)V99.
               05  CTRN-HOLD           PIC X.
                   88  CHOLD-PLACE     VALUE 'Y'.
                   88  CHOLD-RELEASE   VALUE 'N'.

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

       FD      AUDIT-RPT
               LABEL RECORD IS OMITTED
         05 B4-ADDR                    PIC X(30).
         05 B4-PHONE                   PIC X(10).
         05 B4-STATUS                  PIC X.
         05 B4-CREDIT-LIMIT            PIC 9(6)V99.
         05 B4-HOLD-SW                 PIC X.
         05 B4-HOLD-SOURCE             PIC X.

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
         05 FILLER                     PIC X(5)    VALUE "PHONE".
         05 FILLER                     PIC X(7)    VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "  CR LIMIT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "HOLD".
         05 FILLER                     PIC X(16)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-CUST-NO              PIC X(5).
         05 0-AUD-PHONE                PIC X(10).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-STAT                 PIC X.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-LIMIT                PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-HOLD                 PIC X.
         05 FILLER                     PIC X       VALUE SPACES.
         05 0-AUD-HOLD-SRC             PIC X.
         05 FILLER                     PIC X(17)   VALUE SPACES.

       01 AUDIT-NEW-LINE.
         05 0-AUDN-CUST-NO             PIC X(5).
               WHEN CACTION-ADD AND CTRN-NAME = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CUSTOMER NAME IS BLANK' TO EXCPT-REASON
               WHEN CTRN-CREDIT-LIMIT NOT = SPACES
                   AND CTRN-LIMIT-AMT NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CREDIT LIMIT NOT NUMERIC' TO EXCPT-REASON
               WHEN CTRN-HOLD NOT = SPACE AND NOT CHOLD-PLACE
                   AND NOT CHOLD-RELEASE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID CREDIT HOLD CODE' TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE CTRN-ADDR TO CMST-ADDR.
           MOVE CTRN-PHONE TO CMST-PHONE.
           MOVE 'A' TO CMST-STATUS.
           MOVE ZERO TO CMST-CREDIT-LIMIT.
           IF CTRN-CREDIT-LIMIT NOT = SPACES
               MOVE CTRN-LIMIT-AMT TO CMST-CREDIT-LIMIT.
           MOVE 'N' TO CMST-HOLD-SW.
           MOVE SPACE TO CMST-HOLD-SOURCE.
           IF CHOLD-PLACE
               MOVE 'Y' TO CMST-HOLD-SW
               MOVE 'M' TO CMST-HOLD-SOURCE.
           WRITE CUST-MST-REC
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
           MOVE CMST-ADDR TO 0-AUD-ADDR.
           MOVE CMST-PHONE TO 0-AUD-PHONE.
           MOVE CMST-STATUS TO 0-AUD-STAT.
           MOVE CMST-CREDIT-LIMIT TO 0-AUD-LIMIT.
           MOVE CMST-HOLD-SW TO 0-AUD-HOLD.
           MOVE CMST-HOLD-SOURCE TO 0-AUD-HOLD-SRC.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

           MOVE B4-ADDR TO 0-AUD-ADDR.
           MOVE B4-PHONE TO 0-AUD-PHONE.
           MOVE B4-STATUS TO 0-AUD-STAT.
           MOVE B4-CREDIT-LIMIT TO 0-AUD-LIMIT.
           MOVE B4-HOLD-SW TO 0-AUD-HOLD.
           MOVE B4-HOLD-SOURCE TO 0-AUD-HOLD-SRC.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 2 LINES.

               MOVE CTRN-ADDR TO CMST-ADDR.
           IF CTRN-PHONE NOT = SPACES
               MOVE CTRN-PHONE TO CMST-PHONE.
           IF CTRN-CREDIT-LIMIT NOT = SPACES
               MOVE CTRN-LIMIT-AMT TO CMST-CREDIT-LIMIT.
           IF CHOLD-PLACE
               MOVE 'Y' TO CMST-HOLD-SW
               MOVE 'M' TO CMST-HOLD-SOURCE.
           IF CHOLD-RELEASE
               MOVE 'N' TO CMST-HOLD-SW
               MOVE SPACE TO CMST-HOLD-SOURCE.
           REWRITE CUST-MST-REC.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGE' TO 0-AUD-ACTION.
           MOVE CMST-ADDR TO B4-ADDR.
           MOVE CMST-PHONE TO B4-PHONE.
           MOVE CMST-STATUS TO B4-STATUS.
           MOVE CMST-CREDIT-LIMIT TO B4-CREDIT-LIMIT.
           MOVE CMST-HOLD-SW TO B4-HOLD-SW.
           MOVE CMST-HOLD-SOURCE TO B4-HOLD-SOURCE.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
