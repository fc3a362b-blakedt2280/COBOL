       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT24.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM POSTS RECEIVABLES ADJUSTMENTS AGAINST THE
      *OPEN-ITEM RECEIVABLES FILE.  THREE TRANSACTIONS ARE ACCEPTED,
      *EACH WITH A REASON CODE VALIDATED FOR ITS TYPE: A CREDIT MEMO
      *REDUCES AN OPEN INVOICE (TOUCH-UP DISCOUNTS, PRICING ERRORS),
      *A BAD-DEBT WRITE-OFF CLEARS ALL OR PART OF AN UNCOLLECTABLE
      *BALANCE, AND A VOID CANCELS AN UNPAID INVOICE RAISED IN ERROR
      *BY JOB COMPLETION.  ADJUSTMENTS ARE CARRIED IN THE ADJUSTED
      *AMOUNT ON THE INVOICE SO THE PAID-TO-DATE AMOUNT SHOWS ONLY
      *CASH.  WRITE-OFFS OVER THE APPROVAL THRESHOLD ON THE CONTROL
      *CARD ARE NOT POSTED UNLESS THEY CARRY THE APPROVER'S INITIALS;
      *THEY ARE LISTED ON AN APPROVAL EXCEPTION LIST INSTEAD.  EVERY
      *POSTED ADJUSTMENT IS WRITTEN TO THE RECEIVABLES TRANSACTION
      *HISTORY FILE AND PRINTED ON AN AUDIT LISTING WITH THE BALANCE
      *BEFORE AND AFTER, AND REJECTED ENTRIES GO TO AN EXCEPTION LIST.
      *EVERY POSTED ADJUSTMENT IS ALSO WRITTEN TO THE GENERAL LEDGER
      *POSTING FILE AS ONE BATCH PER RUN, CREDITING THE RECEIVABLES
      *CONTROL ACCOUNT AND DEBITING SALES ADJUSTMENTS FOR A CREDIT
      *MEMO, BAD DEBT EXPENSE FOR A WRITE-OFF, OR PAINTING REVENUE FOR
      *A VOID.  WRITE-OFFS HELD FOR APPROVAL ARE NOT JOURNALIZED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADJ-TRANS
               ASSIGN TO 'C:\COBOL\ARADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-MST
               ASSIGN TO 'C:\COBOL\ARMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INV-NO
               FILE STATUS IS AR-MST-FILE-STATUS.

           SELECT AR-HIST
               ASSIGN TO 'C:\COBOL\ARHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-HIST-FILE-STATUS.

           SELECT GL-TRAN
               ASSIGN TO 'C:\COBOL\GLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TRAN-FILE-STATUS.

           SELECT ADJ-CTL
               ASSIGN TO 'C:\COBOL\ARADJCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\ARADJAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCPT-RPT
               ASSIGN TO 'C:\COBOL\ARADJEXC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT APPRV-RPT
               ASSIGN TO 'C:\COBOL\ARADJAPP.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      ADJ-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS ADJ-TRANS-REC
               RECORD CONTAINS 28 CHARACTERS.

       01      ADJ-TRANS-REC.
               05  ADJ-TYPE            PIC X.
                   88  ADJ-CREDIT-MEMO VALUE 'C'.
                   88  ADJ-WRITE-OFF   VALUE 'W'.
                   88  ADJ-VOID        VALUE 'V'.
               05  ADJ-INV-NO          PIC 9(6).
               05  ADJ-DATE            PIC 9(8).
               05  ADJ-AMT             PIC 9(6)V99.
               05  ADJ-REASON          PIC XX.
               05  ADJ-APPROVED-BY     PIC X(3).

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

       FD      AR-HIST
               LABEL RECORD IS STANDARD
               DATA RECORD IS AR-HIST-REC
               RECORD CONTAINS 50 CHARACTERS.

       01      AR-HIST-REC.
               05  HST-CUST-NO         PIC X(5).
               05  HST-TRAN-DATE       PIC 9(8).
               05  HST-TRAN-TYPE       PIC X.
                   88  HST-INVOICE     VALUE 'I'.
                   88  HST-PAYMENT     VALUE 'P'.
                   88  HST-ON-ACCOUNT  VALUE 'U'.
                   88  HST-CREDIT-MEMO VALUE 'C'.
                   88  HST-WRITE-OFF   VALUE 'W'.
                   88  HST-VOID        VALUE 'V'.
               05  HST-INV-NO          PIC 9(6).
               05  HST-EST-NO          PIC X(4).
               05  HST-AMT             PIC 9(6)V99.
               05  HST-REF             PIC X(8).
               05  FILLER              PIC X(10).

       FD      GL-TRAN
               LABEL RECORD IS STANDARD
               DATA RECORD IS GL-TRAN-REC
               RECORD CONTAINS 80 CHARACTERS.

       01      GL-TRAN-REC.
               05  GLT-BATCH-ID.
                   10  GLT-SOURCE      PIC X(3).
                   10  GLT-BATCH-DATE  PIC 9(8).
                   10  GLT-BATCH-TIME  PIC X(6).
               05  GLT-POST-DATE       PIC 9(8).
               05  GLT-MAP-CODE        PIC X(6).
               05  GLT-DR-CR           PIC X.
                   88  GLT-DEBIT       VALUE 'D'.
                   88  GLT-CREDIT      VALUE 'C'.
               05  GLT-AMT             PIC 9(7)V99.
               05  GLT-REF             PIC X(8).
               05  GLT-DESC            PIC X(20).
               05  FILLER              PIC X(11).

       FD      ADJ-CTL
               LABEL RECORD IS STANDARD
               DATA RECORD IS CTL-REC
               RECORD CONTAINS 8 CHARACTERS.

       01      CTL-REC.
               05  CTL-WO-LIMIT        PIC 9(6)V99.

       FD      AUDIT-RPT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS AUDIT-LINE.

       01      AUDIT-LINE              PIC X(132).

       FD      EXCPT-RPT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS EXCPT-LINE.

       01      EXCPT-LINE              PIC X(80).

       FD      APPRV-RPT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS APPRV-LINE.

       01      APPRV-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 MORE-RECS                  PIC XXX     VALUE 'YES'.
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-HIST-FILE-STATUS        PIC XX      VALUE SPACES.
         05 CTL-FILE-STATUS            PIC XX      VALUE SPACES.
         05 GL-TRAN-FILE-STATUS        PIC XX      VALUE SPACES.
         05 EDIT-SW                    PIC XXX     VALUE 'YES'.
         05 HELD-SW                    PIC XXX     VALUE 'NO'.
         05 REASON-FOUND-SW            PIC XXX     VALUE 'NO'.
         05 REASON-FOUND-IX            PIC 99      VALUE 0.
         05 SUB1                       PIC 99      VALUE 0.
         05 EXCPT-REASON               PIC X(35)   VALUE SPACES.
         05 W-WO-LIMIT                 PIC 9(6)V99 VALUE 500.00.
         05 C-ADJ-AMT                  PIC 9(6)V99 VALUE ZEROS.
         05 C-BAL-BEFORE               PIC S9(6)V99 VALUE ZEROS.
         05 C-BAL-AFTER                PIC S9(6)V99 VALUE ZEROS.
         05 C-CMCTR                    PIC 999     VALUE 0.
         05 C-WOCTR                    PIC 999     VALUE 0.
         05 C-VDCTR                    PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.
         05 C-HELDCTR                  PIC 999     VALUE 0.
         05 C-CM-TOTAL                 PIC 9(8)V99 VALUE ZEROS.
         05 C-WO-TOTAL                 PIC 9(8)V99 VALUE ZEROS.
         05 C-VD-TOTAL                 PIC 9(8)V99 VALUE ZEROS.
         05 C-HELD-TOTAL               PIC 9(8)V99 VALUE ZEROS.
         05 W-GL-MAP-CODE              PIC X(6)    VALUE SPACES.
         05 W-GL-DR-CR                 PIC X       VALUE SPACES.
         05 W-GL-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 W-BATCH-ID.
            10 W-BATCH-SOURCE          PIC X(3)    VALUE 'ADJ'.
            10 W-BATCH-DATE            PIC 9(8)    VALUE ZEROS.
            10 W-BATCH-TIME            PIC X(6)    VALUE SPACES.

       01      REASON-TABLE-VALUES.
         05 FILLER                     PIC X(23)   VALUE
         'CTUTOUCH-UP DISCOUNT'.
         05 FILLER                     PIC X(23)   VALUE
         'CPRPRICING ERROR'.
         05 FILLER                     PIC X(23)   VALUE
         'CDMDAMAGE CLAIM'.
         05 FILLER                     PIC X(23)   VALUE
         'CGWGOODWILL'.
         05 FILLER                     PIC X(23)   VALUE
         'WUCUNCOLLECTABLE'.
         05 FILLER                     PIC X(23)   VALUE
         'WBKCUSTOMER BANKRUPT'.
         05 FILLER                     PIC X(23)   VALUE
         'WSBSMALL BALANCE'.
         05 FILLER                     PIC X(23)   VALUE
         'VDUDUPLICATE INVOICE'.
         05 FILLER                     PIC X(23)   VALUE
         'VNCJOB NOT COMPLETE'.
         05 FILLER                     PIC X(23)   VALUE
         'VWCWRONG CUSTOMER'.
         05 FILLER                     PIC X(23)   VALUE
         'VKEKEYING ERROR'.

       01      REASON-TABLE            REDEFINES REASON-TABLE-VALUES.
         05 RSN-ENTRY                  OCCURS 11 TIMES.
            10 RSN-TYPE                PIC X.
            10 RSN-CODE                PIC XX.
            10 RSN-DESC                PIC X(20).

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.

         05    I-TIME                  PIC X(11).

       01 AUDIT-TITLE.
         05 FILLER                     PIC X(6)    VALUE 'DATE:'.
         05 0-MM                       PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-DD                       PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-YY                       PIC 9(4).
         05 FILLER                     PIC X(30)   VALUE SPACES.
         05 FILLER                     PIC X(31)   VALUE
         'RECEIVABLES ADJUSTMENTS AUDIT'.
         05 FILLER                     PIC X(55)   VALUE SPACES.

       01 AUDIT-COL-HDG.
         05 FILLER                     PIC X(8)    VALUE "INVOICE".
         05 FILLER                     PIC X(13)   VALUE "ADJUSTMENT".
         05 FILLER                     PIC X(3)    VALUE "RSN".
         05 FILLER                     PIC X(22)   VALUE
         "REASON DESCRIPTION".
         05 FILLER                     PIC X(27)   VALUE
         "CUSTOMER NAME".
         05 FILLER                     PIC X(10)   VALUE "ADJ DATE".
         05 FILLER                     PIC X(10)   VALUE
         "    AMOUNT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         " BAL BEFORE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  BAL AFTER".
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(8)    VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-INV-NO               PIC 9(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-TYPE                 PIC X(11).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-REASON               PIC XX.
         05 FILLER                     PIC X       VALUE SPACES.
         05 0-AUD-RSN-DESC             PIC X(20).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-CUST-NAME            PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-DATE                 PIC 9(8).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-AMT                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-BAL-BEFORE           PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-BAL-AFTER            PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-STAT                 PIC X.
         05 FILLER                     PIC X(9)    VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 0-TTL-DESC                 PIC X(14).
         05 FILLER                     PIC X(8)    VALUE "POSTED:".
         05 0-TTL-CTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "AMOUNT:".
         05 0-TTL-AMT                  PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(82)   VALUE SPACES.

       01 EXCPT-TITLE.
         05 FILLER                     PIC X(36)   VALUE
         "RECEIVABLES ADJUSTMENTS EXCEPTIONS".
         05 FILLER                     PIC X(44)   VALUE SPACES.

       01 EXCPT-COL-HDG.
         05 FILLER                     PIC X(7)    VALUE "INVOICE".
         05 FILLER                     PIC X(6)    VALUE SPACES.
         05 FILLER                     PIC X(20)   VALUE
         "REASON FOR REJECTION".
         05 FILLER                     PIC X(47)   VALUE SPACES.

       01 EXCPT-DETAIL.
         05 0-EXCPT-INV-NO             PIC X(6).
         05 FILLER                     PIC X(7)    VALUE SPACES.
         05 0-EXCPT-REASON             PIC X(35).
         05 FILLER                     PIC X(32)   VALUE SPACES.

       01 EXCPT-TOTAL-LINE.
         05 FILLER                     PIC X(25)   VALUE
         "TOTAL EXCEPTIONS:".
         05 0-BADCTR                   PIC ZZ9.
         05 FILLER                     PIC X(52)   VALUE SPACES.

       01 APPRV-TITLE.
         05 FILLER                     PIC X(36)   VALUE
         "WRITE-OFFS AWAITING APPROVAL".
         05 FILLER                     PIC X(44)   VALUE SPACES.

       01 APPRV-LIMIT-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "APPROVAL REQUIRED OVER:".
         05 0-WO-LIMIT                 PIC $$$$,$$9.99.
         05 FILLER                     PIC X(39)   VALUE SPACES.

       01 APPRV-COL-HDG.
         05 FILLER                     PIC X(8)    VALUE "INVOICE".
         05 FILLER                     PIC X(27)   VALUE
         "CUSTOMER NAME".
         05 FILLER                     PIC X(11)   VALUE
         "  WRITE-OFF".
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "    BALANCE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(3)    VALUE "RSN".
         05 FILLER                     PIC X(17)   VALUE SPACES.

       01 APPRV-DETAIL.
         05 0-APP-INV-NO               PIC 9(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-APP-CUST-NAME            PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-APP-AMT                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-APP-BAL                  PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-APP-REASON               PIC XX.
         05 FILLER                     PIC X(18)   VALUE SPACES.

       01 APPRV-TOTAL-LINE.
         05 FILLER                     PIC X(25)   VALUE
         "WRITE-OFFS HELD:".
         05 0-HELDCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "AMOUNT:".
         05 0-HELD-TOTAL               PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(27)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT ADJ-TRANS.
           OPEN I-O AR-MST.
           PERFORM 1010-OPEN-AR-HIST.
           PERFORM 1020-READ-ADJ-CONTROL.
           PERFORM 1030-OPEN-GL-TRAN.
           OPEN OUTPUT AUDIT-RPT.
           OPEN OUTPUT EXCPT-RPT.
           OPEN OUTPUT APPRV-RPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-DATE TO W-BATCH-DATE.
           MOVE I-TIME TO W-BATCH-TIME.

           WRITE AUDIT-LINE FROM AUDIT-TITLE
               AFTER ADVANCING PAGE.
           WRITE AUDIT-LINE FROM AUDIT-COL-HDG
               AFTER ADVANCING 2 LINES.

           WRITE EXCPT-LINE FROM EXCPT-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-LINE FROM EXCPT-COL-HDG
               AFTER ADVANCING 2 LINES.

           MOVE W-WO-LIMIT TO 0-WO-LIMIT.
           WRITE APPRV-LINE FROM APPRV-TITLE
               AFTER ADVANCING PAGE.
           WRITE APPRV-LINE FROM APPRV-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE APPRV-LINE FROM APPRV-COL-HDG
               AFTER ADVANCING 2 LINES.

           IF AR-MST-FILE-STATUS = '35'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

       1010-OPEN-AR-HIST.
           OPEN EXTEND AR-HIST.
           IF AR-HIST-FILE-STATUS = '35'
               OPEN OUTPUT AR-HIST
           END-IF.

       1020-READ-ADJ-CONTROL.
           OPEN INPUT ADJ-CTL.
           IF CTL-FILE-STATUS = '00'
               READ ADJ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-WO-LIMIT NUMERIC
                           MOVE CTL-WO-LIMIT TO W-WO-LIMIT
                       END-IF
               END-READ
               CLOSE ADJ-CTL
           END-IF.

       1030-OPEN-GL-TRAN.
           OPEN EXTEND GL-TRAN.
           IF GL-TRAN-FILE-STATUS = '35'
               OPEN OUTPUT GL-TRAN
           END-IF.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
               PERFORM 2080-CHECK-APPROVAL
               IF HELD-SW = 'YES'
                   PERFORM 2260-APPROVAL-OUTPUT
               ELSE
                   PERFORM 2100-POST-ADJUSTMENT
               END-IF
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           PERFORM 9000-READ.

       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           EVALUATE TRUE
               WHEN NOT ADJ-CREDIT-MEMO AND NOT ADJ-WRITE-OFF
                   AND NOT ADJ-VOID
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID ADJUSTMENT TYPE' TO EXCPT-REASON
               WHEN ADJ-INV-NO NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVOICE NUMBER NOT NUMERIC' TO EXCPT-REASON
               WHEN ADJ-DATE NOT NUMERIC OR ADJ-DATE = ZEROS
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ADJUSTMENT DATE MISSING' TO EXCPT-REASON
               WHEN ADJ-AMT NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ADJUSTMENT AMOUNT NOT NUMERIC'
                       TO EXCPT-REASON
               WHEN ADJ-CREDIT-MEMO AND ADJ-AMT = ZERO
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CREDIT MEMO AMOUNT ZERO' TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EDIT-SW = 'YES'
               PERFORM 2070-FIND-REASON
               IF REASON-FOUND-SW = 'NO'
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID REASON CODE FOR TYPE'
                       TO EXCPT-REASON
               END-IF
           END-IF.
           IF EDIT-SW = 'YES'
               PERFORM 2060-CHECK-INVOICE.

       2060-CHECK-INVOICE.
           MOVE ADJ-INV-NO TO AR-INV-NO.
           READ AR-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVOICE NOT ON RECEIVABLES' TO EXCPT-REASON
               NOT INVALID KEY
                   PERFORM 2065-CHECK-BALANCE
           END-READ.

       2065-CHECK-BALANCE.
           COMPUTE C-BAL-BEFORE =
               AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT.
           IF ADJ-AMT = ZERO OR ADJ-VOID
               MOVE C-BAL-BEFORE TO C-ADJ-AMT
           ELSE
               MOVE ADJ-AMT TO C-ADJ-AMT
           END-IF.
           EVALUATE TRUE
               WHEN NOT AR-OPEN
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVOICE IS NOT OPEN' TO EXCPT-REASON
               WHEN C-BAL-BEFORE NOT > ZERO
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVOICE HAS NO OPEN BALANCE'
                       TO EXCPT-REASON
               WHEN ADJ-VOID AND AR-PAID-AMT > ZERO
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'PAYMENTS POSTED - CANNOT VOID'
                       TO EXCPT-REASON
               WHEN C-ADJ-AMT > C-BAL-BEFORE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ADJUSTMENT EXCEEDS OPEN BALANCE'
                       TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2070-FIND-REASON.
           MOVE 'NO' TO REASON-FOUND-SW.
           MOVE ZERO TO REASON-FOUND-IX.
           MOVE 1 TO SUB1.
           PERFORM 2075-SCAN-REASON
               UNTIL SUB1 > 11
                   OR REASON-FOUND-SW = 'YES'.

       2075-SCAN-REASON.
           IF RSN-TYPE (SUB1) = ADJ-TYPE
               AND RSN-CODE (SUB1) = ADJ-REASON
               MOVE 'YES' TO REASON-FOUND-SW
               MOVE SUB1 TO REASON-FOUND-IX
           ELSE
               ADD 1 TO SUB1
           END-IF.

       2080-CHECK-APPROVAL.
           MOVE 'NO' TO HELD-SW.
           IF ADJ-WRITE-OFF
               AND C-ADJ-AMT > W-WO-LIMIT
               AND ADJ-APPROVED-BY = SPACES
               MOVE 'YES' TO HELD-SW
           END-IF.

       2100-POST-ADJUSTMENT.
           ADD C-ADJ-AMT TO AR-ADJ-AMT
               ON SIZE ERROR
                   MOVE 999999.99 TO AR-ADJ-AMT
           END-ADD.
           COMPUTE C-BAL-AFTER =
               AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT.
           IF C-BAL-AFTER NOT > ZERO
               EVALUATE TRUE
                   WHEN ADJ-CREDIT-MEMO
                       MOVE 'P' TO AR-STATUS
                   WHEN ADJ-WRITE-OFF
                       MOVE 'W' TO AR-STATUS
                   WHEN ADJ-VOID
                       MOVE 'V' TO AR-STATUS
               END-EVALUATE
           END-IF.
           REWRITE AR-MST-REC.
           EVALUATE TRUE
               WHEN ADJ-CREDIT-MEMO
                   ADD 1 TO C-CMCTR
                   ADD C-ADJ-AMT TO C-CM-TOTAL
                   MOVE 'CREDIT MEMO' TO 0-AUD-TYPE
               WHEN ADJ-WRITE-OFF
                   ADD 1 TO C-WOCTR
                   ADD C-ADJ-AMT TO C-WO-TOTAL
                   MOVE 'WRITE-OFF' TO 0-AUD-TYPE
               WHEN ADJ-VOID
                   ADD 1 TO C-VDCTR
                   ADD C-ADJ-AMT TO C-VD-TOTAL
                   MOVE 'VOID' TO 0-AUD-TYPE
           END-EVALUATE.
           PERFORM 2150-WRITE-HISTORY.
           PERFORM 2170-WRITE-GL-ADJUSTMENT.
           PERFORM 2200-AUDIT-OUTPUT.

       2150-WRITE-HISTORY.
           MOVE SPACES TO AR-HIST-REC.
           MOVE AR-CUST-NO TO HST-CUST-NO.
           MOVE ADJ-DATE TO HST-TRAN-DATE.
           MOVE ADJ-TYPE TO HST-TRAN-TYPE.
           MOVE AR-INV-NO TO HST-INV-NO.
           MOVE AR-EST-NO TO HST-EST-NO.
           MOVE C-ADJ-AMT TO HST-AMT.
           MOVE ADJ-REASON TO HST-REF.
           WRITE AR-HIST-REC.

       2170-WRITE-GL-ADJUSTMENT.
           MOVE C-ADJ-AMT TO W-GL-AMT.
           EVALUATE TRUE
               WHEN ADJ-CREDIT-MEMO
                   MOVE 'SLSADJ' TO W-GL-MAP-CODE
               WHEN ADJ-WRITE-OFF
                   MOVE 'BADDBT' TO W-GL-MAP-CODE
               WHEN ADJ-VOID
                   MOVE 'PNTREV' TO W-GL-MAP-CODE
           END-EVALUATE.
           MOVE 'D' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.
           MOVE 'ARCTRL' TO W-GL-MAP-CODE.
           MOVE 'C' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.

       2200-AUDIT-OUTPUT.
           MOVE AR-INV-NO TO 0-AUD-INV-NO.
           MOVE ADJ-REASON TO 0-AUD-REASON.
           MOVE RSN-DESC (REASON-FOUND-IX) TO 0-AUD-RSN-DESC.
           MOVE AR-CUST-NAME TO 0-AUD-CUST-NAME.
           MOVE ADJ-DATE TO 0-AUD-DATE.
           MOVE C-ADJ-AMT TO 0-AUD-AMT.
           MOVE C-BAL-BEFORE TO 0-AUD-BAL-BEFORE.
           MOVE C-BAL-AFTER TO 0-AUD-BAL-AFTER.
           MOVE AR-STATUS TO 0-AUD-STAT.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE ADJ-INV-NO TO 0-EXCPT-INV-NO.
           MOVE EXCPT-REASON TO 0-EXCPT-REASON.
           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       2260-APPROVAL-OUTPUT.
           ADD 1 TO C-HELDCTR.
           ADD C-ADJ-AMT TO C-HELD-TOTAL.
           MOVE AR-INV-NO TO 0-APP-INV-NO.
           MOVE AR-CUST-NAME TO 0-APP-CUST-NAME.
           MOVE C-ADJ-AMT TO 0-APP-AMT.
           MOVE C-BAL-BEFORE TO 0-APP-BAL.
           MOVE ADJ-REASON TO 0-APP-REASON.
           WRITE APPRV-LINE FROM APPRV-DETAIL
               AFTER ADVANCING 1 LINE.

       2500-WRITE-GL-ENTRY.
           MOVE SPACES TO GL-TRAN-REC.
           MOVE W-BATCH-ID TO GLT-BATCH-ID.
           MOVE ADJ-DATE TO GLT-POST-DATE.
           MOVE W-GL-MAP-CODE TO GLT-MAP-CODE.
           MOVE W-GL-DR-CR TO GLT-DR-CR.
           MOVE W-GL-AMT TO GLT-AMT.
           MOVE AR-INV-NO TO GLT-REF.
           MOVE AR-CUST-NAME TO GLT-DESC.
           WRITE GL-TRAN-REC.

       3000-CLOSING.
           MOVE 'CREDIT MEMOS' TO 0-TTL-DESC.
           MOVE C-CMCTR TO 0-TTL-CTR.
           MOVE C-CM-TOTAL TO 0-TTL-AMT.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'WRITE-OFFS' TO 0-TTL-DESC.
           MOVE C-WOCTR TO 0-TTL-CTR.
           MOVE C-WO-TOTAL TO 0-TTL-AMT.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'VOIDS' TO 0-TTL-DESC.
           MOVE C-VDCTR TO 0-TTL-CTR.
           MOVE C-VD-TOTAL TO 0-TTL-AMT.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-HELDCTR TO 0-HELDCTR.
           MOVE C-HELD-TOTAL TO 0-HELD-TOTAL.
           WRITE APPRV-LINE FROM APPRV-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ADJ-TRANS.
           IF AR-MST-FILE-STATUS NOT = '35'
               CLOSE AR-MST
           END-IF.
           CLOSE AR-HIST.
           CLOSE GL-TRAN.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.
           CLOSE APPRV-RPT.

       9000-READ.
           READ ADJ-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
