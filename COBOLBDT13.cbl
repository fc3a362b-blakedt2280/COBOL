      *THIS PROGRAM POSTS CASH RECEIPTS AGAINST THE OPEN-ITEM
      *RECEIVABLES FILE.  EACH RECEIPT IS APPLIED TO ITS INVOICE,
      *THE PAID-TO-DATE AMOUNT IS ADVANCED, AND THE INVOICE IS
      *FLAGGED PAID WHEN THE BALANCE REACHES ZERO.  ANY PART OF A
      *RECEIPT LARGER THAN THE OPEN BALANCE IS NOT APPLIED TO THE
      *INVOICE BUT HELD AS AN UNAPPLIED ON-ACCOUNT CREDIT FOR THE
      *CUSTOMER ON THE ON-ACCOUNT CREDIT FILE.  AN AUDIT LISTING
      *SHOWS EVERY RECEIPT WITH THE BALANCE BEFORE AND AFTER, AND AN
      *EXCEPTION LIST SHOWS EVERY REJECTED RECEIPT.  EVERY POSTED
      *RECEIPT IS ALSO WRITTEN TO THE RECEIVABLES TRANSACTION HISTORY
      *FILE WITH ITS DATE, AMOUNT AND CHECK NUMBER FOR THE MONTHLY
      *CUSTOMER STATEMENTS, WITH A SEPARATE ON-ACCOUNT ENTRY FOR ANY
      *UNAPPLIED AMOUNT.  EACH RECEIPT IS ALSO WRITTEN TO THE GENERAL
      *LEDGER POSTING FILE (DEBIT CASH, CREDIT RECEIVABLES) AS ONE
      *BATCH PER RUN FOR THE GENERAL LEDGER JOURNAL EXTRACT.
      *WHEN A RECEIPT BRINGS AN INVOICE TO PAID, THE ESTIMATOR WHO
      *QUOTED THE JOB EARNS COMMISSION AT THE ESTIMATOR MASTER RATE
      *ON THE INVOICE AMOUNT LESS ADJUSTMENTS.  EACH COMMISSION IS
      *WRITTEN TO THE COMMISSION HISTORY FILE FOR THE MONTHLY
      *COMMISSION STATEMENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AR-INV-NO
               FILE STATUS IS AR-MST-FILE-STATUS.

           SELECT AR-HIST
               ASSIGN TO 'C:\COBOL\ARHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-HIST-FILE-STATUS.

           SELECT ON-ACCT
               ASSIGN TO 'C:\COBOL\ONACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OAC-CUST-NO
               FILE STATUS IS ON-ACCT-FILE-STATUS.

           SELECT GL-TRAN
               ASSIGN TO 'C:\COBOL\GLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TRAN-FILE-STATUS.

           SELECT ESTR-MST
               ASSIGN TO 'C:\COBOL\ESTRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTR-CODE
               FILE STATUS IS ESTR-MST-FILE-STATUS.

           SELECT COMM-HIST
               ASSIGN TO 'C:\COBOL\COMMHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-HIST-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\CSHAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD      CASH-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS CASH-TRANS-REC
               RECORD CONTAINS 30 CHARACTERS.

       01      CASH-TRANS-REC.
               05  RCPT-INV-NO         PIC 9(6).
               05  RCPT-DATE           PIC 9(8).
               05  RCPT-AMT            PIC 9(6)V99.
               05  RCPT-CHECK-NO       PIC X(8).

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
               05  HST-INV-NO          PIC 9(6).
               05  HST-EST-NO          PIC X(4).
               05  HST-AMT             PIC 9(6)V99.
               05  HST-REF             PIC X(8).
               05  FILLER              PIC X(10).

       FD      ON-ACCT
               LABEL RECORD IS STANDARD
               DATA RECORD IS ON-ACCT-REC
               RECORD CONTAINS 30 CHARACTERS.

       01      ON-ACCT-REC.
               05  OAC-CUST-NO         PIC X(5).
               05  OAC-CREDIT-AMT      PIC 9(6)V99.
               05  OAC-LAST-DATE       PIC 9(8).
               05  OAC-LAST-INV-NO     PIC 9(6).
               05  FILLER              PIC X(3).

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

       FD      COMM-HIST
               LABEL RECORD IS STANDARD
               DATA RECORD IS COMM-HIST-REC
               RECORD CONTAINS 80 CHARACTERS.

       01      COMM-HIST-REC.
               05  CMH-EST-CODE        PIC X(3).
               05  CMH-PAID-DATE       PIC 9(8).
               05  CMH-INV-NO          PIC 9(6).
               05  CMH-EST-NO          PIC X(4).
               05  CMH-CUST-NO         PIC X(5).
               05  CMH-CUST-NAME       PIC X(25).
               05  CMH-INV-AMT         PIC 9(6)V99.
               05  CMH-BASIS-AMT       PIC 9(6)V99.
               05  CMH-COMM-PCT        PIC 99V99.
               05  CMH-COMM-AMT        PIC 9(6)V99.
               05  FILLER              PIC X.

       FD      AUDIT-RPT
               LABEL RECORD IS OMITTED
       01      WORK-AREA.
         05 MORE-RECS                  PIC XXX     VALUE 'YES'.
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-HIST-FILE-STATUS        PIC XX      VALUE SPACES.
         05 ON-ACCT-FILE-STATUS        PIC XX      VALUE SPACES.
         05 EDIT-SW                    PIC XXX     VALUE 'YES'.
         05 EXCPT-REASON               PIC X(35)   VALUE SPACES.
         05 C-POSTCTR                  PIC 999     VALUE 0.
         05 C-CASH-TOTAL               PIC 9(8)V99 VALUE ZEROS.
         05 C-BAL-BEFORE               PIC S9(6)V99 VALUE ZEROS.
         05 C-BAL-AFTER                PIC S9(6)V99 VALUE ZEROS.
         05 C-APPLY-AMT                PIC 9(6)V99 VALUE ZEROS.
         05 C-UNAPPLIED-AMT            PIC 9(6)V99 VALUE ZEROS.
         05 C-ONACCT-TOTAL             PIC 9(8)V99 VALUE ZEROS.
         05 GL-TRAN-FILE-STATUS        PIC XX      VALUE SPACES.
         05 W-GL-MAP-CODE              PIC X(6)    VALUE SPACES.
         05 W-GL-DR-CR                 PIC X       VALUE SPACES.
         05 W-BATCH-ID.
            10 W-BATCH-SOURCE          PIC X(3)    VALUE 'CSH'.
            10 W-BATCH-DATE            PIC 9(8)    VALUE ZEROS.
            10 W-BATCH-TIME            PIC X(6)    VALUE SPACES.
         05 ESTR-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 ESTR-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 COMM-HIST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 C-COMMCTR                  PIC 999     VALUE 0.
         05 C-COMM-TOTAL               PIC 9(7)V99 VALUE ZEROS.
         05 W-BASIS-AMT                PIC S9(6)V99 VALUE ZEROS.

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
         "  BAL AFTER".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         " ON ACCOUNT".
         05 FILLER                     PIC X(30)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-INV-NO               PIC 9(6).
         05 0-AUD-BAL-AFTER            PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-STAT                 PIC X.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-AUD-UNAPPLIED            PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(29)   VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER                     PIC X(25)   VALUE
         05 FILLER                     PIC X(14)   VALUE
         "CASH APPLIED:".
         05 0-CASH-TOTAL               PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "ON ACCOUNT:".
         05 0-ONACCT-TOTAL             PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(44)   VALUE SPACES.

       01 AUDIT-COMM-LINE.
         05 FILLER                     PIC X(25)   VALUE
         "COMMISSIONS EARNED:".
         05 0-COMMCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(14)   VALUE
         "COMMISSION:".
         05 0-COMM-TOTAL               PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(73)   VALUE SPACES.

       01 EXCPT-TITLE.
       1000-INIT.
           OPEN INPUT CASH-TRANS.
           OPEN I-O AR-MST.
           PERFORM 1010-OPEN-AR-HIST.
           PERFORM 1020-OPEN-ON-ACCT.
           PERFORM 1030-OPEN-GL-TRAN.
           PERFORM 1040-OPEN-ESTR-MST.
           PERFORM 1050-OPEN-COMM-HIST.
           OPEN OUTPUT AUDIT-RPT.
           OPEN OUTPUT EXCPT-RPT.

           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-DATE TO W-BATCH-DATE.
           MOVE I-TIME TO W-BATCH-TIME.

           WRITE AUDIT-LINE FROM AUDIT-TITLE
               AFTER ADVANCING PAGE.
               PERFORM 9000-READ
           END-IF.

       1010-OPEN-AR-HIST.
           OPEN EXTEND AR-HIST.
           IF AR-HIST-FILE-STATUS = '35'
               OPEN OUTPUT AR-HIST
           END-IF.

       1020-OPEN-ON-ACCT.
           OPEN I-O ON-ACCT.
           IF ON-ACCT-FILE-STATUS = '35'
               OPEN OUTPUT ON-ACCT
               CLOSE ON-ACCT
               OPEN I-O ON-ACCT
           END-IF.

       1030-OPEN-GL-TRAN.
           OPEN EXTEND GL-TRAN.
           IF GL-TRAN-FILE-STATUS = '35'
               OPEN OUTPUT GL-TRAN
           END-IF.

       1040-OPEN-ESTR-MST.
           OPEN INPUT ESTR-MST.
           IF ESTR-MST-FILE-STATUS = '00'
               MOVE 'YES' TO ESTR-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO ESTR-MST-OPEN-SW
           END-IF.

       1050-OPEN-COMM-HIST.
           OPEN EXTEND COMM-HIST.
           IF COMM-HIST-FILE-STATUS = '35'
               OPEN OUTPUT COMM-HIST
           END-IF.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVOICE NOT ON RECEIVABLES' TO EXCPT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AR-PAID
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'INVOICE ALREADY PAID'
                               TO EXCPT-REASON
                       WHEN AR-WRITTEN-OFF
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'INVOICE WRITTEN OFF'
                               TO EXCPT-REASON
                       WHEN AR-VOID
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'INVOICE IS VOID' TO EXCPT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2100-POST-RECEIPT.
           COMPUTE C-BAL-BEFORE =
               AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT.
           IF C-BAL-BEFORE < ZERO
               MOVE ZEROS TO C-BAL-BEFORE
           END-IF.
           IF RCPT-AMT > C-BAL-BEFORE
               MOVE C-BAL-BEFORE TO C-APPLY-AMT
               COMPUTE C-UNAPPLIED-AMT = RCPT-AMT - C-BAL-BEFORE
           ELSE
               MOVE RCPT-AMT TO C-APPLY-AMT
               MOVE ZEROS TO C-UNAPPLIED-AMT
           END-IF.
           ADD C-APPLY-AMT TO AR-PAID-AMT
               ON SIZE ERROR
                   MOVE 999999.99 TO AR-PAID-AMT
           END-ADD.
           COMPUTE C-BAL-AFTER =
               AR-INV-AMT - AR-PAID-AMT - AR-ADJ-AMT.
           IF C-BAL-AFTER NOT > ZERO
               MOVE 'P' TO AR-STATUS
               IF AR-EST-CODE NOT = SPACES
                   PERFORM 2180-EARN-COMMISSION
               END-IF
           END-IF.
           REWRITE AR-MST-REC.
           ADD 1 TO C-POSTCTR.
           ADD C-APPLY-AMT TO C-CASH-TOTAL.
           IF C-APPLY-AMT > ZERO
               MOVE SPACES TO AR-HIST-REC
               MOVE 'P' TO HST-TRAN-TYPE
               MOVE C-APPLY-AMT TO HST-AMT
               PERFORM 2150-WRITE-HISTORY
           END-IF.
           IF C-UNAPPLIED-AMT > ZERO
               PERFORM 2160-POST-ON-ACCOUNT
               MOVE SPACES TO AR-HIST-REC
               MOVE 'U' TO HST-TRAN-TYPE
               MOVE C-UNAPPLIED-AMT TO HST-AMT
               PERFORM 2150-WRITE-HISTORY
           END-IF.
           MOVE 'CASH  ' TO W-GL-MAP-CODE.
           MOVE 'D' TO W-GL-DR-CR.
           PERFORM 2170-WRITE-GL-ENTRY.
           MOVE 'ARCTRL' TO W-GL-MAP-CODE.
           MOVE 'C' TO W-GL-DR-CR.
           PERFORM 2170-WRITE-GL-ENTRY.
           PERFORM 2200-AUDIT-OUTPUT.

       2150-WRITE-HISTORY.
           MOVE AR-CUST-NO TO HST-CUST-NO.
           MOVE RCPT-DATE TO HST-TRAN-DATE.
           MOVE AR-INV-NO TO HST-INV-NO.
           MOVE AR-EST-NO TO HST-EST-NO.
           MOVE RCPT-CHECK-NO TO HST-REF.
           WRITE AR-HIST-REC.

       2160-POST-ON-ACCOUNT.
           ADD C-UNAPPLIED-AMT TO C-ONACCT-TOTAL.
           MOVE AR-CUST-NO TO OAC-CUST-NO.
           READ ON-ACCT
               INVALID KEY
                   MOVE SPACES TO ON-ACCT-REC
                   MOVE AR-CUST-NO TO OAC-CUST-NO
                   MOVE C-UNAPPLIED-AMT TO OAC-CREDIT-AMT
                   MOVE RCPT-DATE TO OAC-LAST-DATE
                   MOVE AR-INV-NO TO OAC-LAST-INV-NO
                   WRITE ON-ACCT-REC
               NOT INVALID KEY
                   ADD C-UNAPPLIED-AMT TO OAC-CREDIT-AMT
                       ON SIZE ERROR
                           MOVE 999999.99 TO OAC-CREDIT-AMT
                   END-ADD
                   MOVE RCPT-DATE TO OAC-LAST-DATE
                   MOVE AR-INV-NO TO OAC-LAST-INV-NO
                   REWRITE ON-ACCT-REC
           END-READ.

       2170-WRITE-GL-ENTRY.
           MOVE SPACES TO GL-TRAN-REC.
           MOVE W-BATCH-ID TO GLT-BATCH-ID.
           MOVE RCPT-DATE TO GLT-POST-DATE.
           MOVE W-GL-MAP-CODE TO GLT-MAP-CODE.
           MOVE W-GL-DR-CR TO GLT-DR-CR.
           MOVE RCPT-AMT TO GLT-AMT.
           MOVE RCPT-CHECK-NO TO GLT-REF.
           MOVE AR-CUST-NAME TO GLT-DESC.
           WRITE GL-TRAN-REC.

       2180-EARN-COMMISSION.
           MOVE SPACES TO COMM-HIST-REC.
           MOVE AR-EST-CODE TO CMH-EST-CODE.
           MOVE RCPT-DATE TO CMH-PAID-DATE.
           MOVE AR-INV-NO TO CMH-INV-NO.
           MOVE AR-EST-NO TO CMH-EST-NO.
           MOVE AR-CUST-NO TO CMH-CUST-NO.
           MOVE AR-CUST-NAME TO CMH-CUST-NAME.
           MOVE AR-INV-AMT TO CMH-INV-AMT.
           COMPUTE W-BASIS-AMT = AR-INV-AMT - AR-ADJ-AMT.
           IF W-BASIS-AMT < ZERO
               MOVE ZEROS TO W-BASIS-AMT
           END-IF.
           MOVE W-BASIS-AMT TO CMH-BASIS-AMT.
           MOVE ZEROS TO CMH-COMM-PCT.
           IF ESTR-MST-OPEN-SW = 'YES'
               MOVE AR-EST-CODE TO ESTR-CODE
               READ ESTR-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESTR-COMM-PCT TO CMH-COMM-PCT
               END-READ
           END-IF.
           COMPUTE CMH-COMM-AMT ROUNDED =
               CMH-BASIS-AMT * CMH-COMM-PCT / 100.
           WRITE COMM-HIST-REC.
           ADD 1 TO C-COMMCTR.
           ADD CMH-COMM-AMT TO C-COMM-TOTAL.

       2200-AUDIT-OUTPUT.
           MOVE AR-INV-NO TO 0-AUD-INV-NO.
           MOVE AR-CUST-NAME TO 0-AUD-CUST-NAME.
           MOVE C-BAL-BEFORE TO 0-AUD-BAL-BEFORE.
           MOVE C-BAL-AFTER TO 0-AUD-BAL-AFTER.
           MOVE AR-STATUS TO 0-AUD-STAT.
           MOVE C-UNAPPLIED-AMT TO 0-AUD-UNAPPLIED.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE C-POSTCTR TO 0-POSTCTR.
           MOVE C-CASH-TOTAL TO 0-CASH-TOTAL.
           MOVE C-ONACCT-TOTAL TO 0-ONACCT-TOTAL.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-COMMCTR TO 0-COMMCTR.
           MOVE C-COMM-TOTAL TO 0-COMM-TOTAL.
           WRITE AUDIT-LINE FROM AUDIT-COMM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF AR-MST-FILE-STATUS NOT = '35'
               CLOSE AR-MST
           END-IF.
           CLOSE AR-HIST.
           CLOSE ON-ACCT.
           CLOSE GL-TRAN.
           IF ESTR-MST-OPEN-SW = 'YES'
               CLOSE ESTR-MST
           END-IF.
           CLOSE COMM-HIST.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

