       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT25.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM BUILDS THE GENERAL LEDGER JOURNAL EXTRACT FROM THE
      *GENERAL LEDGER POSTING FILE WRITTEN BY JOB COMPLETION (INVOICES
      *AND PAINT INVENTORY RELIEF), CASH RECEIPTS, RECEIVABLES
      *ADJUSTMENTS (CREDIT MEMOS, WRITE-OFFS AND VOIDS), AND WARRANTY
      *CLAIMS (TOUCH-UP PAINT RELIEVED AS WARRANTY COST).  THE POSTINGS,
      *TOGETHER WITH ANY BATCHES HELD FROM EARLIER RUNS, ARE SORTED BY
      *BATCH AND SUMMARIZED BY POSTING CODE AND DEBIT OR CREDIT.  EACH
      *POSTING CODE IS TRANSLATED TO A LEDGER ACCOUNT NUMBER FROM THE
      *ACCOUNT MAPPING CONTROL FILE.  A BATCH IS RELEASED TO THE
      *JOURNAL EXTRACT ONLY WHEN ITS DEBITS EQUAL ITS CREDITS AND
      *EVERY POSTING CODE IS MAPPED; ANY OTHER BATCH IS HELD ON THE
      *HELD BATCH FILE, WHICH IS PRESENTED AGAIN ON THE NEXT RUN.  A
      *JOURNAL CONTROL REPORT PROVES EVERY BATCH AND SHOWS WHETHER IT
      *WAS RELEASED OR HELD.  A HELD SUMMARY AMOUNT TOO LARGE FOR ONE
      *HELD LINE IS SPLIT ACROSS SEVERAL LINES, AND POSTINGS BEYOND
      *THE SUMMARY TABLE ARE HELD JUST AS THEY WERE POSTED, SO A HELD
      *BATCH COMES BACK WITH THE SAME TOTALS.  THE POSTING FILE IS
      *CLEARED AT THE END OF THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-TRAN
               ASSIGN TO 'C:\COBOL\GLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TRAN-FILE-STATUS.

           SELECT GL-HELD
               ASSIGN TO 'C:\COBOL\GLHELD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-HELD-FILE-STATUS.

           SELECT GL-ACCT
               ASSIGN TO 'C:\COBOL\GLACCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-FILE-STATUS.

           SELECT GL-JRNL
               ASSIGN TO 'C:\COBOL\GLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JRNL-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\GLJRNL.WRK'.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\GLJCTL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD      GL-HELD
               LABEL RECORD IS STANDARD
               DATA RECORD IS GL-HELD-REC
               RECORD CONTAINS 80 CHARACTERS.

       01      GL-HELD-REC.
               05  HLD-BATCH-ID.
                   10  HLD-SOURCE      PIC X(3).
                   10  HLD-BATCH-DATE  PIC 9(8).
                   10  HLD-BATCH-TIME  PIC X(6).
               05  HLD-POST-DATE       PIC 9(8).
               05  HLD-MAP-CODE        PIC X(6).
               05  HLD-DR-CR           PIC X.
               05  HLD-AMT             PIC 9(7)V99.
               05  HLD-REF             PIC X(8).
               05  HLD-DESC            PIC X(20).
               05  FILLER              PIC X(11).

       FD      GL-ACCT
               LABEL RECORD IS STANDARD
               DATA RECORD IS GL-ACCT-REC
               RECORD CONTAINS 40 CHARACTERS.

       01      GL-ACCT-REC.
               05  GLA-MAP-CODE        PIC X(6).
               05  GLA-ACCT-NO         PIC X(10).
               05  GLA-ACCT-DESC       PIC X(24).

       FD      GL-JRNL
               LABEL RECORD IS STANDARD
               DATA RECORD IS GL-JRNL-REC
               RECORD CONTAINS 80 CHARACTERS.

       01      GL-JRNL-REC.
               05  GLJ-BATCH-ID        PIC X(17).
               05  GLJ-JRNL-DATE       PIC 9(8).
               05  GLJ-ACCT-NO         PIC X(10).
               05  GLJ-DR-CR           PIC X.
               05  GLJ-AMT             PIC 9(9)V99.
               05  GLJ-DESC            PIC X(24).
               05  FILLER              PIC X(9).

       SD      SORT-FILE
               DATA RECORD IS SD-REC.

       01      SD-REC.
               05  SD-BATCH-ID.
                   10  SD-SOURCE       PIC X(3).
                   10  SD-BATCH-DATE   PIC 9(8).
                   10  SD-BATCH-TIME   PIC X(6).
               05  SD-POST-DATE        PIC 9(8).
               05  SD-MAP-CODE         PIC X(6).
               05  SD-DR-CR            PIC X.
                   88  SD-DEBIT        VALUE 'D'.
                   88  SD-CREDIT       VALUE 'C'.
               05  SD-AMT              PIC 9(7)V99.
               05  SD-REF              PIC X(8).
               05  SD-DESC             PIC X(20).
               05  FILLER              PIC X(11).

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 SORT-RECS                  PIC XXX     VALUE 'YES'.
         05 TRAN-EOF-SW                PIC XXX     VALUE 'NO'.
         05 HELD-EOF-SW                PIC XXX     VALUE 'NO'.
         05 ACCT-EOF-SW                PIC XXX     VALUE 'NO'.
         05 GL-TRAN-FILE-STATUS        PIC XX      VALUE SPACES.
         05 GL-HELD-FILE-STATUS        PIC XX      VALUE SPACES.
         05 GL-ACCT-FILE-STATUS        PIC XX      VALUE SPACES.
         05 GL-JRNL-FILE-STATUS        PIC XX      VALUE SPACES.
         05 TRAN-OPEN-SW               PIC XXX     VALUE 'NO'.
         05 BATCH-OK-SW                PIC XXX     VALUE 'NO'.
         05 UNMAPPED-SW                PIC XXX     VALUE 'NO'.
         05 BAD-CODE-SW                PIC XXX     VALUE 'NO'.
         05 OVERFLOW-SW                PIC XXX     VALUE 'NO'.
         05 ACCT-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 SUB1                       PIC 99      VALUE 0.
         05 SUB2                       PIC 99      VALUE 0.
         05 HOLD-BATCH-ID.
            10 HOLD-SOURCE             PIC X(3)    VALUE SPACES.
            10 HOLD-BATCH-DATE         PIC 9(8)    VALUE ZEROS.
            10 HOLD-BATCH-TIME         PIC X(6)    VALUE SPACES.
         05 W-BATCH-STATUS             PIC X(30)   VALUE SPACES.
         05 C-ACCT-CTR                 PIC 99      VALUE 0.
         05 C-ENT-CTR                  PIC 99      VALUE 0.
         05 C-BATCH-LINES              PIC 9(4)    VALUE 0.
         05 C-BATCH-DR                 PIC 9(9)V99 VALUE ZEROS.
         05 C-BATCH-CR                 PIC 9(9)V99 VALUE ZEROS.
         05 C-BATCH-DIFF               PIC S9(9)V99 VALUE ZEROS.
         05 C-NEW-LINES                PIC 9(4)    VALUE 0.
         05 C-NEW-DR                   PIC 9(9)V99 VALUE ZEROS.
         05 C-NEW-CR                   PIC 9(9)V99 VALUE ZEROS.
         05 C-OLD-LINES                PIC 9(4)    VALUE 0.
         05 C-OLD-DR                   PIC 9(9)V99 VALUE ZEROS.
         05 C-OLD-CR                   PIC 9(9)V99 VALUE ZEROS.
         05 C-REL-BATCHES              PIC 9(4)    VALUE 0.
         05 C-REL-DR                   PIC 9(9)V99 VALUE ZEROS.
         05 C-REL-CR                   PIC 9(9)V99 VALUE ZEROS.
         05 C-HELD-BATCHES             PIC 9(4)    VALUE 0.
         05 C-HELD-DR                  PIC 9(9)V99 VALUE ZEROS.
         05 C-HELD-CR                  PIC 9(9)V99 VALUE ZEROS.
         05 C-HELD-REMAIN              PIC 9(9)V99 VALUE ZEROS.
         05 C-HELD-AMT                 PIC 9(7)V99 VALUE ZEROS.

       01      ACCOUNT-TABLE.
         05 ACCT-ENTRY                 OCCURS 20 TIMES.
            10 ACT-MAP-CODE            PIC X(6).
            10 ACT-ACCT-NO             PIC X(10).
            10 ACT-ACCT-DESC           PIC X(24).

       01      ENTRY-TABLE.
         05 JRNL-ENTRY                 OCCURS 40 TIMES.
            10 ENT-MAP-CODE            PIC X(6).
            10 ENT-DR-CR               PIC X.
            10 ENT-AMT                 PIC 9(9)V99.
            10 ENT-ACCT-NO             PIC X(10).
            10 ENT-ACCT-DESC           PIC X(24).

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
           05 FILLER                   PIC X(14)   VALUE SPACES.
           05 FILLER                   PIC X(26)   VALUE
           'GL JOURNAL CONTROL REPORT'.
           05 FILLER                   PIC X(16)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 BATCH-HDG-LINE.
         05 FILLER                     PIC X(7)    VALUE "BATCH:".
         05 0-BATCH-SOURCE             PIC X(3).
         05 FILLER                     PIC X       VALUE SPACES.
         05 0-BATCH-DATE               PIC 9(8).
         05 FILLER                     PIC X       VALUE SPACES.
         05 0-BATCH-TIME               PIC X(6).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "SOURCE:".
         05 0-SOURCE-DESC              PIC X(30).
         05 FILLER                     PIC X(13)   VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "CODE".
         05 FILLER                     PIC X(12)   VALUE "ACCOUNT".
         05 FILLER                     PIC X(26)   VALUE
         "DESCRIPTION".
         05 FILLER                     PIC X(13)   VALUE
         "        DEBIT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(13)   VALUE
         "       CREDIT".
         05 FILLER                     PIC X(4)    VALUE SPACES.

       01 DETAIL-LINE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-MAP-CODE                 PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-ACCT-NO                  PIC X(10).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-ACCT-DESC                PIC X(24).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-DEBIT                    PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CREDIT                   PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.

       01 BATCH-TTL-LINE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(14)   VALUE
         "BATCH TOTALS".
         05 FILLER                     PIC X(7)    VALUE "LINES:".
         05 0-BATCH-LINES              PIC ZZZ9.
         05 FILLER                     PIC X(21)   VALUE SPACES.
         05 0-BATCH-DR                 PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-BATCH-CR                 PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.

       01 BATCH-STAT-LINE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "DIFFERENCE:".
         05 0-BATCH-DIFF               PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "STATUS:".
         05 0-BATCH-STATUS             PIC X(30).
         05 FILLER                     PIC X(10)   VALUE SPACES.

       01 SUMMARY-HDG.
         05 FILLER                     PIC X(30)   VALUE
         "JOURNAL CONTROL TOTALS".
         05 FILLER                     PIC X(50)   VALUE SPACES.

       01 SUMMARY-LINE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SUM-DESC                 PIC X(26).
         05 0-SUM-CTR                  PIC ZZZ9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "DR:".
         05 0-SUM-DR                   PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "CR:".
         05 0-SUM-CR                   PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(9)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SD-BATCH-ID SD-MAP-CODE SD-DR-CR
               INPUT PROCEDURE IS 5000-SELECT-POSTINGS
               OUTPUT PROCEDURE IS 6000-PROVE-BATCHES.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-LOAD-ACCOUNTS.
           OPEN EXTEND GL-JRNL.
           IF GL-JRNL-FILE-STATUS = '35'
               OPEN OUTPUT GL-JRNL
           END-IF.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           PERFORM 9100-HDGS.

       1010-LOAD-ACCOUNTS.
           MOVE ZERO TO C-ACCT-CTR.
           OPEN INPUT GL-ACCT.
           IF GL-ACCT-FILE-STATUS = '00'
               PERFORM 9020-READ-ACCT
               PERFORM 1020-STORE-ACCOUNT
                   UNTIL ACCT-EOF-SW = 'YES'
               CLOSE GL-ACCT
           END-IF.

       1020-STORE-ACCOUNT.
           IF C-ACCT-CTR < 20
               AND GLA-MAP-CODE NOT = SPACES
               ADD 1 TO C-ACCT-CTR
               MOVE GLA-MAP-CODE TO ACT-MAP-CODE (C-ACCT-CTR)
               MOVE GLA-ACCT-NO TO ACT-ACCT-NO (C-ACCT-CTR)
               MOVE GLA-ACCT-DESC TO ACT-ACCT-DESC (C-ACCT-CTR)
           END-IF.
           PERFORM 9020-READ-ACCT.

       3000-CLOSING.
           WRITE PRTLINE FROM SUMMARY-HDG
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           MOVE 'NEW POSTING LINES' TO 0-SUM-DESC.
           MOVE C-NEW-LINES TO 0-SUM-CTR.
           MOVE C-NEW-DR TO 0-SUM-DR.
           MOVE C-NEW-CR TO 0-SUM-CR.
           PERFORM 3100-SUMMARY-OUTPUT.
           MOVE 'HELD LINES PRESENTED' TO 0-SUM-DESC.
           MOVE C-OLD-LINES TO 0-SUM-CTR.
           MOVE C-OLD-DR TO 0-SUM-DR.
           MOVE C-OLD-CR TO 0-SUM-CR.
           PERFORM 3100-SUMMARY-OUTPUT.
           MOVE 'BATCHES RELEASED' TO 0-SUM-DESC.
           MOVE C-REL-BATCHES TO 0-SUM-CTR.
           MOVE C-REL-DR TO 0-SUM-DR.
           MOVE C-REL-CR TO 0-SUM-CR.
           PERFORM 3100-SUMMARY-OUTPUT.
           MOVE 'BATCHES HELD' TO 0-SUM-DESC.
           MOVE C-HELD-BATCHES TO 0-SUM-CTR.
           MOVE C-HELD-DR TO 0-SUM-DR.
           MOVE C-HELD-CR TO 0-SUM-CR.
           PERFORM 3100-SUMMARY-OUTPUT.
           IF TRAN-OPEN-SW = 'YES'
               OPEN OUTPUT GL-TRAN
               CLOSE GL-TRAN
           END-IF.
           CLOSE GL-JRNL.
           CLOSE PRTOUT.

       3100-SUMMARY-OUTPUT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       5000-SELECT-POSTINGS.
           OPEN INPUT GL-TRAN.
           IF GL-TRAN-FILE-STATUS = '00'
               MOVE 'YES' TO TRAN-OPEN-SW
               PERFORM 9000-READ-TRAN
               PERFORM 5100-RELEASE-POSTING
                   UNTIL TRAN-EOF-SW = 'YES'
               CLOSE GL-TRAN
           END-IF.
           OPEN INPUT GL-HELD.
           IF GL-HELD-FILE-STATUS = '00'
               PERFORM 9010-READ-HELD
               PERFORM 5200-RELEASE-HELD
                   UNTIL HELD-EOF-SW = 'YES'
               CLOSE GL-HELD
           END-IF.

       5100-RELEASE-POSTING.
           ADD 1 TO C-NEW-LINES.
           IF GLT-DEBIT
               ADD GLT-AMT TO C-NEW-DR
           END-IF.
           IF GLT-CREDIT
               ADD GLT-AMT TO C-NEW-CR
           END-IF.
           MOVE GL-TRAN-REC TO SD-REC.
           RELEASE SD-REC.
           PERFORM 9000-READ-TRAN.

       5200-RELEASE-HELD.
           ADD 1 TO C-OLD-LINES.
           IF HLD-DR-CR = 'D'
               ADD HLD-AMT TO C-OLD-DR
           END-IF.
           IF HLD-DR-CR = 'C'
               ADD HLD-AMT TO C-OLD-CR
           END-IF.
           MOVE GL-HELD-REC TO SD-REC.
           RELEASE SD-REC.
           PERFORM 9010-READ-HELD.

       6000-PROVE-BATCHES.
           OPEN OUTPUT GL-HELD.
           PERFORM 9200-RETURN-SORT.
           PERFORM 6100-BATCH-GROUP
               UNTIL SORT-RECS = 'NO'.
           CLOSE GL-HELD.

       6100-BATCH-GROUP.
           MOVE SD-BATCH-ID TO HOLD-BATCH-ID.
           MOVE ZERO TO C-ENT-CTR.
           MOVE ZERO TO C-BATCH-LINES.
           MOVE ZEROS TO C-BATCH-DR.
           MOVE ZEROS TO C-BATCH-CR.
           MOVE 'NO' TO BAD-CODE-SW.
           MOVE 'NO' TO OVERFLOW-SW.
           PERFORM 6200-ACCUM-POSTING
               UNTIL SORT-RECS = 'NO'
                   OR SD-BATCH-ID NOT = HOLD-BATCH-ID.
           PERFORM 6300-PROVE-BATCH.
           PERFORM 6400-PRINT-BATCH.
           IF BATCH-OK-SW = 'YES'
               PERFORM 6500-RELEASE-BATCH
           ELSE
               PERFORM 6600-HOLD-BATCH
           END-IF.

       6200-ACCUM-POSTING.
           ADD 1 TO C-BATCH-LINES.
           EVALUATE TRUE
               WHEN SD-DEBIT
                   ADD SD-AMT TO C-BATCH-DR
               WHEN SD-CREDIT
                   ADD SD-AMT TO C-BATCH-CR
               WHEN OTHER
                   MOVE 'YES' TO BAD-CODE-SW
           END-EVALUATE.
           IF C-ENT-CTR = ZERO
               PERFORM 6210-NEW-ENTRY
           ELSE
               IF SD-MAP-CODE NOT = ENT-MAP-CODE (C-ENT-CTR)
                   OR SD-DR-CR NOT = ENT-DR-CR (C-ENT-CTR)
                   PERFORM 6210-NEW-ENTRY
               END-IF
           END-IF.
           IF OVERFLOW-SW = 'YES'
               PERFORM 6220-HOLD-OVERFLOW
           ELSE
               ADD SD-AMT TO ENT-AMT (C-ENT-CTR)
           END-IF.
           PERFORM 9200-RETURN-SORT.

       6210-NEW-ENTRY.
           IF C-ENT-CTR < 40
               ADD 1 TO C-ENT-CTR
               MOVE SD-MAP-CODE TO ENT-MAP-CODE (C-ENT-CTR)
               MOVE SD-DR-CR TO ENT-DR-CR (C-ENT-CTR)
               MOVE ZEROS TO ENT-AMT (C-ENT-CTR)
               MOVE SPACES TO ENT-ACCT-NO (C-ENT-CTR)
               MOVE SPACES TO ENT-ACCT-DESC (C-ENT-CTR)
           ELSE
               MOVE 'YES' TO OVERFLOW-SW
           END-IF.

       6220-HOLD-OVERFLOW.
           MOVE SD-REC TO GL-HELD-REC.
           WRITE GL-HELD-REC.

       6300-PROVE-BATCH.
           MOVE 'NO' TO UNMAPPED-SW.
           PERFORM 6310-MAP-ENTRY
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > C-ENT-CTR.
           COMPUTE C-BATCH-DIFF = C-BATCH-DR - C-BATCH-CR.
           MOVE 'NO' TO BATCH-OK-SW.
           EVALUATE TRUE
               WHEN C-BATCH-DIFF NOT = ZERO
                   MOVE 'HELD - OUT OF BALANCE' TO W-BATCH-STATUS
               WHEN BAD-CODE-SW = 'YES'
                   MOVE 'HELD - INVALID DEBIT/CREDIT'
                       TO W-BATCH-STATUS
               WHEN UNMAPPED-SW = 'YES'
                   MOVE 'HELD - ACCOUNT NOT MAPPED' TO W-BATCH-STATUS
               WHEN OVERFLOW-SW = 'YES'
                   MOVE 'HELD - TOO MANY ACCOUNTS' TO W-BATCH-STATUS
               WHEN OTHER
                   MOVE 'YES' TO BATCH-OK-SW
                   MOVE 'RELEASED' TO W-BATCH-STATUS
           END-EVALUATE.

       6310-MAP-ENTRY.
           MOVE 'NO' TO ACCT-FOUND-SW.
           PERFORM 6320-SCAN-ACCOUNTS
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > C-ACCT-CTR
                       OR ACCT-FOUND-SW = 'YES'.
           IF ACCT-FOUND-SW = 'NO'
               MOVE 'YES' TO UNMAPPED-SW
               MOVE '*UNMAPPED*' TO ENT-ACCT-NO (SUB1)
               MOVE 'NO ACCOUNT MAPPING' TO ENT-ACCT-DESC (SUB1)
           END-IF.

       6320-SCAN-ACCOUNTS.
           IF ACT-MAP-CODE (SUB2) = ENT-MAP-CODE (SUB1)
               MOVE 'YES' TO ACCT-FOUND-SW
               MOVE ACT-ACCT-NO (SUB2) TO ENT-ACCT-NO (SUB1)
               MOVE ACT-ACCT-DESC (SUB2) TO ENT-ACCT-DESC (SUB1)
           END-IF.

       6400-PRINT-BATCH.
           MOVE HOLD-SOURCE TO 0-BATCH-SOURCE.
           MOVE HOLD-BATCH-DATE TO 0-BATCH-DATE.
           MOVE HOLD-BATCH-TIME TO 0-BATCH-TIME.
           EVALUATE HOLD-SOURCE
               WHEN 'INV'
                   MOVE 'JOB COMPLETION INVOICES' TO 0-SOURCE-DESC
               WHEN 'CSH'
                   MOVE 'CASH RECEIPTS' TO 0-SOURCE-DESC
               WHEN 'ADJ'
                   MOVE 'RECEIVABLES ADJUSTMENTS' TO 0-SOURCE-DESC
               WHEN 'WAR'
                   MOVE 'WARRANTY CLAIMS' TO 0-SOURCE-DESC
               WHEN OTHER
                   MOVE 'OTHER POSTINGS' TO 0-SOURCE-DESC
           END-EVALUATE.
           WRITE PRTLINE FROM BATCH-HDG-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           PERFORM 6410-ENTRY-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > C-ENT-CTR.
           MOVE C-BATCH-LINES TO 0-BATCH-LINES.
           MOVE C-BATCH-DR TO 0-BATCH-DR.
           MOVE C-BATCH-CR TO 0-BATCH-CR.
           WRITE PRTLINE FROM BATCH-TTL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           MOVE C-BATCH-DIFF TO 0-BATCH-DIFF.
           MOVE W-BATCH-STATUS TO 0-BATCH-STATUS.
           WRITE PRTLINE FROM BATCH-STAT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       6410-ENTRY-OUTPUT.
           MOVE ENT-MAP-CODE (SUB1) TO 0-MAP-CODE.
           MOVE ENT-ACCT-NO (SUB1) TO 0-ACCT-NO.
           MOVE ENT-ACCT-DESC (SUB1) TO 0-ACCT-DESC.
           MOVE ZEROS TO 0-DEBIT.
           MOVE ZEROS TO 0-CREDIT.
           IF ENT-DR-CR (SUB1) = 'D'
               MOVE ENT-AMT (SUB1) TO 0-DEBIT
           END-IF.
           IF ENT-DR-CR (SUB1) = 'C'
               MOVE ENT-AMT (SUB1) TO 0-CREDIT
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       6500-RELEASE-BATCH.
           ADD 1 TO C-REL-BATCHES.
           ADD C-BATCH-DR TO C-REL-DR.
           ADD C-BATCH-CR TO C-REL-CR.
           PERFORM 6510-JOURNAL-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > C-ENT-CTR.

       6510-JOURNAL-OUTPUT.
           MOVE SPACES TO GL-JRNL-REC.
           MOVE HOLD-BATCH-ID TO GLJ-BATCH-ID.
           MOVE HOLD-BATCH-DATE TO GLJ-JRNL-DATE.
           MOVE ENT-ACCT-NO (SUB1) TO GLJ-ACCT-NO.
           MOVE ENT-DR-CR (SUB1) TO GLJ-DR-CR.
           MOVE ENT-AMT (SUB1) TO GLJ-AMT.
           MOVE ENT-ACCT-DESC (SUB1) TO GLJ-DESC.
           WRITE GL-JRNL-REC.

       6600-HOLD-BATCH.
           ADD 1 TO C-HELD-BATCHES.
           ADD C-BATCH-DR TO C-HELD-DR.
           ADD C-BATCH-CR TO C-HELD-CR.
           PERFORM 6610-HELD-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > C-ENT-CTR.

       6610-HELD-OUTPUT.
           MOVE ENT-AMT (SUB1) TO C-HELD-REMAIN.
           PERFORM 6620-HELD-SPLIT
               UNTIL C-HELD-REMAIN NOT > 9999999.99.
           MOVE C-HELD-REMAIN TO C-HELD-AMT.
           PERFORM 6630-WRITE-HELD.

       6620-HELD-SPLIT.
           MOVE 9999999.99 TO C-HELD-AMT.
           SUBTRACT 9999999.99 FROM C-HELD-REMAIN.
           PERFORM 6630-WRITE-HELD.

       6630-WRITE-HELD.
           MOVE SPACES TO GL-HELD-REC.
           MOVE HOLD-BATCH-ID TO HLD-BATCH-ID.
           MOVE HOLD-BATCH-DATE TO HLD-POST-DATE.
           MOVE ENT-MAP-CODE (SUB1) TO HLD-MAP-CODE.
           MOVE ENT-DR-CR (SUB1) TO HLD-DR-CR.
           MOVE C-HELD-AMT TO HLD-AMT.
           MOVE 'SUMMARY' TO HLD-REF.
           MOVE 'HELD BATCH TOTAL' TO HLD-DESC.
           WRITE GL-HELD-REC.

       9000-READ-TRAN.
           READ GL-TRAN
               AT END
                   MOVE 'YES' TO TRAN-EOF-SW.

       9010-READ-HELD.
           READ GL-HELD
               AT END
                   MOVE 'YES' TO HELD-EOF-SW.

       9020-READ-ACCT.
           READ GL-ACCT
               AT END
                   MOVE 'YES' TO ACCT-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'NO' TO SORT-RECS.
