       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT34.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE MONTHLY COMMISSION STATEMENTS.  A
      *CONTROL CARD GIVES A DATE IN THE COMMISSION MONTH (THE SYSTEM
      *DATE IS USED WHEN THE CARD IS MISSING).  THE COMMISSIONS EARNED
      *IN THAT MONTH ARE SELECTED FROM THE COMMISSION HISTORY FILE AND
      *SORTED BY ESTIMATOR.  EVERY ESTIMATOR WITH A PAID JOB IN THE
      *MONTH GETS A STATEMENT PAGE WITH THE NAME FROM THE ESTIMATOR
      *MASTER, EACH PAID JOB WITH ITS INVOICE AMOUNT AND THE COMMISSION
      *DUE, AND THE TOTAL COMMISSION FOR THE MONTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMM-HIST
               ASSIGN TO 'C:\COBOL\COMMHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-HIST-FILE-STATUS.

           SELECT ESTR-MST
               ASSIGN TO 'C:\COBOL\ESTRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTR-CODE
               FILE STATUS IS ESTR-MST-FILE-STATUS.

           SELECT COMM-CTL
               ASSIGN TO 'C:\COBOL\COMMCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\COMMSTMT.WRK'.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\COMMSTMT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      COMM-HIST
               LABEL RECORD IS STANDARD
               DATA RECORD IS COMM-HIST-REC
               RECORD CONTAINS 80 CHARACTERS.

       01      COMM-HIST-REC.
               05  CMH-EST-CODE        PIC X(3).
               05  CMH-PAID-DATE       PIC 9(8).
               05  CMH-PAID-DATE-X     REDEFINES CMH-PAID-DATE.
                   10  CMH-PAID-YYMM   PIC 9(6).
                   10  CMH-PAID-DD     PIC 99.
               05  CMH-INV-NO          PIC 9(6).
               05  CMH-EST-NO          PIC X(4).
               05  CMH-CUST-NO         PIC X(5).
               05  CMH-CUST-NAME       PIC X(25).
               05  CMH-INV-AMT         PIC 9(6)V99.
               05  CMH-BASIS-AMT       PIC 9(6)V99.
               05  CMH-COMM-PCT        PIC 99V99.
               05  CMH-COMM-AMT        PIC 9(6)V99.
               05  FILLER              PIC X.

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

       FD      COMM-CTL
               LABEL RECORD IS STANDARD
               DATA RECORD IS CTL-REC
               RECORD CONTAINS 8 CHARACTERS.

       01      CTL-REC                 PIC X(8).

       SD      SORT-FILE
               DATA RECORD IS SD-REC.

       01      SD-REC.
               05  SD-EST-CODE         PIC X(3).
               05  SD-PAID-DATE        PIC 9(8).
               05  SD-PAID-DATE-X      REDEFINES SD-PAID-DATE.
                   10  SD-PAID-YY      PIC 9(4).
                   10  SD-PAID-MM      PIC 99.
                   10  SD-PAID-DD      PIC 99.
               05  SD-INV-NO           PIC 9(6).
               05  SD-EST-NO           PIC X(4).
               05  SD-CUST-NO          PIC X(5).
               05  SD-CUST-NAME        PIC X(25).
               05  SD-INV-AMT          PIC 9(6)V99.
               05  SD-BASIS-AMT        PIC 9(6)V99.
               05  SD-COMM-PCT         PIC 99V99.
               05  SD-COMM-AMT         PIC 9(6)V99.

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 HIST-EOF-SW                PIC XXX     VALUE 'NO'.
         05 SORT-RECS                  PIC XXX     VALUE 'YES'.
         05 COMM-HIST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 ESTR-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 ESTR-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 CTL-FILE-STATUS            PIC XX      VALUE SPACES.
         05 HOLD-EST-CODE              PIC X(3)    VALUE SPACES.
         05 W-PERIOD-DATE              PIC 9(8)    VALUE ZEROS.
         05 W-PERIOD-DATE-X            REDEFINES W-PERIOD-DATE.
            10 W-PERIOD-YYMM           PIC 9(6).
            10 W-PERIOD-YYMM-X         REDEFINES W-PERIOD-YYMM.
               15 W-PERIOD-YY          PIC 9(4).
               15 W-PERIOD-MM          PIC 99.
            10 W-PERIOD-DD             PIC 99.
         05 C-EST-JOBS                 PIC 999     VALUE 0.
         05 C-EST-INV-AMT              PIC 9(7)V99 VALUE ZEROS.
         05 C-EST-COMM-AMT             PIC 9(7)V99 VALUE ZEROS.
         05 C-STMTCTR                  PIC 999     VALUE 0.
         05 C-GT-JOBS                  PIC 9(5)    VALUE 0.
         05 C-GT-INV-AMT               PIC 9(9)V99 VALUE ZEROS.
         05 C-GT-COMM-AMT              PIC 9(9)V99 VALUE ZEROS.

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
           05 FILLER                   PIC X(33)   VALUE SPACES.
           05 FILLER                   PIC X(28)   VALUE
           'COMMISSION STATEMENT'.
           05 FILLER                   PIC X(47)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 STMT-COMPANY-LINE.
         05 FILLER                     PIC X(40)   VALUE SPACES.
         05 FILLER                     PIC X(24)   VALUE
         "WILSON'S PAINT ESTIMATOR".
         05 FILLER                     PIC X(68)   VALUE SPACES.

       01 STMT-PERIOD-LINE.
         05 FILLER                     PIC X(19)   VALUE
         "COMMISSION MONTH:".
         05 0-PERIOD-MM                PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-PERIOD-YY                PIC 9(4).
         05 FILLER                     PIC X(106)  VALUE SPACES.

       01 STMT-ESTR-LINE.
         05 FILLER                     PIC X(11)   VALUE "ESTIMATOR:".
         05 0-EST-CODE                 PIC X(3).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EST-NAME                 PIC X(25).
         05 FILLER                     PIC X(91)   VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(10)   VALUE "PAID DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "INVOICE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(5)    VALUE "CUST".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(25)   VALUE
         "CUSTOMER NAME".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "INVOICE AMT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "COMM BASIS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "  RATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "COMMISSION".
         05 FILLER                     PIC X(28)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-PAID-MM                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-PAID-DD                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-PAID-YY                  PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-INV-NO                   PIC 9(6).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-EST-NO                   PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CUST-NO                  PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CUST-NAME                PIC X(25).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-INV-AMT                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-BASIS-AMT                PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-COMM-PCT                 PIC Z9.99.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-COMM-AMT                 PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(28)   VALUE SPACES.

       01 ESTR-TTL-LINE.
         05 FILLER                     PIC X(12)   VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "PAID JOBS:".
         05 0-EST-JOBS                 PIC ZZ9.
         05 FILLER                     PIC X(34)   VALUE SPACES.
         05 0-EST-INV-AMT              PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(11)   VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "TOTAL DUE:".
         05 0-EST-COMM-AMT             PIC $$$$,$$9.99.
         05 FILLER                     PIC X(28)   VALUE SPACES.

       01 GRAND-TTL-LINE.
         05 FILLER                     PIC X(22)   VALUE
         "STATEMENTS PRINTED:".
         05 0-STMTCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "PAID JOBS:".
         05 0-GT-JOBS                  PIC ZZ,ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(16)   VALUE
         "INVOICE AMOUNT:".
         05 0-GT-INV-AMT               PIC $$$,$$$,$$9.99.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(18)   VALUE
         "TOTAL COMMISSION:".
         05 0-GT-COMM-AMT              PIC $$$,$$$,$$9.99.
         05 FILLER                     PIC X(13)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SD-EST-CODE SD-PAID-DATE SD-INV-NO
               INPUT PROCEDURE IS 5000-SELECT-COMMISSIONS
               OUTPUT PROCEDURE IS 6000-PRINT-STATEMENTS.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT COMM-HIST.
           PERFORM 1020-OPEN-ESTR-MST.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           PERFORM 1050-READ-PERIOD-CARD.
           MOVE W-PERIOD-MM TO 0-PERIOD-MM.
           MOVE W-PERIOD-YY TO 0-PERIOD-YY.

           IF COMM-HIST-FILE-STATUS NOT = '00'
               MOVE 'YES' TO HIST-EOF-SW
           END-IF.

       1020-OPEN-ESTR-MST.
           OPEN INPUT ESTR-MST.
           IF ESTR-MST-FILE-STATUS = '00'
               MOVE 'YES' TO ESTR-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO ESTR-MST-OPEN-SW
           END-IF.

       1050-READ-PERIOD-CARD.
           MOVE I-DATE TO W-PERIOD-DATE.
           OPEN INPUT COMM-CTL.
           IF CTL-FILE-STATUS = '00'
               READ COMM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-REC NUMERIC
                           MOVE CTL-REC TO W-PERIOD-DATE
                       END-IF
               END-READ
               CLOSE COMM-CTL
           END-IF.
           IF W-PERIOD-MM < 1 OR W-PERIOD-MM > 12
               MOVE I-DATE TO W-PERIOD-DATE
           END-IF.

       3000-CLOSING.
           MOVE C-STMTCTR TO 0-STMTCTR.
           MOVE C-GT-JOBS TO 0-GT-JOBS.
           MOVE C-GT-INV-AMT TO 0-GT-INV-AMT.
           MOVE C-GT-COMM-AMT TO 0-GT-COMM-AMT.
           MOVE 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM STMT-PERIOD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM GRAND-TTL-LINE
               AFTER ADVANCING 2 LINES.
           IF COMM-HIST-FILE-STATUS = '00'
               CLOSE COMM-HIST
           END-IF.
           IF ESTR-MST-OPEN-SW = 'YES'
               CLOSE ESTR-MST
           END-IF.
           CLOSE PRTOUT.

       5000-SELECT-COMMISSIONS.
           IF HIST-EOF-SW NOT = 'YES'
               PERFORM 9000-READ-HIST
               PERFORM 5100-RELEASE-COMMISSION
                   UNTIL HIST-EOF-SW = 'YES'
           END-IF.

       5100-RELEASE-COMMISSION.
           IF CMH-PAID-DATE NUMERIC
               AND CMH-PAID-YYMM = W-PERIOD-YYMM
               AND CMH-COMM-AMT NUMERIC
               MOVE CMH-EST-CODE TO SD-EST-CODE
               MOVE CMH-PAID-DATE TO SD-PAID-DATE
               MOVE CMH-INV-NO TO SD-INV-NO
               MOVE CMH-EST-NO TO SD-EST-NO
               MOVE CMH-CUST-NO TO SD-CUST-NO
               MOVE CMH-CUST-NAME TO SD-CUST-NAME
               MOVE CMH-INV-AMT TO SD-INV-AMT
               MOVE CMH-BASIS-AMT TO SD-BASIS-AMT
               MOVE CMH-COMM-PCT TO SD-COMM-PCT
               MOVE CMH-COMM-AMT TO SD-COMM-AMT
               RELEASE SD-REC
           END-IF.
           PERFORM 9000-READ-HIST.

       6000-PRINT-STATEMENTS.
           PERFORM 9200-RETURN-SORT.
           PERFORM 6100-ESTIMATOR-GROUP
               UNTIL SORT-RECS = 'NO'.

       6100-ESTIMATOR-GROUP.
           MOVE SD-EST-CODE TO HOLD-EST-CODE.
           MOVE ZEROS TO C-EST-JOBS.
           MOVE ZEROS TO C-EST-INV-AMT.
           MOVE ZEROS TO C-EST-COMM-AMT.
           PERFORM 6200-STATEMENT-HEADING.
           PERFORM 6300-PAID-JOB
               UNTIL SORT-RECS = 'NO'
                   OR SD-EST-CODE NOT = HOLD-EST-CODE.
           PERFORM 6400-STATEMENT-TOTALS.

       6200-STATEMENT-HEADING.
           ADD 1 TO C-STMTCTR.
           MOVE ZERO TO PCTR.
           MOVE HOLD-EST-CODE TO 0-EST-CODE.
           PERFORM 6210-LOOKUP-ESTIMATOR.
           PERFORM 9100-HDGS.

       6210-LOOKUP-ESTIMATOR.
           MOVE 'NOT ON ESTIMATOR MASTER' TO 0-EST-NAME.
           IF ESTR-MST-OPEN-SW = 'YES'
               MOVE HOLD-EST-CODE TO ESTR-CODE
               READ ESTR-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESTR-NAME TO 0-EST-NAME
               END-READ
           END-IF.

       6300-PAID-JOB.
           ADD 1 TO C-EST-JOBS.
           ADD SD-INV-AMT TO C-EST-INV-AMT.
           ADD SD-COMM-AMT TO C-EST-COMM-AMT.
           MOVE SD-PAID-MM TO 0-PAID-MM.
           MOVE SD-PAID-DD TO 0-PAID-DD.
           MOVE SD-PAID-YY TO 0-PAID-YY.
           MOVE SD-INV-NO TO 0-INV-NO.
           MOVE SD-EST-NO TO 0-EST-NO.
           MOVE SD-CUST-NO TO 0-CUST-NO.
           MOVE SD-CUST-NAME TO 0-CUST-NAME.
           MOVE SD-INV-AMT TO 0-INV-AMT.
           MOVE SD-BASIS-AMT TO 0-BASIS-AMT.
           MOVE SD-COMM-PCT TO 0-COMM-PCT.
           MOVE SD-COMM-AMT TO 0-COMM-AMT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.
           PERFORM 9200-RETURN-SORT.

       6400-STATEMENT-TOTALS.
           ADD C-EST-JOBS TO C-GT-JOBS.
           ADD C-EST-INV-AMT TO C-GT-INV-AMT.
           ADD C-EST-COMM-AMT TO C-GT-COMM-AMT.
           MOVE C-EST-JOBS TO 0-EST-JOBS.
           MOVE C-EST-INV-AMT TO 0-EST-INV-AMT.
           MOVE C-EST-COMM-AMT TO 0-EST-COMM-AMT.
           WRITE PRTLINE FROM ESTR-TTL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.

       9000-READ-HIST.
           READ COMM-HIST
               AT END
                   MOVE 'YES' TO HIST-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM STMT-COMPANY-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM STMT-PERIOD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM STMT-ESTR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.

       9200-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'NO' TO SORT-RECS.
