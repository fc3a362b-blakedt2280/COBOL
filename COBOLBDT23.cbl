       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT23.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE MONTH-END CUSTOMER STATEMENTS.  A
      *CONTROL CARD GIVES THE STATEMENT PERIOD END DATE (THE SYSTEM
      *DATE IS USED WHEN THE CARD IS MISSING) AND THE PERIOD RUNS
      *FROM THE FIRST OF THAT MONTH.  THE RECEIVABLES TRANSACTION
      *HISTORY THROUGH THE PERIOD END IS SORTED BY CUSTOMER TWICE:
      *ONCE BY INVOICE, TO BUILD EACH INVOICE'S OPEN AMOUNT AS OF THE
      *PERIOD END FOR THE AGING, AND ONCE BY DATE FOR THE ACTIVITY.
      *EVERY CUSTOMER WITH AN OPEN INVOICE OR AN UNAPPLIED CREDIT AS
      *OF THE PERIOD END GETS A STATEMENT PAGE WITH THE NAME AND
      *ADDRESS FROM THE CUSTOMER MASTER, THE OPENING BALANCE BUILT
      *FROM THE HISTORY BEFORE THE PERIOD, EACH INVOICE, PAYMENT,
      *ON-ACCOUNT CREDIT AND ADJUSTMENT IN THE PERIOD, THE CLOSING
      *BALANCE AND AN AGING LINE OF THE OPEN INVOICES AS OF THE
      *PERIOD END DATE.  ON-ACCOUNT CREDITS AND OVERPAID INVOICES
      *ARE SHOWN AS UNAPPLIED CREDITS ON THE AGING LINE SO THAT THE
      *TOTAL DUE AGREES WITH THE CLOSING BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT CUST-MST
               ASSIGN TO 'C:\COBOL\CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-CUST-NO
               FILE STATUS IS CUST-MST-FILE-STATUS.

           SELECT STMT-CTL
               ASSIGN TO 'C:\COBOL\STMTCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\ARSTMT.WRK'.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\ARSTMT.PRT'
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
               05  HST-INV-NO          PIC 9(6).
               05  HST-EST-NO          PIC X(4).
               05  HST-AMT             PIC 9(6)V99.
               05  HST-REF             PIC X(8).
               05  FILLER              PIC X(10).

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
               05  CMST-CREDIT-LIMIT   PIC 9(6)V99.
               05  CMST-HOLD-SW        PIC X.
                   88  CMST-ON-HOLD    VALUE 'Y'.
               05  CMST-HOLD-SOURCE    PIC X.
                   88  CMST-MANUAL-HOLD VALUE 'M'.
                   88  CMST-AUTO-HOLD  VALUE 'A'.

       FD      STMT-CTL
               LABEL RECORD IS STANDARD
               DATA RECORD IS CTL-REC
               RECORD CONTAINS 8 CHARACTERS.

       01      CTL-REC                 PIC X(8).

       SD      SORT-FILE
               DATA RECORD IS SD-REC.

       01      SD-REC.
               05  SD-CUST-NO          PIC X(5).
               05  SD-REC-CLASS        PIC X.
                   88  SD-OPEN-ITEM    VALUE 'A'.
                   88  SD-HISTORY      VALUE 'H'.
               05  SD-AGE-INV-NO       PIC 9(6).
               05  SD-TRAN-DATE        PIC 9(8).
               05  SD-TRAN-DATE-X      REDEFINES SD-TRAN-DATE.
                   10  SD-TRAN-YY      PIC 9(4).
                   10  SD-TRAN-MM      PIC 99.
                   10  SD-TRAN-DD      PIC 99.
               05  SD-INV-NO           PIC 9(6).
               05  SD-TRAN-TYPE        PIC X.
               05  SD-EST-NO           PIC X(4).
               05  SD-AMT              PIC 9(6)V99.
               05  SD-REF              PIC X(8).

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
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-MST-OPEN-SW             PIC XXX     VALUE 'NO'.
         05 AR-HIST-FILE-STATUS        PIC XX      VALUE SPACES.
         05 CUST-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CUST-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 CTL-FILE-STATUS            PIC XX      VALUE SPACES.
         05 STMT-SW                    PIC XXX     VALUE 'NO'.
         05 HOLD-CUST-NO               PIC X(5)    VALUE SPACES.
         05 HOLD-AGE-INV-NO            PIC 9(6)    VALUE ZEROS.
         05 W-NAME-INV-NO              PIC 9(6)    VALUE ZEROS.
         05 W-INV-DATE                 PIC 9(8)    VALUE ZEROS.
         05 W-INV-DATE-X               REDEFINES W-INV-DATE.
            10 W-INV-YY                PIC 9(4).
            10 W-INV-MM                PIC 99.
            10 W-INV-DD                PIC 99.
         05 W-PERIOD-END               PIC 9(8)    VALUE ZEROS.
         05 W-PERIOD-END-X             REDEFINES W-PERIOD-END.
            10 W-END-YY                PIC 9(4).
            10 W-END-MM                PIC 99.
            10 W-END-DD                PIC 99.
         05 W-PERIOD-START             PIC 9(8)    VALUE ZEROS.
         05 W-PERIOD-START-X           REDEFINES W-PERIOD-START.
            10 W-START-YY              PIC 9(4).
            10 W-START-MM              PIC 99.
            10 W-START-DD              PIC 99.
         05 C-END-INT                  PIC 9(7)    VALUE ZEROS.
         05 C-INV-INT                  PIC 9(7)    VALUE ZEROS.
         05 C-AGE-DAYS                 PIC S9(5)   VALUE ZEROS.
         05 C-OPEN-BAL                 PIC S9(7)V99 VALUE ZEROS.
         05 C-RUN-BAL                  PIC S9(7)V99 VALUE ZEROS.
         05 C-ITEM-BAL                 PIC 9(7)V99 VALUE ZEROS.
         05 C-INV-OPEN                 PIC S9(7)V99 VALUE ZEROS.
         05 C-UNAPPLIED-AMT            PIC 9(7)V99 VALUE ZEROS.
         05 C-TOTAL-DUE                PIC S9(7)V99 VALUE ZEROS.
         05 C-B1-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 C-B2-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 C-B3-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 C-B4-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 C-STMTCTR                  PIC 999     VALUE 0.
         05 C-GT-BAL                   PIC S9(9)V99 VALUE ZEROS.

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
           'CUSTOMER STATEMENT'.
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
         "STATEMENT PERIOD:".
         05 0-START-MM                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-START-DD                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-START-YY                 PIC 9(4).
         05 FILLER                     PIC X(6)    VALUE ' THRU '.
         05 0-END-MM                   PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-END-DD                   PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-END-YY                   PIC 9(4).
         05 FILLER                     PIC X(87)   VALUE SPACES.

       01 STMT-CUST-LINE.
         05 FILLER                     PIC X(10)   VALUE "CUSTOMER:".
         05 0-CUST-NO                  PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CUST-NAME                PIC X(25).
         05 FILLER                     PIC X(90)   VALUE SPACES.

       01 STMT-ADDR-LINE.
         05 FILLER                     PIC X(17)   VALUE SPACES.
         05 0-CUST-ADDR                PIC X(30).
         05 FILLER                     PIC X(85)   VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(10)   VALUE "DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "TRANSACTION".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "INVOICE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "REFERENCE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "    CHARGES".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "    CREDITS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "     BALANCE".
         05 FILLER                     PIC X(42)   VALUE SPACES.

       01 OPEN-BAL-LINE.
         05 FILLER                     PIC X(10)   VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "OPENING BALANCE".
         05 FILLER                     PIC X(51)   VALUE SPACES.
         05 0-OPEN-BAL                 PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(43)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-TRAN-MM                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-TRAN-DD                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-TRAN-YY                  PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-TRAN-DESC                PIC X(12).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-INV-NO                   PIC 9(6).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-EST-NO                   PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-REF                      PIC X(8).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-CHARGE                   PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-CREDIT                   PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-RUN-BAL                  PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(43)   VALUE SPACES.

       01 CLOSE-BAL-LINE.
         05 FILLER                     PIC X(10)   VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "CLOSING BALANCE".
         05 FILLER                     PIC X(51)   VALUE SPACES.
         05 0-CLOSE-BAL                PIC ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(43)   VALUE SPACES.

       01 AGING-HDG.
         05 FILLER                     PIC X(12)   VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "    CURRENT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  31-60 DAY".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  61-90 DAY".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "    OVER 90".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  UNAPPLIED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "   TOTAL DUE".
         05 FILLER                     PIC X(43)   VALUE SPACES.

       01 AGING-LINE.
         05 FILLER                     PIC X(12)   VALUE
         "AGING:".
         05 0-BUCKET1                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-BUCKET2                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-BUCKET3                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-BUCKET4                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-UNAPPLIED                PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-TOTAL-DUE                PIC $$$$,$$9.99-.
         05 FILLER                     PIC X(43)   VALUE SPACES.

       01 GRAND-TTL-LINE.
         05 FILLER                     PIC X(22)   VALUE
         "STATEMENTS PRINTED:".
         05 0-STMTCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(24)   VALUE
         "TOTAL CLOSING BALANCES:".
         05 0-GT-BAL                   PIC $$$$,$$$,$$9.99-.
         05 FILLER                     PIC X(62)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CUST-NO SD-REC-CLASS
                                SD-AGE-INV-NO SD-TRAN-DATE
                                SD-INV-NO
               INPUT PROCEDURE IS 5000-SELECT-ITEMS
               OUTPUT PROCEDURE IS 6000-PRINT-STATEMENTS.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-OPEN-AR-MST.
           OPEN INPUT AR-HIST.
           PERFORM 1020-OPEN-CUST-MST.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           PERFORM 1050-READ-PERIOD-CARD.
           COMPUTE C-END-INT =
               FUNCTION INTEGER-OF-DATE (W-PERIOD-END).
           MOVE W-PERIOD-END TO W-PERIOD-START.
           MOVE 01 TO W-START-DD.
           MOVE W-START-MM TO 0-START-MM.
           MOVE W-START-DD TO 0-START-DD.
           MOVE W-START-YY TO 0-START-YY.
           MOVE W-END-MM TO 0-END-MM.
           MOVE W-END-DD TO 0-END-DD.
           MOVE W-END-YY TO 0-END-YY.

           IF AR-HIST-FILE-STATUS NOT = '00'
               MOVE 'YES' TO HIST-EOF-SW
           END-IF.

       1010-OPEN-AR-MST.
           OPEN INPUT AR-MST.
           IF AR-MST-FILE-STATUS = '00'
               MOVE 'YES' TO AR-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO AR-MST-OPEN-SW
           END-IF.

       1020-OPEN-CUST-MST.
           OPEN INPUT CUST-MST.
           IF CUST-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CUST-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CUST-MST-OPEN-SW
           END-IF.

       1050-READ-PERIOD-CARD.
           MOVE I-DATE TO W-PERIOD-END.
           OPEN INPUT STMT-CTL.
           IF CTL-FILE-STATUS = '00'
               READ STMT-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-REC NUMERIC
                           MOVE CTL-REC TO W-PERIOD-END
                       END-IF
               END-READ
               CLOSE STMT-CTL
           END-IF.
           IF W-END-MM < 1 OR W-END-MM > 12
               OR W-END-DD < 1 OR W-END-DD > 31
               MOVE I-DATE TO W-PERIOD-END
           END-IF.

       3000-CLOSING.
           MOVE C-STMTCTR TO 0-STMTCTR.
           MOVE C-GT-BAL TO 0-GT-BAL.
           MOVE 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM STMT-PERIOD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM GRAND-TTL-LINE
               AFTER ADVANCING 2 LINES.
           IF AR-MST-OPEN-SW = 'YES'
               CLOSE AR-MST
           END-IF.
           IF AR-HIST-FILE-STATUS = '00'
               CLOSE AR-HIST
           END-IF.
           IF CUST-MST-OPEN-SW = 'YES'
               CLOSE CUST-MST
           END-IF.
           CLOSE PRTOUT.

       5000-SELECT-ITEMS.
           IF HIST-EOF-SW NOT = 'YES'
               PERFORM 9010-READ-HIST
               PERFORM 5200-RELEASE-HISTORY
                   UNTIL HIST-EOF-SW = 'YES'
           END-IF.

       5200-RELEASE-HISTORY.
           IF HST-TRAN-DATE NUMERIC
               AND HST-TRAN-DATE NOT > W-PERIOD-END
               AND HST-AMT NUMERIC
               MOVE HST-CUST-NO TO SD-CUST-NO
               MOVE HST-TRAN-DATE TO SD-TRAN-DATE
               MOVE HST-INV-NO TO SD-INV-NO
               MOVE HST-TRAN-TYPE TO SD-TRAN-TYPE
               MOVE HST-EST-NO TO SD-EST-NO
               MOVE HST-AMT TO SD-AMT
               MOVE HST-REF TO SD-REF
               MOVE 'A' TO SD-REC-CLASS
               MOVE HST-INV-NO TO SD-AGE-INV-NO
               RELEASE SD-REC
               MOVE 'H' TO SD-REC-CLASS
               MOVE ZEROS TO SD-AGE-INV-NO
               RELEASE SD-REC
           END-IF.
           PERFORM 9010-READ-HIST.

       6000-PRINT-STATEMENTS.
           PERFORM 9200-RETURN-SORT.
           PERFORM 6100-CUSTOMER-GROUP
               UNTIL SORT-RECS = 'NO'.

       6100-CUSTOMER-GROUP.
           MOVE SD-CUST-NO TO HOLD-CUST-NO.
           MOVE ZEROS TO W-NAME-INV-NO.
           MOVE ZEROS TO C-OPEN-BAL.
           MOVE ZEROS TO C-ITEM-BAL.
           MOVE ZEROS TO C-UNAPPLIED-AMT.
           MOVE ZEROS TO C-B1-AMT.
           MOVE ZEROS TO C-B2-AMT.
           MOVE ZEROS TO C-B3-AMT.
           MOVE ZEROS TO C-B4-AMT.
           PERFORM 6200-AGE-INVOICE
               UNTIL SORT-RECS = 'NO'
                   OR SD-CUST-NO NOT = HOLD-CUST-NO
                   OR NOT SD-OPEN-ITEM.
           PERFORM 6300-PRIOR-ACTIVITY
               UNTIL SORT-RECS = 'NO'
                   OR SD-CUST-NO NOT = HOLD-CUST-NO
                   OR SD-TRAN-DATE NOT < W-PERIOD-START.
           IF C-ITEM-BAL > ZERO
               OR C-UNAPPLIED-AMT > ZERO
               MOVE 'YES' TO STMT-SW
               PERFORM 6400-STATEMENT-HEADING
           ELSE
               MOVE 'NO' TO STMT-SW
           END-IF.
           MOVE C-OPEN-BAL TO C-RUN-BAL.
           PERFORM 6500-PERIOD-ACTIVITY
               UNTIL SORT-RECS = 'NO'
                   OR SD-CUST-NO NOT = HOLD-CUST-NO.
           IF STMT-SW = 'YES'
               PERFORM 6600-STATEMENT-TOTALS
           END-IF.

       6200-AGE-INVOICE.
           MOVE SD-AGE-INV-NO TO HOLD-AGE-INV-NO.
           MOVE ZEROS TO C-INV-OPEN.
           MOVE ZEROS TO W-INV-DATE.
           PERFORM 6210-INVOICE-ACTIVITY
               UNTIL SORT-RECS = 'NO'
                   OR SD-CUST-NO NOT = HOLD-CUST-NO
                   OR NOT SD-OPEN-ITEM
                   OR SD-AGE-INV-NO NOT = HOLD-AGE-INV-NO.
           IF C-INV-OPEN > ZERO
               PERFORM 6220-AGE-OPEN-AMOUNT
           ELSE
               IF C-INV-OPEN < ZERO
                   SUBTRACT C-INV-OPEN FROM C-UNAPPLIED-AMT
               END-IF
           END-IF.

       6210-INVOICE-ACTIVITY.
           IF W-NAME-INV-NO = ZEROS
               MOVE SD-AGE-INV-NO TO W-NAME-INV-NO
           END-IF.
           EVALUATE SD-TRAN-TYPE
               WHEN 'I'
                   ADD SD-AMT TO C-INV-OPEN
                   MOVE SD-TRAN-DATE TO W-INV-DATE
               WHEN 'U'
                   ADD SD-AMT TO C-UNAPPLIED-AMT
               WHEN OTHER
                   SUBTRACT SD-AMT FROM C-INV-OPEN
           END-EVALUATE.
           PERFORM 9200-RETURN-SORT.

       6220-AGE-OPEN-AMOUNT.
           ADD C-INV-OPEN TO C-ITEM-BAL.
           IF W-INV-DATE NUMERIC
               AND W-INV-MM > 0 AND W-INV-MM < 13
               AND W-INV-DD > 0 AND W-INV-DD < 32
               COMPUTE C-INV-INT =
                   FUNCTION INTEGER-OF-DATE (W-INV-DATE)
               COMPUTE C-AGE-DAYS = C-END-INT - C-INV-INT
           ELSE
               MOVE 9999 TO C-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN C-AGE-DAYS NOT > 30
                   ADD C-INV-OPEN TO C-B1-AMT
               WHEN C-AGE-DAYS NOT > 60
                   ADD C-INV-OPEN TO C-B2-AMT
               WHEN C-AGE-DAYS NOT > 90
                   ADD C-INV-OPEN TO C-B3-AMT
               WHEN OTHER
                   ADD C-INV-OPEN TO C-B4-AMT
           END-EVALUATE.

       6300-PRIOR-ACTIVITY.
           IF SD-TRAN-TYPE = 'I'
               ADD SD-AMT TO C-OPEN-BAL
           ELSE
               SUBTRACT SD-AMT FROM C-OPEN-BAL
           END-IF.
           PERFORM 9200-RETURN-SORT.

       6400-STATEMENT-HEADING.
           ADD 1 TO C-STMTCTR.
           MOVE ZERO TO PCTR.
           MOVE HOLD-CUST-NO TO 0-CUST-NO.
           PERFORM 6410-LOOKUP-CUSTOMER.
           PERFORM 9100-HDGS.
           MOVE C-OPEN-BAL TO 0-OPEN-BAL.
           WRITE PRTLINE FROM OPEN-BAL-LINE
               AFTER ADVANCING 2 LINES.

       6410-LOOKUP-CUSTOMER.
           MOVE SPACES TO 0-CUST-NAME.
           MOVE SPACES TO 0-CUST-ADDR.
           IF AR-MST-OPEN-SW = 'YES'
               AND W-NAME-INV-NO NOT = ZEROS
               MOVE W-NAME-INV-NO TO AR-INV-NO
               READ AR-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-CUST-NAME TO 0-CUST-NAME
               END-READ
           END-IF.
           IF CUST-MST-OPEN-SW = 'YES'
               AND HOLD-CUST-NO NOT = SPACES
               MOVE HOLD-CUST-NO TO CMST-CUST-NO
               READ CUST-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMST-NAME TO 0-CUST-NAME
                       MOVE CMST-ADDR TO 0-CUST-ADDR
               END-READ
           END-IF.

       6500-PERIOD-ACTIVITY.
           IF SD-TRAN-TYPE = 'I'
               ADD SD-AMT TO C-RUN-BAL
           ELSE
               SUBTRACT SD-AMT FROM C-RUN-BAL
           END-IF.
           IF STMT-SW = 'YES'
               PERFORM 6510-ACTIVITY-OUTPUT
           END-IF.
           PERFORM 9200-RETURN-SORT.

       6510-ACTIVITY-OUTPUT.
           MOVE SD-TRAN-MM TO 0-TRAN-MM.
           MOVE SD-TRAN-DD TO 0-TRAN-DD.
           MOVE SD-TRAN-YY TO 0-TRAN-YY.
           MOVE SD-INV-NO TO 0-INV-NO.
           MOVE SD-EST-NO TO 0-EST-NO.
           MOVE SD-REF TO 0-REF.
           MOVE ZEROS TO 0-CHARGE.
           MOVE ZEROS TO 0-CREDIT.
           EVALUATE SD-TRAN-TYPE
               WHEN 'I'
                   MOVE 'INVOICE' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CHARGE
               WHEN 'P'
                   MOVE 'PAYMENT' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CREDIT
               WHEN 'U'
                   MOVE 'ON ACCOUNT' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CREDIT
               WHEN 'C'
                   MOVE 'CREDIT MEMO' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CREDIT
               WHEN 'W'
                   MOVE 'WRITE-OFF' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CREDIT
               WHEN 'V'
                   MOVE 'VOID' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CREDIT
               WHEN OTHER
                   MOVE 'ADJUSTMENT' TO 0-TRAN-DESC
                   MOVE SD-AMT TO 0-CREDIT
           END-EVALUATE.
           MOVE C-RUN-BAL TO 0-RUN-BAL.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       6600-STATEMENT-TOTALS.
           ADD C-RUN-BAL TO C-GT-BAL.
           MOVE C-RUN-BAL TO 0-CLOSE-BAL.
           WRITE PRTLINE FROM CLOSE-BAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           MOVE C-B1-AMT TO 0-BUCKET1.
           MOVE C-B2-AMT TO 0-BUCKET2.
           MOVE C-B3-AMT TO 0-BUCKET3.
           MOVE C-B4-AMT TO 0-BUCKET4.
           MOVE C-UNAPPLIED-AMT TO 0-UNAPPLIED.
           COMPUTE C-TOTAL-DUE = C-ITEM-BAL - C-UNAPPLIED-AMT.
           MOVE C-TOTAL-DUE TO 0-TOTAL-DUE.
           WRITE PRTLINE FROM AGING-HDG
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           WRITE PRTLINE FROM AGING-LINE
               AFTER ADVANCING 1 LINE.

       9010-READ-HIST.
           READ AR-HIST
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
           WRITE PRTLINE FROM STMT-CUST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM STMT-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.

       9200-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'NO' TO SORT-RECS.
