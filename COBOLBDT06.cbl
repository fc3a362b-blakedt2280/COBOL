      *THE ACTUAL COSTS, WRITES AN OPEN-ITEM RECORD TO THE
      *RECEIVABLES FILE KEYED BY INVOICE NUMBER, AND ADVANCES THE
      *LAST-USED INVOICE NUMBER ON THE RECEIVABLES CONTROL CARD.
      *EACH INVOICE IS ALSO WRITTEN TO THE RECEIVABLES TRANSACTION
      *HISTORY FILE FOR THE MONTHLY CUSTOMER STATEMENTS.
      *GALLONS USED ARE ALSO RELIEVED FROM THE ON-HAND STOCK ON THE
      *PAINT INVENTORY MASTER.  EACH SURFACE DETAIL LINE WITH A
      *STOCKED PRODUCT CODE RELIEVES THAT ITEM BY ITS LINE GALLONS;
      *BLANK OR UNSTOCKED CODES FALL BACK TO THE GENERAL STOCK ITEM,
      *AND ESTIMATES WITH NO DETAIL LINES RELIEVE THE GENERAL STOCK
      *ITEM BY THE ACTUAL GALLONS POSTED.
      *EVERY INVOICE (DEBIT RECEIVABLES, CREDIT PAINTING REVENUE)
      *AND EVERY INVENTORY RELIEF (DEBIT JOB MATERIAL COST, CREDIT
      *PAINT INVENTORY, VALUED AT THE PRODUCT CATALOG PRICE) IS ALSO
      *WRITTEN TO THE GENERAL LEDGER POSTING FILE AS ONE BATCH PER RUN
      *FOR THE GENERAL LEDGER JOURNAL EXTRACT.
      *WHEN A COMPLETION IS POSTED WITH NO LABOR HOURS, THE HOURS
      *POSTED TO THE JOB FROM THE CREW TIMECARDS ARE TAKEN FROM THE
      *JOB SCHEDULE, AND A MISSING LABOR DOLLAR AMOUNT IS FIGURED FROM
      *THOSE HOURS AT THE LABOR RATE IN EFFECT.
      *THE ESTIMATOR CODE ON THE ESTIMATE IS CARRIED TO THE INVOICE
      *SO COMMISSION CAN BE PAID WHEN THE INVOICE IS COLLECTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-CTL-FILE-STATUS.

           SELECT AR-HIST
               ASSIGN TO 'C:\COBOL\ARHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-HIST-FILE-STATUS.

           SELECT INVOICE-RPT
               ASSIGN TO 'C:\COBOL\PJOBINV.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
               RECORD KEY IS PDTL-KEY
               FILE STATUS IS PAINT-DTL-FILE-STATUS.

           SELECT PROD-MST
               ASSIGN TO 'C:\COBOL\PRODMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-MST-FILE-STATUS.

           SELECT GL-TRAN
               ASSIGN TO 'C:\COBOL\GLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TRAN-FILE-STATUS.

           SELECT JOB-SCHED
               ASSIGN TO 'C:\COBOL\JOBSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-EST-NO
               FILE STATUS IS JOB-SCHED-FILE-STATUS.

           SELECT RATE-TABLE
               ASSIGN TO 'C:\COBOL\RATETBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD      PRTOUT
               LABEL RECORD IS OMITTED
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

       FD      AR-CTL
               LABEL RECORD IS STANDARD

       01      AR-CTL-REC              PIC X(6).

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

       FD      INVOICE-RPT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 80 CHARACTERS
       FD      PINV-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PINV-MST-REC
               RECORD CONTAINS 52 CHARACTERS.

       01      PINV-MST-REC.
               05  PINV-PROD-CODE      PIC X(6).
               05  PINV-ON-HAND        PIC 9(5)V99.
               05  PINV-COMMITTED      PIC 9(5)V99.
               05  PINV-REORDER-PT     PIC 9(5)V99.
               05  PINV-VEND-NO        PIC X(5).

       FD      PAINT-DTL
               LABEL RECORD IS STANDARD
               05  PDTL-LABOR-COST     PIC 9999V99.
               05  PDTL-PROD-CODE      PIC X(6).

       FD      PROD-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PROD-MST-REC
               RECORD CONTAINS 50 CHARACTERS.

       01      PROD-MST-REC.
               05  PROD-CODE           PIC X(6).
               05  PROD-DESC           PIC X(25).
               05  PROD-FINISH         PIC X(10).
               05  PROD-PRICE-GAL      PIC 99V99.
               05  PROD-COVERAGE       PIC 999V9.
               05  PROD-STATUS         PIC X.
                   88  PROD-ACTIVE     VALUE 'A'.
                   88  PROD-INACTIVE   VALUE 'I'.

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

       FD      RATE-TABLE
               LABEL RECORD IS STANDARD
               DATA RECORD IS RATE-REC
               RECORD CONTAINS 37 CHARACTERS.

       01      RATE-REC.
               05  RATE-EFF-DATE.
                   10  RATE-EFF-YY     PIC 9(4).
                   10  RATE-EFF-MM     PIC 99.
                   10  RATE-EFF-DD     PIC 99.
               05  RATE-LABOR-RATE     PIC 99V99.
               05  RATE-COVERAGE-RATE  PIC 999V9.
               05  RATE-SIGNOFF-AMT    PIC 9(7)V99.
               05  RATE-CEIL-COV       PIC 999V9.
               05  RATE-TRIM-COV       PIC 999V9.
               05  RATE-DOOR-COV       PIC 999V9.

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 C-WORK-ACT                 PIC 9(8)V99 VALUE ZEROS.
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-CTL-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-HIST-FILE-STATUS        PIC XX      VALUE SPACES.
         05 C-LAST-INV-NO              PIC 9(6)    VALUE ZEROS.
         05 C-INVCTR                   PIC 999     VALUE 0.
         05 W-COMP-DATE                PIC 9(8)    VALUE ZEROS.
         05 W-RELIEF-GALLONS           PIC 9(5)V99 VALUE ZEROS.
         05 W-GENRL-GALLONS            PIC 9(5)V99 VALUE ZEROS.
         05 SUB3                       PIC 99      VALUE 0.
         05 PROD-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PROD-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 GL-TRAN-FILE-STATUS        PIC XX      VALUE SPACES.
         05 W-PRICE-GAL                PIC 99V99   VALUE ZEROS.
         05 W-RELIEF-COST              PIC 9(7)V99 VALUE ZEROS.
         05 W-MATL-COST                PIC 9(7)V99 VALUE ZEROS.
         05 W-GL-MAP-CODE              PIC X(6)    VALUE SPACES.
         05 W-GL-DR-CR                 PIC X       VALUE SPACES.
         05 W-GL-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 W-BATCH-ID.
            10 W-BATCH-SOURCE          PIC X(3)    VALUE 'INV'.
            10 W-BATCH-DATE            PIC 9(8)    VALUE ZEROS.
            10 W-BATCH-TIME            PIC X(6)    VALUE SPACES.
         05 JOB-SCHED-FILE-STATUS      PIC XX      VALUE SPACES.
         05 JOB-SCHED-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 RATE-FILE-STATUS           PIC XX      VALUE SPACES.
         05 RATE-EOF-SW                PIC XXX     VALUE 'NO'.
         05 C-RATE-BEST-DATE           PIC 9(8)    VALUE ZEROS.
         05 C-LABOR-RATE               PIC 99V99   VALUE 23.55.
         05 C-TIMECTR                  PIC 999     VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
         05 0-POSTCTR                  PIC ZZ9.
         05 FILLER                     PIC X(165)  VALUE SPACES.

       01 TIMECARD-TTL-LINE.
         05 FILLER                     PIC X(25)   VALUE
         "LABOR FROM TIMECARDS:".
         05 0-TIMECTR                  PIC ZZ9.
         05 FILLER                     PIC X(165)  VALUE SPACES.

       01 EXCPT-TITLE.
         05 FILLER                     PIC X(32)   VALUE
         "JOB ACTUALS EXCEPTION LIST".
           PERFORM 1010-OPEN-AR-MST.
           PERFORM 1020-READ-AR-CONTROL.
           PERFORM 1030-OPEN-PINV-MST.
           PERFORM 1040-OPEN-AR-HIST.
           PERFORM 1050-OPEN-GL-TRAN.
           PERFORM 1060-OPEN-JOB-SCHED.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCPT-RPT.
           OPEN OUTPUT INVOICE-RPT.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-DATE TO W-BATCH-DATE.
           MOVE I-TIME TO W-BATCH-TIME.
           PERFORM 1100-LOAD-RATES.

           WRITE EXCPT-LINE FROM EXCPT-TITLE
               AFTER ADVANCING PAGE.
           ELSE
               MOVE 'NO' TO DTL-OPEN-SW
           END-IF.
           OPEN INPUT PROD-MST.
           IF PROD-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PROD-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PROD-MST-OPEN-SW
           END-IF.

       1040-OPEN-AR-HIST.
           OPEN EXTEND AR-HIST.
           IF AR-HIST-FILE-STATUS = '35'
               OPEN OUTPUT AR-HIST
           END-IF.

       1050-OPEN-GL-TRAN.
           OPEN EXTEND GL-TRAN.
           IF GL-TRAN-FILE-STATUS = '35'
               OPEN OUTPUT GL-TRAN
           END-IF.

       1060-OPEN-JOB-SCHED.
           OPEN INPUT JOB-SCHED.
           IF JOB-SCHED-FILE-STATUS = '00'
               MOVE 'YES' TO JOB-SCHED-OPEN-SW
           ELSE
               MOVE 'NO' TO JOB-SCHED-OPEN-SW
           END-IF.

       1100-LOAD-RATES.
           MOVE ZEROS TO C-RATE-BEST-DATE.
           OPEN INPUT RATE-TABLE.
           IF RATE-FILE-STATUS = '00'
               PERFORM 1110-READ-RATE
               PERFORM 1120-APPLY-RATE
                   UNTIL RATE-EOF-SW = 'YES'
               CLOSE RATE-TABLE
           ELSE
               MOVE 'YES' TO RATE-EOF-SW
           END-IF.

       1110-READ-RATE.
           READ RATE-TABLE
               AT END
                   MOVE 'YES' TO RATE-EOF-SW.

       1120-APPLY-RATE.
           IF RATE-EFF-DATE NOT > I-DATE
               AND RATE-EFF-DATE NOT < C-RATE-BEST-DATE
               MOVE RATE-EFF-DATE TO C-RATE-BEST-DATE
               MOVE RATE-LABOR-RATE TO C-LABOR-RATE
           END-IF.
           PERFORM 1110-READ-RATE.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           IF JACT-LABOR-HRS = SPACES
               MOVE ZEROS TO JACT-LABOR-HRS
           END-IF.
           IF JACT-LABOR-COST = SPACES
               MOVE ZEROS TO JACT-LABOR-COST
           END-IF.
           EVALUATE TRUE
               WHEN JACT-EST-NO NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
           END-READ.

       2100-POST-ACTUALS.
           IF JACT-LABOR-HRS = ZERO
               PERFORM 2110-DEFAULT-LABOR
           END-IF.
           MOVE JACT-GALLONS TO PMST-ACT-GALLONS.
           MOVE JACT-PAINT-COST TO PMST-ACT-PAINT-COST.
           MOVE JACT-LABOR-HRS TO PMST-ACT-LABOR-HRS.
           PERFORM 2300-CREATE-INVOICE.
           PERFORM 2400-RELIEVE-INVENTORY.

       2110-DEFAULT-LABOR.
           IF JOB-SCHED-OPEN-SW = 'YES'
               MOVE JACT-EST-NO TO SCH-EST-NO
               READ JOB-SCHED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCH-ACT-HOURS > ZERO
                           ADD 1 TO C-TIMECTR
                           PERFORM 2120-SET-TIMECARD-LABOR
                       END-IF
               END-READ
           END-IF.

       2120-SET-TIMECARD-LABOR.
           IF SCH-ACT-HOURS > 999.9
               MOVE 999.9 TO JACT-LABOR-HRS
           ELSE
               MOVE SCH-ACT-HOURS TO JACT-LABOR-HRS
           END-IF.
           IF JACT-LABOR-COST = ZERO
               COMPUTE JACT-LABOR-COST ROUNDED =
                   JACT-LABOR-HRS * C-LABOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO JACT-LABOR-COST
               END-COMPUTE
           END-IF.

       2200-VARIANCE-OUTPUT.
           MOVE PMST-EST-NO TO 0-EST-NO.
           COMPUTE C-EST-LABOR-HRS = PMST-EST-GALLONS * 3.
                   MOVE 999999.99 TO AR-INV-AMT
           END-COMPUTE.
           MOVE ZEROS TO AR-PAID-AMT.
           MOVE ZEROS TO AR-ADJ-AMT.
           MOVE 'O' TO AR-STATUS.
           MOVE PMST-EST-CODE TO AR-EST-CODE.
           WRITE AR-MST-REC
               INVALID KEY
                   REWRITE AR-MST-REC.
           PERFORM 2320-WRITE-HISTORY.
           PERFORM 2330-WRITE-GL-INVOICE.
           PERFORM 2310-PRINT-INVOICE.

       2310-PRINT-INVOICE.
           WRITE INV-LINE FROM INV-TERMS-LINE
               AFTER ADVANCING 3 LINES.

       2320-WRITE-HISTORY.
           MOVE SPACES TO AR-HIST-REC.
           MOVE AR-CUST-NO TO HST-CUST-NO.
           MOVE AR-INV-DATE TO HST-TRAN-DATE.
           MOVE 'I' TO HST-TRAN-TYPE.
           MOVE AR-INV-NO TO HST-INV-NO.
           MOVE AR-EST-NO TO HST-EST-NO.
           MOVE AR-INV-AMT TO HST-AMT.
           WRITE AR-HIST-REC.

       2330-WRITE-GL-INVOICE.
           MOVE AR-INV-AMT TO W-GL-AMT.
           MOVE 'ARCTRL' TO W-GL-MAP-CODE.
           MOVE 'D' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.
           MOVE 'PNTREV' TO W-GL-MAP-CODE.
           MOVE 'C' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.

       2400-RELIEVE-INVENTORY.
           IF PINV-MST-OPEN-SW = 'YES'
               MOVE 'NO' TO LINES-FOUND-SW
               MOVE ZEROS TO W-GENRL-GALLONS
               MOVE ZEROS TO W-MATL-COST
               IF DTL-OPEN-SW = 'YES'
                   PERFORM 2410-RELIEVE-ONE-LINE
                       VARYING SUB3 FROM 1 BY 1
               END-IF
               IF W-GENRL-GALLONS > ZERO
                   MOVE W-GENRL-GALLONS TO W-RELIEF-GALLONS
                   MOVE PMST-PRICE-GAL TO W-PRICE-GAL
                   MOVE 'GENRL ' TO PINV-PROD-CODE
                   PERFORM 2430-RELIEVE-ITEM
               END-IF
               IF W-MATL-COST > ZERO
                   PERFORM 2450-WRITE-GL-MATERIAL
               END-IF
           END-IF.

       2410-RELIEVE-ONE-LINE.
               ADD PDTL-GALLONS TO W-GENRL-GALLONS
           ELSE
               MOVE PDTL-GALLONS TO W-RELIEF-GALLONS
               MOVE PDTL-PRICE-GAL TO W-PRICE-GAL
               MOVE PDTL-PROD-CODE TO PINV-PROD-CODE
               PERFORM 2430-RELIEVE-ITEM
               IF ITEM-RELIEVED-SW = 'NO'
                           MOVE ZEROS TO PINV-ON-HAND
                   END-SUBTRACT
                   REWRITE PINV-MST-REC
                   PERFORM 2440-COST-RELIEF
           END-READ.

       2440-COST-RELIEF.
           IF PROD-MST-OPEN-SW = 'YES'
               MOVE PINV-PROD-CODE TO PROD-CODE
               READ PROD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PRICE-GAL TO W-PRICE-GAL
               END-READ
           END-IF.
           COMPUTE W-RELIEF-COST ROUNDED =
               W-RELIEF-GALLONS * W-PRICE-GAL.
           ADD W-RELIEF-COST TO W-MATL-COST.

       2450-WRITE-GL-MATERIAL.
           MOVE W-MATL-COST TO W-GL-AMT.
           MOVE 'JOBMAT' TO W-GL-MAP-CODE.
           MOVE 'D' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.
           MOVE 'PNTINV' TO W-GL-MAP-CODE.
           MOVE 'C' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.

       2500-WRITE-GL-ENTRY.
           MOVE SPACES TO GL-TRAN-REC.
           MOVE W-BATCH-ID TO GLT-BATCH-ID.
           MOVE PMST-COMP-DATE TO GLT-POST-DATE.
           MOVE W-GL-MAP-CODE TO GLT-MAP-CODE.
           MOVE W-GL-DR-CR TO GLT-DR-CR.
           MOVE W-GL-AMT TO GLT-AMT.
           MOVE AR-INV-NO TO GLT-REF.
           MOVE PMST-CUST-NAME TO GLT-DESC.
           WRITE GL-TRAN-REC.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE JACT-EST-NO TO 0-EXCPT-EST-NO.
               CLOSE PAINT-EST
           END-IF.
           CLOSE AR-MST.
           CLOSE AR-HIST.
           IF PINV-MST-OPEN-SW = 'YES'
               CLOSE PINV-MST
           END-IF.
           IF DTL-OPEN-SW = 'YES'
               CLOSE PAINT-DTL
           END-IF.
           IF PROD-MST-OPEN-SW = 'YES'
               CLOSE PROD-MST
           END-IF.
           CLOSE GL-TRAN.
           IF JOB-SCHED-OPEN-SW = 'YES'
               CLOSE JOB-SCHED
           END-IF.
           CLOSE PRTOUT.
           CLOSE EXCPT-RPT.
           CLOSE INVOICE-RPT.
           MOVE C-POSTCTR TO 0-POSTCTR.
           WRITE PRTLINE FROM POSTED-TTL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-TIMECTR TO 0-TIMECTR.
           WRITE PRTLINE FROM TIMECARD-TTL-LINE
               AFTER ADVANCING 1 LINE.
