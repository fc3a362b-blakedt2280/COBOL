       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT31.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM AUDITS THE LINKS BETWEEN THE PAINT ESTIMATE
      *MASTER, THE SURFACE DETAIL FILE, THE RECEIVABLES MASTER, THE
      *JOB SCHEDULE, THE CREW MASTER AND THE CUSTOMER MASTER.  IT
      *REPORTS DETAIL LINES WITH NO ESTIMATE, ESTIMATES WHOSE DETAIL
      *LINES DO NOT ADD UP TO THE ESTIMATE TOTAL, COMPLETED ESTIMATES
      *WITH NO INVOICE, INVOICES FOR ESTIMATES THAT ARE NOT COMPLETED,
      *SCHEDULE ENTRIES FOR INACTIVE OR UNKNOWN CREWS, SCHEDULE
      *ENTRIES FOR ESTIMATES NOT IN SCHEDULED STATUS, AND ESTIMATE
      *CUSTOMER NUMBERS MISSING FROM THE CUSTOMER MASTER.  EVERY
      *BROKEN LINK IS SORTED AND PRINTED BY CATEGORY WITH A COUNT,
      *FOLLOWED BY A SUMMARY OF ALL CATEGORIES.  VOIDED INVOICES ARE
      *NOT COUNTED AS BILLING AN ESTIMATE.  NO FILE IS UPDATED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT-EST
               ASSIGN TO 'C:\COBOL\PAINTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMST-EST-NO
               FILE STATUS IS PAINT-MST-FILE-STATUS.

           SELECT PAINT-DTL
               ASSIGN TO 'C:\COBOL\PAINTDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDTL-KEY
               FILE STATUS IS PAINT-DTL-FILE-STATUS.

           SELECT AR-MST
               ASSIGN TO 'C:\COBOL\ARMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INV-NO
               FILE STATUS IS AR-MST-FILE-STATUS.

           SELECT JOB-SCHED
               ASSIGN TO 'C:\COBOL\JOBSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-EST-NO
               FILE STATUS IS JOB-SCHED-FILE-STATUS.

           SELECT CREW-MST
               ASSIGN TO 'C:\COBOL\CREWMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRW-CREW-NO
               FILE STATUS IS CREW-MST-FILE-STATUS.

           SELECT CUST-MST
               ASSIGN TO 'C:\COBOL\CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-CUST-NO
               FILE STATUS IS CUST-MST-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\INTEGAUD.WRK'.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\INTEGAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      PAINT-EST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-MST-REC
               RECORD CONTAINS 149 CHARACTERS.

       01      PAINT-MST-REC.
               05  PMST-EST-NO         PIC X(4).
               05  PMST-EST-NUM        REDEFINES PMST-EST-NO
                                       PIC 9(4).
               05  PMST-DATE.
                   10  PMST-YY         PIC 9(4).
                   10  PMST-MM         PIC 99.
                   10  PMST-DD         PIC 99.
               05  PMST-WALL-SQ-FT     PIC 9(4).
               05  PMST-DOOR-SQ-FT     PIC 9(3).
               05  PMST-PRICE-GAL      PIC 99V99.
               05  PMST-CUST-NAME      PIC X(25).
               05  PMST-JOB-ADDR       PIC X(30).
               05  PMST-STATUS         PIC X.
               05  PMST-CUST-NO        PIC X(5).
               05  PMST-EST-GALLONS    PIC 9(5)V99.
               05  PMST-EST-PAINT-COST PIC 9(5)V99.
               05  PMST-EST-LABOR-COST PIC 9(5)V99.
               05  PMST-EST-TOTAL-COST PIC 9(6)V99.
               05  PMST-ACT-GALLONS    PIC 9(5)V99.
               05  PMST-ACT-PAINT-COST PIC 9(5)V99.
               05  PMST-ACT-LABOR-HRS  PIC 9(3)V9.
               05  PMST-ACT-LABOR-COST PIC 9(5)V99.
               05  PMST-COMP-DATE      PIC 9(8).
               05  PMST-EST-CODE       PIC X(3).

       FD      PAINT-DTL
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-DTL-MST-REC
               RECORD CONTAINS 43 CHARACTERS.

       01      PAINT-DTL-MST-REC.
               05  PDTL-KEY.
                   10  PDTL-EST-NO     PIC X(4).
                   10  PDTL-LINE-NO    PIC 99.
               05  PDTL-SURF-TYPE      PIC X(4).
               05  PDTL-SQ-FT          PIC 9(5).
               05  PDTL-COATS          PIC 9.
               05  PDTL-PRICE-GAL      PIC 99V99.
               05  PDTL-GALLONS        PIC 999V99.
               05  PDTL-PAINT-COST     PIC 9999V99.
               05  PDTL-LABOR-COST     PIC 9999V99.
               05  PDTL-PROD-CODE      PIC X(6).

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

       FD      CREW-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS CREW-MST-REC
               RECORD CONTAINS 32 CHARACTERS.

       01      CREW-MST-REC.
               05  CRW-CREW-NO         PIC X(3).
               05  CRW-NAME            PIC X(25).
               05  CRW-DAILY-HRS       PIC 99V9.
               05  CRW-STATUS          PIC X.
                   88  CRW-ACTIVE      VALUE 'A'.
                   88  CRW-INACTIVE    VALUE 'I'.

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

       SD      SORT-FILE
               DATA RECORD IS SD-REC.

       01      SD-REC.
               05  SD-CATEGORY         PIC 9.
               05  SD-FILE             PIC X(8).
               05  SD-KEY              PIC X(10).
               05  SD-REF              PIC X(10).
               05  SD-AMT1             PIC 9(7)V99.
               05  SD-AMT2             PIC 9(7)V99.
               05  SD-COND             PIC X(30).

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 SORT-RECS                  PIC XXX     VALUE 'YES'.
         05 PAINT-MST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-EOF-SW               PIC XXX     VALUE 'NO'.
         05 PAINT-DTL-FILE-STATUS      PIC XX      VALUE SPACES.
         05 DTL-OPEN-SW                PIC XXX     VALUE 'NO'.
         05 DTL-EOF-SW                 PIC XXX     VALUE 'NO'.
         05 LINES-FOUND-SW             PIC XXX     VALUE 'NO'.
         05 AR-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 AR-MST-OPEN-SW             PIC XXX     VALUE 'NO'.
         05 AR-EOF-SW                  PIC XXX     VALUE 'NO'.
         05 JOB-SCHED-FILE-STATUS      PIC XX      VALUE SPACES.
         05 JOB-SCHED-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 SCHED-EOF-SW               PIC XXX     VALUE 'NO'.
         05 CREW-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 CUST-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CUST-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 CUST-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 W-EST-NO                   PIC X(4)    VALUE SPACES.
         05 W-EST-NUM                  REDEFINES W-EST-NO
                                       PIC 9(4).
         05 W-EST-STATUS               PIC X       VALUE SPACES.
         05 W-LINE-TOTAL               PIC 9(7)V99 VALUE ZEROS.
         05 W-LINE-CTR                 PIC 99      VALUE 0.
         05 W-INV-NO-X                 PIC X(6)    VALUE SPACES.
         05 SUB1                       PIC 9(5)    VALUE 0.
         05 SUB3                       PIC 99      VALUE 0.
         05 HOLD-CATEGORY              PIC 9       VALUE 0.
         05 C-CAT-CTR                  PIC 9(5)    VALUE 0.
         05 C-T-BREAKS                 PIC 9(5)    VALUE 0.
         05 C-EST-READ                 PIC 9(5)    VALUE 0.

       01      EST-LINK-TABLE.
         05 ET-ENTRY                   OCCURS 10000 TIMES.
            10 ET-STATUS               PIC X.
            10 ET-INVOICED             PIC X.

       01      CATEGORY-TITLE-VALUES.
         05 FILLER                     PIC X(45)   VALUE
         'DETAIL LINES WITH NO ESTIMATE'.
         05 FILLER                     PIC X(45)   VALUE
         'ESTIMATES NOT EQUAL TO THEIR DETAIL LINES'.
         05 FILLER                     PIC X(45)   VALUE
         'COMPLETED ESTIMATES WITH NO INVOICE'.
         05 FILLER                     PIC X(45)   VALUE
         'INVOICES FOR ESTIMATES NOT COMPLETED'.
         05 FILLER                     PIC X(45)   VALUE
         'SCHEDULED JOBS WITH INACTIVE OR MISSING CREW'.
         05 FILLER                     PIC X(45)   VALUE
         'SCHEDULED JOBS WITH ESTIMATE NOT IN S STATUS'.
         05 FILLER                     PIC X(45)   VALUE
         'ESTIMATE CUSTOMERS NOT ON CUSTOMER MASTER'.

       01      CATEGORY-TITLE-TABLE    REDEFINES CATEGORY-TITLE-VALUES.
         05 CAT-TITLE                  OCCURS 7 TIMES
                                       PIC X(45).

       01      CATEGORY-COUNT-TABLE.
         05 CAT-COUNT                  OCCURS 7 TIMES
                                       PIC 9(5).

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
           'CROSS-FILE INTEGRITY AUDIT'.
           05 FILLER                   PIC X(47)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 CAT-HDG-LINE.
         05 FILLER                     PIC X(9)    VALUE "CATEGORY".
         05 0-CAT-NO                   PIC 9.
         05 FILLER                     PIC X(3)    VALUE " - ".
         05 0-CAT-TITLE                PIC X(45).
         05 FILLER                     PIC X(74)   VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(8)    VALUE "FILE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "RECORD KEY".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "POINTS TO".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         " FILE AMOUNT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "    EXPECTED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "CONDITION".
         05 FILLER                     PIC X(61)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-FILE                     PIC X(8).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-KEY                      PIC X(10).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-REF                      PIC X(10).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AMT1                     PIC Z,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AMT2                     PIC Z,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-COND                     PIC X(30).
         05 FILLER                     PIC X(40)   VALUE SPACES.

       01 CAT-TTL-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "BROKEN LINKS IN CATEGORY:".
         05 0-CAT-CTR                  PIC ZZ,ZZ9.
         05 FILLER                     PIC X(96)   VALUE SPACES.

       01 SUMMARY-HDG.
         05 FILLER                     PIC X(30)   VALUE
         "SUMMARY OF BROKEN LINKS".
         05 FILLER                     PIC X(102)  VALUE SPACES.

       01 SUMMARY-LINE.
         05 FILLER                     PIC X(9)    VALUE "CATEGORY".
         05 0-SUM-CAT-NO               PIC 9.
         05 FILLER                     PIC X(3)    VALUE " - ".
         05 0-SUM-TITLE                PIC X(45).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SUM-CTR                  PIC ZZ,ZZ9.
         05 FILLER                     PIC X(66)   VALUE SPACES.

       01 GRAND-TTL-LINE.
         05 FILLER                     PIC X(58)   VALUE
         "TOTAL BROKEN LINKS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-BREAKS                 PIC ZZ,ZZ9.
         05 FILLER                     PIC X(66)   VALUE SPACES.

       01 EST-READ-LINE.
         05 FILLER                     PIC X(58)   VALUE
         "ESTIMATES CHECKED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EST-READ                 PIC ZZ,ZZ9.
         05 FILLER                     PIC X(66)   VALUE SPACES.

       01 CLEAN-LINE.
         05 FILLER                     PIC X(40)   VALUE
         "NO BROKEN LINKS FOUND".
         05 FILLER                     PIC X(92)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CATEGORY SD-KEY SD-REF
               INPUT PROCEDURE IS 5000-GATHER-BREAKS
               OUTPUT PROCEDURE IS 6000-REPORT-BREAKS.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'YES' TO SORT-RECS.
           MOVE 'NO' TO PAINT-EOF-SW.
           MOVE 'NO' TO DTL-EOF-SW.
           MOVE 'NO' TO AR-EOF-SW.
           MOVE 'NO' TO SCHED-EOF-SW.
           MOVE ZERO TO PCTR.
           MOVE ZEROS TO C-T-BREAKS.
           MOVE ZEROS TO C-EST-READ.
           MOVE ZEROS TO CATEGORY-COUNT-TABLE.
           PERFORM 1050-CLEAR-LINK-ENTRY
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 10000.

           OPEN INPUT PAINT-EST.
           PERFORM 1010-OPEN-DETAIL-FILES.
           PERFORM 1020-OPEN-LINKED-MASTERS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           IF PAINT-MST-FILE-STATUS = '35'
               MOVE 'YES' TO PAINT-EOF-SW
           END-IF.
           PERFORM 9100-HDGS.

       1010-OPEN-DETAIL-FILES.
           OPEN INPUT PAINT-DTL.
           IF PAINT-DTL-FILE-STATUS = '00'
               MOVE 'YES' TO DTL-OPEN-SW
           ELSE
               MOVE 'NO' TO DTL-OPEN-SW
               MOVE 'YES' TO DTL-EOF-SW
           END-IF.
           OPEN INPUT AR-MST.
           IF AR-MST-FILE-STATUS = '00'
               MOVE 'YES' TO AR-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO AR-MST-OPEN-SW
               MOVE 'YES' TO AR-EOF-SW
           END-IF.
           OPEN INPUT JOB-SCHED.
           IF JOB-SCHED-FILE-STATUS = '00'
               MOVE 'YES' TO JOB-SCHED-OPEN-SW
           ELSE
               MOVE 'NO' TO JOB-SCHED-OPEN-SW
               MOVE 'YES' TO SCHED-EOF-SW
           END-IF.

       1020-OPEN-LINKED-MASTERS.
           OPEN INPUT CREW-MST.
           IF CREW-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CREW-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CREW-MST-OPEN-SW
           END-IF.
           OPEN INPUT CUST-MST.
           IF CUST-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CUST-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CUST-MST-OPEN-SW
           END-IF.

       1050-CLEAR-LINK-ENTRY.
           MOVE SPACE TO ET-STATUS (SUB1).
           MOVE 'N' TO ET-INVOICED (SUB1).

       3000-CLOSING.
           IF PAINT-MST-FILE-STATUS NOT = '35'
               CLOSE PAINT-EST
           END-IF.
           IF DTL-OPEN-SW = 'YES'
               CLOSE PAINT-DTL
           END-IF.
           IF AR-MST-OPEN-SW = 'YES'
               CLOSE AR-MST
           END-IF.
           IF JOB-SCHED-OPEN-SW = 'YES'
               CLOSE JOB-SCHED
           END-IF.
           IF CREW-MST-OPEN-SW = 'YES'
               CLOSE CREW-MST
           END-IF.
           IF CUST-MST-OPEN-SW = 'YES'
               CLOSE CUST-MST
           END-IF.
           CLOSE PRTOUT.

      *ESTIMATES ARE PASSED FIRST SO THE LINK TABLE HOLDS THE STATUS
      *OF EVERY ESTIMATE ON FILE BEFORE THE OTHER FILES ARE CHECKED
      *AGAINST IT.  A BLANK STATUS MEANS THE ESTIMATE IS NOT ON FILE.
       5000-GATHER-BREAKS.
           IF PAINT-EOF-SW NOT = 'YES'
               PERFORM 9000-READ-PAINT
               PERFORM 5100-CHECK-ESTIMATE
                   UNTIL PAINT-EOF-SW = 'YES'
           END-IF.
           IF AR-EOF-SW NOT = 'YES'
               PERFORM 9010-READ-AR
               PERFORM 5200-CHECK-INVOICE
                   UNTIL AR-EOF-SW = 'YES'
           END-IF.
           PERFORM 5300-CHECK-UNBILLED
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 10000.
           IF DTL-EOF-SW NOT = 'YES'
               PERFORM 5050-START-DETAIL-FILE
           END-IF.
           IF DTL-EOF-SW NOT = 'YES'
               PERFORM 9020-READ-DTL
               PERFORM 5400-CHECK-DETAIL-LINE
                   UNTIL DTL-EOF-SW = 'YES'
           END-IF.
           IF SCHED-EOF-SW NOT = 'YES'
               PERFORM 9030-READ-SCHED
               PERFORM 5500-CHECK-SCHEDULE
                   UNTIL SCHED-EOF-SW = 'YES'
           END-IF.

       5050-START-DETAIL-FILE.
           MOVE LOW-VALUES TO PDTL-KEY.
           START PAINT-DTL KEY IS NOT LESS THAN PDTL-KEY
               INVALID KEY
                   MOVE 'YES' TO DTL-EOF-SW
           END-START.

       5100-CHECK-ESTIMATE.
           ADD 1 TO C-EST-READ.
           IF PMST-EST-NUM NUMERIC
               MOVE PMST-STATUS TO ET-STATUS (PMST-EST-NUM + 1)
               IF PMST-STATUS = SPACE
                   MOVE '?' TO ET-STATUS (PMST-EST-NUM + 1)
               END-IF
           END-IF.
           IF DTL-OPEN-SW = 'YES'
               PERFORM 5110-CHECK-LINE-TOTAL
           END-IF.
           IF PMST-CUST-NO NOT = SPACES
               PERFORM 5120-CHECK-CUSTOMER
           END-IF.
           PERFORM 9000-READ-PAINT.

       5110-CHECK-LINE-TOTAL.
           MOVE 'NO' TO LINES-FOUND-SW.
           MOVE ZEROS TO W-LINE-TOTAL.
           MOVE ZERO TO W-LINE-CTR.
           PERFORM 5115-ADD-ONE-LINE
               VARYING SUB3 FROM 1 BY 1
                   UNTIL SUB3 > 20.
           IF LINES-FOUND-SW = 'YES'
               AND W-LINE-TOTAL NOT = PMST-EST-TOTAL-COST
               MOVE SPACES TO SD-REC
               MOVE 2 TO SD-CATEGORY
               MOVE 'PAINTMST' TO SD-FILE
               MOVE PMST-EST-NO TO SD-KEY
               MOVE SPACES TO SD-REF
               STRING W-LINE-CTR ' LINES' DELIMITED BY SIZE
                   INTO SD-REF
               MOVE PMST-EST-TOTAL-COST TO SD-AMT1
               MOVE W-LINE-TOTAL TO SD-AMT2
               MOVE 'TOTAL COST NOT = DETAIL LINES' TO SD-COND
               PERFORM 5900-RELEASE-BREAK
           END-IF.

       5115-ADD-ONE-LINE.
           MOVE PMST-EST-NO TO PDTL-EST-NO.
           MOVE SUB3 TO PDTL-LINE-NO.
           READ PAINT-DTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO LINES-FOUND-SW
                   ADD 1 TO W-LINE-CTR
                   ADD PDTL-PAINT-COST TO W-LINE-TOTAL
                   ADD PDTL-LABOR-COST TO W-LINE-TOTAL
           END-READ.

       5120-CHECK-CUSTOMER.
           MOVE 'NO' TO CUST-FOUND-SW.
           IF CUST-MST-OPEN-SW = 'YES'
               MOVE PMST-CUST-NO TO CMST-CUST-NO
               READ CUST-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO CUST-FOUND-SW
               END-READ
           END-IF.
           IF CUST-FOUND-SW = 'NO'
               MOVE SPACES TO SD-REC
               MOVE 7 TO SD-CATEGORY
               MOVE 'PAINTMST' TO SD-FILE
               MOVE PMST-EST-NO TO SD-KEY
               MOVE PMST-CUST-NO TO SD-REF
               MOVE ZEROS TO SD-AMT1
               MOVE ZEROS TO SD-AMT2
               MOVE 'CUSTOMER NOT ON CUSTMST' TO SD-COND
               PERFORM 5900-RELEASE-BREAK
           END-IF.

       5200-CHECK-INVOICE.
           IF NOT AR-VOID
               MOVE AR-EST-NO TO W-EST-NO
               PERFORM 5800-LOOKUP-EST-STATUS
               IF W-EST-STATUS = 'C'
                   MOVE 'Y' TO ET-INVOICED (W-EST-NUM + 1)
               ELSE
                   MOVE SPACES TO SD-REC
                   MOVE 4 TO SD-CATEGORY
                   MOVE 'ARMST' TO SD-FILE
                   MOVE AR-INV-NO TO W-INV-NO-X
                   MOVE W-INV-NO-X TO SD-KEY
                   MOVE AR-EST-NO TO SD-REF
                   MOVE AR-INV-AMT TO SD-AMT1
                   MOVE ZEROS TO SD-AMT2
                   PERFORM 5210-SET-STATUS-COND
                   PERFORM 5900-RELEASE-BREAK
               END-IF
           END-IF.
           PERFORM 9010-READ-AR.

       5210-SET-STATUS-COND.
           IF W-EST-STATUS = SPACE
               MOVE 'ESTIMATE NOT ON PAINTMST' TO SD-COND
           ELSE
               STRING 'ESTIMATE STATUS IS ' W-EST-STATUS
                   DELIMITED BY SIZE INTO SD-COND
           END-IF.

       5300-CHECK-UNBILLED.
           IF ET-STATUS (SUB1) = 'C'
               AND ET-INVOICED (SUB1) = 'N'
               MOVE SPACES TO SD-REC
               MOVE 3 TO SD-CATEGORY
               MOVE 'PAINTMST' TO SD-FILE
               COMPUTE W-EST-NUM = SUB1 - 1
               MOVE W-EST-NO TO SD-KEY
               MOVE SPACES TO SD-REF
               MOVE ZEROS TO SD-AMT1
               MOVE ZEROS TO SD-AMT2
               MOVE 'NO OPEN OR CLOSED INVOICE' TO SD-COND
               PERFORM 5900-RELEASE-BREAK
           END-IF.

       5400-CHECK-DETAIL-LINE.
           MOVE PDTL-EST-NO TO W-EST-NO.
           PERFORM 5800-LOOKUP-EST-STATUS.
           IF W-EST-STATUS = SPACE
               MOVE SPACES TO SD-REC
               MOVE 1 TO SD-CATEGORY
               MOVE 'PAINTDTL' TO SD-FILE
               MOVE SPACES TO SD-KEY
               STRING PDTL-EST-NO '-' PDTL-LINE-NO
                   DELIMITED BY SIZE INTO SD-KEY
               MOVE PDTL-EST-NO TO SD-REF
               COMPUTE SD-AMT1 = PDTL-PAINT-COST + PDTL-LABOR-COST
               MOVE ZEROS TO SD-AMT2
               MOVE 'ESTIMATE NOT ON PAINTMST' TO SD-COND
               PERFORM 5900-RELEASE-BREAK
           END-IF.
           PERFORM 9020-READ-DTL.

       5500-CHECK-SCHEDULE.
           PERFORM 5510-CHECK-SCHED-CREW.
           MOVE SCH-EST-NO TO W-EST-NO.
           PERFORM 5800-LOOKUP-EST-STATUS.
           IF W-EST-STATUS NOT = 'S'
               MOVE SPACES TO SD-REC
               MOVE 6 TO SD-CATEGORY
               MOVE 'JOBSCHD' TO SD-FILE
               MOVE SCH-EST-NO TO SD-KEY
               MOVE SCH-EST-NO TO SD-REF
               MOVE ZEROS TO SD-AMT1
               MOVE ZEROS TO SD-AMT2
               PERFORM 5210-SET-STATUS-COND
               PERFORM 5900-RELEASE-BREAK
           END-IF.
           PERFORM 9030-READ-SCHED.

       5510-CHECK-SCHED-CREW.
           MOVE SPACES TO SD-COND.
           IF CREW-MST-OPEN-SW = 'YES'
               MOVE SCH-CREW-NO TO CRW-CREW-NO
               READ CREW-MST
                   INVALID KEY
                       MOVE 'CREW NOT ON CREWMST' TO SD-COND
                   NOT INVALID KEY
                       IF NOT CRW-ACTIVE
                           MOVE 'CREW IS INACTIVE' TO SD-COND
                       END-IF
               END-READ
           ELSE
               MOVE 'CREW NOT ON CREWMST' TO SD-COND
           END-IF.
           IF SD-COND NOT = SPACES
               MOVE 5 TO SD-CATEGORY
               MOVE 'JOBSCHD' TO SD-FILE
               MOVE SCH-EST-NO TO SD-KEY
               MOVE SCH-CREW-NO TO SD-REF
               MOVE ZEROS TO SD-AMT1
               MOVE ZEROS TO SD-AMT2
               PERFORM 5900-RELEASE-BREAK
           END-IF.

       5800-LOOKUP-EST-STATUS.
           IF W-EST-NUM NUMERIC
               MOVE ET-STATUS (W-EST-NUM + 1) TO W-EST-STATUS
           ELSE
               MOVE SPACE TO W-EST-STATUS
           END-IF.

       5900-RELEASE-BREAK.
           ADD 1 TO CAT-COUNT (SD-CATEGORY).
           ADD 1 TO C-T-BREAKS.
           RELEASE SD-REC.

       6000-REPORT-BREAKS.
           PERFORM 9200-RETURN-SORT.
           IF SORT-RECS = 'NO'
               WRITE PRTLINE FROM CLEAN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 6100-CATEGORY-GROUP
               UNTIL SORT-RECS = 'NO'.
           PERFORM 6900-SUMMARY.

       6100-CATEGORY-GROUP.
           MOVE SD-CATEGORY TO HOLD-CATEGORY.
           MOVE ZERO TO C-CAT-CTR.
           MOVE HOLD-CATEGORY TO 0-CAT-NO.
           MOVE CAT-TITLE (HOLD-CATEGORY) TO 0-CAT-TITLE.
           WRITE PRTLINE FROM CAT-HDG-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 1 LINE.
           PERFORM 6200-BREAK-DETAIL
               UNTIL SORT-RECS = 'NO'
                   OR SD-CATEGORY NOT = HOLD-CATEGORY.
           MOVE C-CAT-CTR TO 0-CAT-CTR.
           WRITE PRTLINE FROM CAT-TTL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.

       6200-BREAK-DETAIL.
           ADD 1 TO C-CAT-CTR.
           MOVE SD-FILE TO 0-FILE.
           MOVE SD-KEY TO 0-KEY.
           MOVE SD-REF TO 0-REF.
           MOVE SD-AMT1 TO 0-AMT1.
           MOVE SD-AMT2 TO 0-AMT2.
           MOVE SD-COND TO 0-COND.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.
           PERFORM 9200-RETURN-SORT.

       6900-SUMMARY.
           PERFORM 9100-HDGS.
           WRITE PRTLINE FROM SUMMARY-HDG
               AFTER ADVANCING 2 LINES.
           PERFORM 6910-SUMMARY-LINE
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 7.
           MOVE C-T-BREAKS TO 0-T-BREAKS.
           WRITE PRTLINE FROM GRAND-TTL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-EST-READ TO 0-EST-READ.
           WRITE PRTLINE FROM EST-READ-LINE
               AFTER ADVANCING 1 LINE.

       6910-SUMMARY-LINE.
           MOVE SUB1 TO 0-SUM-CAT-NO.
           MOVE CAT-TITLE (SUB1) TO 0-SUM-TITLE.
           MOVE CAT-COUNT (SUB1) TO 0-SUM-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       9000-READ-PAINT.
           READ PAINT-EST NEXT RECORD
               AT END
                   MOVE 'YES' TO PAINT-EOF-SW.

       9010-READ-AR.
           READ AR-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO AR-EOF-SW.

       9020-READ-DTL.
           READ PAINT-DTL NEXT RECORD
               AT END
                   MOVE 'YES' TO DTL-EOF-SW.

       9030-READ-SCHED.
           READ JOB-SCHED NEXT RECORD
               AT END
                   MOVE 'YES' TO SCHED-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'NO' TO SORT-RECS.
