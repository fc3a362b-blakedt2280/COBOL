       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT36.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM POSTS WARRANTY CLAIMS AGAINST COMPLETED JOBS.
      *EACH CLAIM GIVES A CLAIM NUMBER, THE ESTIMATE, THE CLAIM DATE,
      *THE SURFACE TYPE AND A DESCRIPTION OF THE PROBLEM, THE CREW
      *SENT BACK, AND THE TOUCH-UP GALLONS AND LABOR.  THE ESTIMATE
      *MUST BE COMPLETED AND THE CLAIM DATE MUST FALL WITHIN 365 DAYS
      *OF THE COMPLETION DATE, AND THE CREW SENT BACK MUST BE ACTIVE
      *ON THE CREW MASTER.  THE ORIGINAL CREW IS THE CREW WITH THE
      *MOST TIMECARD HOURS ON THE JOB, OR THE SCHEDULED CREW WHEN NO
      *TIMECARDS WERE POSTED.  THE TOUCH-UP PAINT IS THE PRODUCT ON
      *THE CLAIM, OR THE PRODUCT ON THE ESTIMATE'S DETAIL LINE FOR THE
      *SAME SURFACE TYPE, OR THE GENERAL STOCK ITEM.  THE GALLONS ARE
      *RELIEVED FROM THE PAINT INVENTORY MASTER WITHOUT INVOICING THE
      *CUSTOMER, AND THE PAINT (AT THE PRODUCT CATALOG PRICE) AND THE
      *LABOR (AT THE LABOR RATE IN EFFECT WHEN NO DOLLARS ARE GIVEN)
      *ARE KEPT AS WARRANTY COST ON THE WARRANTY CLAIM FILE.  THE
      *PAINT RELIEF (DEBIT WARRANTY COST, CREDIT PAINT INVENTORY) IS
      *WRITTEN TO THE GENERAL LEDGER POSTING FILE AS ONE BATCH PER RUN,
      *BUT ONLY WHEN THE GALLONS WERE ACTUALLY RELIEVED FROM THE PAINT
      *INVENTORY MASTER; OTHERWISE THE COST STAYS ON THE CLAIM AND THE
      *AUDIT LINE IS MARKED PAINT NOT RELIEVED.
      *AN AUDIT LISTING SHOWS EVERY CLAIM POSTED AND AN EXCEPTION LIST
      *SHOWS EVERY REJECTED CLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WARR-TRANS
               ASSIGN TO 'C:\COBOL\WARRTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WARR-MST
               ASSIGN TO 'C:\COBOL\WARRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WCLM-CLAIM-NO
               FILE STATUS IS WARR-MST-FILE-STATUS.

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

           SELECT CREW-MST
               ASSIGN TO 'C:\COBOL\CREWMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRW-CREW-NO
               FILE STATUS IS CREW-MST-FILE-STATUS.

           SELECT TIME-MST
               ASSIGN TO 'C:\COBOL\TIMECARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCM-KEY
               FILE STATUS IS TIME-MST-FILE-STATUS.

           SELECT JOB-SCHED
               ASSIGN TO 'C:\COBOL\JOBSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-EST-NO
               FILE STATUS IS JOB-SCHED-FILE-STATUS.

           SELECT PINV-MST
               ASSIGN TO 'C:\COBOL\PINVMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINV-PROD-CODE
               FILE STATUS IS PINV-MST-FILE-STATUS.

           SELECT PROD-MST
               ASSIGN TO 'C:\COBOL\PRODMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-MST-FILE-STATUS.

           SELECT RATE-TABLE
               ASSIGN TO 'C:\COBOL\RATETBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT GL-TRAN
               ASSIGN TO 'C:\COBOL\GLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TRAN-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\WARRAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCPT-RPT
               ASSIGN TO 'C:\COBOL\WARREXC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      WARR-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS WARR-TRANS-REC
               RECORD CONTAINS 77 CHARACTERS.

       01      WARR-TRANS-REC.
               05  WTRN-CLAIM-NO       PIC X(6).
               05  WTRN-EST-NO         PIC X(4).
               05  WTRN-CLAIM-DATE     PIC 9(8).
               05  WTRN-CLAIM-DATE-X   REDEFINES WTRN-CLAIM-DATE.
                   10  WTRN-CLAIM-YY   PIC 9(4).
                   10  WTRN-CLAIM-MM   PIC 99.
                   10  WTRN-CLAIM-DD   PIC 99.
               05  WTRN-SURF-TYPE      PIC X(4).
                   88  VALID-SURF-TYPE
                       VALUES 'WALL' 'CEIL' 'TRIM' 'DOOR'.
               05  WTRN-DESC           PIC X(30).
               05  WTRN-CREW-NO        PIC X(3).
               05  WTRN-PROD-CODE      PIC X(6).
               05  WTRN-GALLONS        PIC 999V99.
               05  WTRN-LABOR-HRS      PIC 999V9.
               05  WTRN-LABOR-COST     PIC 9(5)V99.

       FD      WARR-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS WARR-MST-REC
               RECORD CONTAINS 108 CHARACTERS.

       01      WARR-MST-REC.
               05  WCLM-CLAIM-NO       PIC X(6).
               05  WCLM-EST-NO         PIC X(4).
               05  WCLM-CLAIM-DATE     PIC 9(8).
               05  WCLM-SURF-TYPE      PIC X(4).
               05  WCLM-DESC           PIC X(30).
               05  WCLM-CREW-NO        PIC X(3).
               05  WCLM-ORIG-CREW      PIC X(3).
               05  WCLM-PROD-CODE      PIC X(6).
               05  WCLM-GALLONS        PIC 999V99.
               05  WCLM-PAINT-COST     PIC 9(5)V99.
               05  WCLM-LABOR-HRS      PIC 999V9.
               05  WCLM-LABOR-COST     PIC 9(5)V99.
               05  WCLM-CUST-NO        PIC X(5).
               05  WCLM-COMP-DATE      PIC 9(8).
               05  WCLM-POST-DATE      PIC 9(8).

       FD      PAINT-EST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-MST-REC
               RECORD CONTAINS 149 CHARACTERS.

       01      PAINT-MST-REC.
               05  PMST-EST-NO         PIC X(4).
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
                   88  PMST-COMPLETED  VALUE 'C'.
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

       FD      TIME-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS TIME-MST-REC
               RECORD CONTAINS 27 CHARACTERS.

       01      TIME-MST-REC.
               05  TCM-KEY.
                   10  TCM-EST-NO      PIC X(4).
                   10  TCM-CREW-NO     PIC X(3).
                   10  TCM-WORK-DATE   PIC 9(8).
               05  TCM-HOURS           PIC 999V9.
               05  TCM-POST-DATE       PIC 9(8).

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

       FD      PINV-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PINV-MST-REC
               RECORD CONTAINS 52 CHARACTERS.

       01      PINV-MST-REC.
               05  PINV-PROD-CODE      PIC X(6).
               05  PINV-DESC           PIC X(20).
               05  PINV-ON-HAND        PIC 9(5)V99.
               05  PINV-COMMITTED      PIC 9(5)V99.
               05  PINV-REORDER-PT     PIC 9(5)V99.
               05  PINV-VEND-NO        PIC X(5).

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

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 MORE-RECS                  PIC XXX     VALUE 'YES'.
         05 WARR-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PAINT-MST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-MST-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 PAINT-DTL-FILE-STATUS      PIC XX      VALUE SPACES.
         05 DTL-OPEN-SW                PIC XXX     VALUE 'NO'.
         05 CREW-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 TIME-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 TIME-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 TIME-EOF-SW                PIC XXX     VALUE 'NO'.
         05 JOB-SCHED-FILE-STATUS      PIC XX      VALUE SPACES.
         05 JOB-SCHED-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 PINV-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PINV-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 PROD-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PROD-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 RATE-FILE-STATUS           PIC XX      VALUE SPACES.
         05 RATE-EOF-SW                PIC XXX     VALUE 'NO'.
         05 GL-TRAN-FILE-STATUS        PIC XX      VALUE SPACES.
         05 EDIT-SW                    PIC XXX     VALUE 'YES'.
         05 EXCPT-REASON               PIC X(35)   VALUE SPACES.
         05 SURF-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 ITEM-RELIEVED-SW           PIC XXX     VALUE 'NO'.
         05 SUB3                       PIC 99      VALUE 0.
         05 W-COMP-DATE                PIC 9(8)    VALUE ZEROS.
         05 W-COMP-DATE-X              REDEFINES W-COMP-DATE.
            10 W-COMP-YY               PIC 9(4).
            10 W-COMP-MM               PIC 99.
            10 W-COMP-DD               PIC 99.
         05 W-CLAIM-INT                PIC 9(7)    VALUE ZEROS.
         05 W-COMP-INT                 PIC 9(7)    VALUE ZEROS.
         05 W-WARR-DAYS                PIC S9(5)   VALUE ZEROS.
         05 W-ORIG-CREW                PIC X(3)    VALUE SPACES.
         05 W-CUR-CREW                 PIC X(3)    VALUE SPACES.
         05 W-CUR-HRS                  PIC 9(5)V9  VALUE ZEROS.
         05 W-BEST-HRS                 PIC 9(5)V9  VALUE ZEROS.
         05 W-PROD-CODE                PIC X(6)    VALUE SPACES.
         05 W-PRICE-GAL                PIC 99V99   VALUE ZEROS.
         05 W-PAINT-COST               PIC 9(5)V99 VALUE ZEROS.
         05 W-GL-MAP-CODE              PIC X(6)    VALUE SPACES.
         05 W-GL-DR-CR                 PIC X       VALUE SPACES.
         05 W-GL-AMT                   PIC 9(7)V99 VALUE ZEROS.
         05 W-BATCH-ID.
            10 W-BATCH-SOURCE          PIC X(3)    VALUE 'WAR'.
            10 W-BATCH-DATE            PIC 9(8)    VALUE ZEROS.
            10 W-BATCH-TIME            PIC X(6)    VALUE SPACES.
         05 C-RATE-BEST-DATE           PIC 9(8)    VALUE ZEROS.
         05 C-LABOR-RATE               PIC 99V99   VALUE 23.55.
         05 C-POSTCTR                  PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.
         05 C-T-GALLONS                PIC 9(5)V99 VALUE ZEROS.
         05 C-T-PAINT-COST             PIC 9(7)V99 VALUE ZEROS.
         05 C-T-LABOR-COST             PIC 9(7)V99 VALUE ZEROS.
         05 C-T-WARR-COST              PIC 9(8)V99 VALUE ZEROS.

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
         05 FILLER                     PIC X(35)   VALUE
         'WARRANTY CLAIM POSTING AUDIT'.
         05 FILLER                     PIC X(51)   VALUE SPACES.

       01 AUDIT-COL-HDG.
         05 FILLER                     PIC X(6)    VALUE "CLAIM#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "CLAIM DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "SURF".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(3)    VALUE "CRW".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "ORIG".
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "PRODCT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "GALLON".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "  PAINT $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(5)    VALUE "LABHR".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "  LABOR $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "   TOTAL $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(30)   VALUE
         "DESCRIPTION".
         05 FILLER                     PIC X(1)    VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-CLAIM-NO             PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-EST-NO               PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-CLAIM-MM             PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-AUD-CLAIM-DD             PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-AUD-CLAIM-YY             PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-SURF-TYPE            PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-CREW-NO              PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-ORIG-CREW            PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-PROD-CODE            PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-GALLONS              PIC ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-PAINT-COST           PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-LABOR-HRS            PIC ZZ9.9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-LABOR-COST           PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-TOTAL-COST           PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-DESC                 PIC X(30).
         05 FILLER                     PIC X(1)    VALUE SPACES.

       01 AUDIT-NOTE-LINE.
         05 FILLER                     PIC X(8)    VALUE SPACES.
         05 FILLER                     PIC X(40)   VALUE
         "** PAINT NOT RELIEVED - NO GL POSTING".
         05 FILLER                     PIC X(84)   VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER                     PIC X(15)   VALUE
         "CLAIMS POSTED:".
         05 0-POSTCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(18)   VALUE
         "GALLONS RELIEVED:".
         05 0-T-GALLONS                PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "PAINT COST:".
         05 0-T-PAINT-COST             PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(12)   VALUE
         "LABOR COST:".
         05 0-T-LABOR-COST             PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(24)   VALUE SPACES.

       01 AUDIT-COST-LINE.
         05 FILLER                     PIC X(21)   VALUE
         "TOTAL WARRANTY COST:".
         05 0-T-WARR-COST              PIC $$,$$$,$$9.99.
         05 FILLER                     PIC X(98)   VALUE SPACES.

       01 EXCPT-TITLE.
         05 FILLER                     PIC X(34)   VALUE
         "WARRANTY CLAIM EXCEPTION LIST".
         05 FILLER                     PIC X(46)   VALUE SPACES.

       01 EXCPT-COL-HDG.
         05 FILLER                     PIC X(6)    VALUE "CLAIM#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "CLMDATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(20)   VALUE
         "REASON FOR REJECTION".
         05 FILLER                     PIC X(36)   VALUE SPACES.

       01 EXCPT-DETAIL.
         05 0-EXCPT-CLAIM-NO           PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EXCPT-EST-NO             PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EXCPT-CLAIM-DATE         PIC X(8).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EXCPT-REASON             PIC X(35).
         05 FILLER                     PIC X(21)   VALUE SPACES.

       01 EXCPT-TOTAL-LINE.
         05 FILLER                     PIC X(25)   VALUE
         "TOTAL EXCEPTIONS:".
         05 0-BADCTR                   PIC ZZ9.
         05 FILLER                     PIC X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT WARR-TRANS.
           PERFORM 1010-OPEN-WARR-MST.
           PERFORM 1020-OPEN-JOB-FILES.
           PERFORM 1030-OPEN-PINV-MST.
           PERFORM 1040-OPEN-GL-TRAN.
           OPEN OUTPUT AUDIT-RPT.
           OPEN OUTPUT EXCPT-RPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-DATE TO W-BATCH-DATE.
           MOVE I-TIME TO W-BATCH-TIME.
           PERFORM 1100-LOAD-RATES.

           WRITE AUDIT-LINE FROM AUDIT-TITLE
               AFTER ADVANCING PAGE.
           WRITE AUDIT-LINE FROM AUDIT-COL-HDG
               AFTER ADVANCING 2 LINES.

           WRITE EXCPT-LINE FROM EXCPT-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-LINE FROM EXCPT-COL-HDG
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ.

       1010-OPEN-WARR-MST.
           OPEN I-O WARR-MST.
           IF WARR-MST-FILE-STATUS = '35'
               OPEN OUTPUT WARR-MST
               CLOSE WARR-MST
               OPEN I-O WARR-MST
           END-IF.

       1020-OPEN-JOB-FILES.
           OPEN INPUT PAINT-EST.
           IF PAINT-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PAINT-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PAINT-MST-OPEN-SW
           END-IF.
           OPEN INPUT PAINT-DTL.
           IF PAINT-DTL-FILE-STATUS = '00'
               MOVE 'YES' TO DTL-OPEN-SW
           ELSE
               MOVE 'NO' TO DTL-OPEN-SW
           END-IF.
           OPEN INPUT CREW-MST.
           IF CREW-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CREW-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CREW-MST-OPEN-SW
           END-IF.
           OPEN INPUT TIME-MST.
           IF TIME-MST-FILE-STATUS = '00'
               MOVE 'YES' TO TIME-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO TIME-MST-OPEN-SW
           END-IF.
           OPEN INPUT JOB-SCHED.
           IF JOB-SCHED-FILE-STATUS = '00'
               MOVE 'YES' TO JOB-SCHED-OPEN-SW
           ELSE
               MOVE 'NO' TO JOB-SCHED-OPEN-SW
           END-IF.

       1030-OPEN-PINV-MST.
           OPEN I-O PINV-MST.
           IF PINV-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PINV-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PINV-MST-OPEN-SW
           END-IF.
           OPEN INPUT PROD-MST.
           IF PROD-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PROD-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PROD-MST-OPEN-SW
           END-IF.

       1040-OPEN-GL-TRAN.
           OPEN EXTEND GL-TRAN.
           IF GL-TRAN-FILE-STATUS = '35'
               OPEN OUTPUT GL-TRAN
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
           IF EDIT-SW = 'YES'
               PERFORM 2100-POST-CLAIM
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           PERFORM 9000-READ.

       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           IF WTRN-GALLONS = SPACES
               MOVE ZEROS TO WTRN-GALLONS
           END-IF.
           IF WTRN-LABOR-HRS = SPACES
               MOVE ZEROS TO WTRN-LABOR-HRS
           END-IF.
           IF WTRN-LABOR-COST = SPACES
               MOVE ZEROS TO WTRN-LABOR-COST
           END-IF.
           EVALUATE TRUE
               WHEN WTRN-CLAIM-NO = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CLAIM NUMBER IS BLANK' TO EXCPT-REASON
               WHEN WTRN-EST-NO NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ESTIMATE NUMBER NOT NUMERIC' TO EXCPT-REASON
               WHEN WTRN-CLAIM-DATE NOT NUMERIC
                   OR WTRN-CLAIM-DATE = ZEROS
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CLAIM DATE MISSING' TO EXCPT-REASON
               WHEN WTRN-CLAIM-MM < 1 OR WTRN-CLAIM-MM > 12
                   OR WTRN-CLAIM-DD < 1 OR WTRN-CLAIM-DD > 31
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CLAIM DATE IS INVALID' TO EXCPT-REASON
               WHEN WTRN-CLAIM-DATE > I-DATE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CLAIM DATE IS IN THE FUTURE' TO EXCPT-REASON
               WHEN NOT VALID-SURF-TYPE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID SURFACE TYPE' TO EXCPT-REASON
               WHEN WTRN-DESC = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CLAIM DESCRIPTION IS BLANK' TO EXCPT-REASON
               WHEN WTRN-CREW-NO = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CREW NUMBER IS BLANK' TO EXCPT-REASON
               WHEN WTRN-GALLONS NOT NUMERIC
                   OR WTRN-LABOR-HRS NOT NUMERIC
                   OR WTRN-LABOR-COST NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'TOUCH-UP FIELDS NOT NUMERIC' TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EDIT-SW = 'YES'
               PERFORM 2060-CHECK-CLAIM-NO
           END-IF.
           IF EDIT-SW = 'YES'
               PERFORM 2070-CHECK-CREW
           END-IF.
           IF EDIT-SW = 'YES'
               PERFORM 2080-CHECK-ESTIMATE
           END-IF.

       2060-CHECK-CLAIM-NO.
           MOVE WTRN-CLAIM-NO TO WCLM-CLAIM-NO.
           READ WARR-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CLAIM NUMBER ALREADY ON FILE'
                       TO EXCPT-REASON
           END-READ.

       2070-CHECK-CREW.
           IF CREW-MST-OPEN-SW = 'NO'
               MOVE 'NO' TO EDIT-SW
               MOVE 'CREW MASTER NOT AVAILABLE' TO EXCPT-REASON
           ELSE
               MOVE WTRN-CREW-NO TO CRW-CREW-NO
               READ CREW-MST
                   INVALID KEY
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'UNKNOWN CREW NUMBER' TO EXCPT-REASON
                   NOT INVALID KEY
                       IF CRW-INACTIVE
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'CREW IS INACTIVE' TO EXCPT-REASON
                       END-IF
               END-READ
           END-IF.

       2080-CHECK-ESTIMATE.
           IF PAINT-MST-OPEN-SW = 'NO'
               MOVE 'NO' TO EDIT-SW
               MOVE 'ESTIMATE MASTER NOT AVAILABLE' TO EXCPT-REASON
           ELSE
               MOVE WTRN-EST-NO TO PMST-EST-NO
               READ PAINT-EST
                   INVALID KEY
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'ESTIMATE NOT ON MASTER' TO EXCPT-REASON
                   NOT INVALID KEY
                       IF PMST-COMPLETED
                           PERFORM 2085-CHECK-WARRANTY-PERIOD
                       ELSE
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'ESTIMATE NOT COMPLETED'
                               TO EXCPT-REASON
                       END-IF
               END-READ
           END-IF.

       2085-CHECK-WARRANTY-PERIOD.
           MOVE ZEROS TO W-COMP-DATE.
           IF PMST-COMP-DATE NUMERIC
               MOVE PMST-COMP-DATE TO W-COMP-DATE
           END-IF.
           IF W-COMP-MM < 1 OR W-COMP-MM > 12
               OR W-COMP-DD < 1 OR W-COMP-DD > 31
               MOVE 'NO' TO EDIT-SW
               MOVE 'NO COMPLETION DATE ON ESTIMATE' TO EXCPT-REASON
           ELSE
               COMPUTE W-COMP-INT =
                   FUNCTION INTEGER-OF-DATE (W-COMP-DATE)
               COMPUTE W-CLAIM-INT =
                   FUNCTION INTEGER-OF-DATE (WTRN-CLAIM-DATE)
               COMPUTE W-WARR-DAYS = W-CLAIM-INT - W-COMP-INT
               EVALUATE TRUE
                   WHEN W-WARR-DAYS < ZERO
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'CLAIM DATE BEFORE COMPLETION'
                           TO EXCPT-REASON
                   WHEN W-WARR-DAYS > 365
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'WARRANTY EXPIRED - OVER 365 DAYS'
                           TO EXCPT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-POST-CLAIM.
           MOVE 'NO' TO ITEM-RELIEVED-SW.
           PERFORM 2110-FIND-ORIG-CREW.
           PERFORM 2130-SET-PRODUCT.
           PERFORM 2150-COST-CLAIM.
           IF WTRN-GALLONS > ZERO
               AND PINV-MST-OPEN-SW = 'YES'
               PERFORM 2160-RELIEVE-PAINT
           END-IF.
           MOVE WTRN-CLAIM-NO TO WCLM-CLAIM-NO.
           MOVE WTRN-EST-NO TO WCLM-EST-NO.
           MOVE WTRN-CLAIM-DATE TO WCLM-CLAIM-DATE.
           MOVE WTRN-SURF-TYPE TO WCLM-SURF-TYPE.
           MOVE WTRN-DESC TO WCLM-DESC.
           MOVE WTRN-CREW-NO TO WCLM-CREW-NO.
           MOVE W-ORIG-CREW TO WCLM-ORIG-CREW.
           MOVE W-PROD-CODE TO WCLM-PROD-CODE.
           MOVE WTRN-GALLONS TO WCLM-GALLONS.
           MOVE W-PAINT-COST TO WCLM-PAINT-COST.
           MOVE WTRN-LABOR-HRS TO WCLM-LABOR-HRS.
           MOVE WTRN-LABOR-COST TO WCLM-LABOR-COST.
           MOVE PMST-CUST-NO TO WCLM-CUST-NO.
           MOVE PMST-COMP-DATE TO WCLM-COMP-DATE.
           MOVE I-DATE TO WCLM-POST-DATE.
           WRITE WARR-MST-REC.
           ADD 1 TO C-POSTCTR.
           IF ITEM-RELIEVED-SW = 'YES'
               ADD WTRN-GALLONS TO C-T-GALLONS
           END-IF.
           ADD W-PAINT-COST TO C-T-PAINT-COST.
           ADD WTRN-LABOR-COST TO C-T-LABOR-COST.
           IF W-PAINT-COST > ZERO
               AND ITEM-RELIEVED-SW = 'YES'
               PERFORM 2170-WRITE-GL-WARRANTY
           END-IF.
           PERFORM 2200-AUDIT-OUTPUT.

       2110-FIND-ORIG-CREW.
           MOVE SPACES TO W-ORIG-CREW.
           MOVE SPACES TO W-CUR-CREW.
           MOVE ZEROS TO W-CUR-HRS.
           MOVE ZEROS TO W-BEST-HRS.
           IF TIME-MST-OPEN-SW = 'YES'
               MOVE WTRN-EST-NO TO TCM-EST-NO
               MOVE LOW-VALUES TO TCM-CREW-NO
               MOVE ZEROS TO TCM-WORK-DATE
               MOVE 'NO' TO TIME-EOF-SW
               START TIME-MST KEY IS NOT LESS THAN TCM-KEY
                   INVALID KEY
                       MOVE 'YES' TO TIME-EOF-SW
               END-START
               IF TIME-EOF-SW = 'NO'
                   PERFORM 2112-READ-TIME
                   PERFORM 2114-ACCUM-CREW-HOURS
                       UNTIL TIME-EOF-SW = 'YES'
                           OR TCM-EST-NO NOT = WTRN-EST-NO
                   PERFORM 2116-CHECK-BEST-CREW
               END-IF
           END-IF.
           IF W-ORIG-CREW = SPACES
               AND JOB-SCHED-OPEN-SW = 'YES'
               MOVE WTRN-EST-NO TO SCH-EST-NO
               READ JOB-SCHED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SCH-CREW-NO TO W-ORIG-CREW
               END-READ
           END-IF.

       2112-READ-TIME.
           READ TIME-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO TIME-EOF-SW.

       2114-ACCUM-CREW-HOURS.
           IF TCM-CREW-NO NOT = W-CUR-CREW
               PERFORM 2116-CHECK-BEST-CREW
               MOVE TCM-CREW-NO TO W-CUR-CREW
               MOVE ZEROS TO W-CUR-HRS
           END-IF.
           ADD TCM-HOURS TO W-CUR-HRS
               ON SIZE ERROR
                   MOVE 99999.9 TO W-CUR-HRS
           END-ADD.
           PERFORM 2112-READ-TIME.

       2116-CHECK-BEST-CREW.
           IF W-CUR-CREW NOT = SPACES
               AND W-CUR-HRS > W-BEST-HRS
               MOVE W-CUR-CREW TO W-ORIG-CREW
               MOVE W-CUR-HRS TO W-BEST-HRS
           END-IF.

       2130-SET-PRODUCT.
           MOVE WTRN-PROD-CODE TO W-PROD-CODE.
           MOVE PMST-PRICE-GAL TO W-PRICE-GAL.
           MOVE 'NO' TO SURF-FOUND-SW.
           IF DTL-OPEN-SW = 'YES'
               PERFORM 2135-SCAN-SURFACE-LINE
                   VARYING SUB3 FROM 1 BY 1
                       UNTIL SUB3 > 20
                           OR SURF-FOUND-SW = 'YES'
           END-IF.
           IF W-PROD-CODE = SPACES
               MOVE 'GENRL ' TO W-PROD-CODE
           END-IF.

       2135-SCAN-SURFACE-LINE.
           MOVE WTRN-EST-NO TO PDTL-EST-NO.
           MOVE SUB3 TO PDTL-LINE-NO.
           READ PAINT-DTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PDTL-SURF-TYPE = WTRN-SURF-TYPE
                       MOVE 'YES' TO SURF-FOUND-SW
                       MOVE PDTL-PRICE-GAL TO W-PRICE-GAL
                       IF W-PROD-CODE = SPACES
                           MOVE PDTL-PROD-CODE TO W-PROD-CODE
                       END-IF
                   END-IF
           END-READ.

       2150-COST-CLAIM.
           IF PROD-MST-OPEN-SW = 'YES'
               MOVE W-PROD-CODE TO PROD-CODE
               READ PROD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PRICE-GAL TO W-PRICE-GAL
               END-READ
           END-IF.
           COMPUTE W-PAINT-COST ROUNDED =
               WTRN-GALLONS * W-PRICE-GAL.
           IF WTRN-LABOR-COST = ZERO
               COMPUTE WTRN-LABOR-COST ROUNDED =
                   WTRN-LABOR-HRS * C-LABOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WTRN-LABOR-COST
               END-COMPUTE
           END-IF.

       2160-RELIEVE-PAINT.
           MOVE W-PROD-CODE TO PINV-PROD-CODE.
           PERFORM 2165-RELIEVE-ITEM.
           IF ITEM-RELIEVED-SW = 'NO'
               MOVE 'GENRL ' TO PINV-PROD-CODE
               PERFORM 2165-RELIEVE-ITEM
           END-IF.

       2165-RELIEVE-ITEM.
           MOVE 'NO' TO ITEM-RELIEVED-SW.
           READ PINV-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO ITEM-RELIEVED-SW
                   SUBTRACT WTRN-GALLONS FROM PINV-ON-HAND
                       ON SIZE ERROR
                           MOVE ZEROS TO PINV-ON-HAND
                   END-SUBTRACT
                   REWRITE PINV-MST-REC
           END-READ.

       2170-WRITE-GL-WARRANTY.
           MOVE W-PAINT-COST TO W-GL-AMT.
           MOVE 'WARCST' TO W-GL-MAP-CODE.
           MOVE 'D' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.
           MOVE 'PNTINV' TO W-GL-MAP-CODE.
           MOVE 'C' TO W-GL-DR-CR.
           PERFORM 2500-WRITE-GL-ENTRY.

       2200-AUDIT-OUTPUT.
           MOVE WTRN-CLAIM-NO TO 0-AUD-CLAIM-NO.
           MOVE WTRN-EST-NO TO 0-AUD-EST-NO.
           MOVE WTRN-CLAIM-MM TO 0-AUD-CLAIM-MM.
           MOVE WTRN-CLAIM-DD TO 0-AUD-CLAIM-DD.
           MOVE WTRN-CLAIM-YY TO 0-AUD-CLAIM-YY.
           MOVE WTRN-SURF-TYPE TO 0-AUD-SURF-TYPE.
           MOVE WTRN-CREW-NO TO 0-AUD-CREW-NO.
           MOVE W-ORIG-CREW TO 0-AUD-ORIG-CREW.
           MOVE W-PROD-CODE TO 0-AUD-PROD-CODE.
           MOVE WTRN-GALLONS TO 0-AUD-GALLONS.
           MOVE W-PAINT-COST TO 0-AUD-PAINT-COST.
           MOVE WTRN-LABOR-HRS TO 0-AUD-LABOR-HRS.
           MOVE WTRN-LABOR-COST TO 0-AUD-LABOR-COST.
           COMPUTE 0-AUD-TOTAL-COST = W-PAINT-COST + WTRN-LABOR-COST.
           MOVE WTRN-DESC TO 0-AUD-DESC.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.
           IF WTRN-GALLONS > ZERO
               AND ITEM-RELIEVED-SW = 'NO'
               WRITE AUDIT-LINE FROM AUDIT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE WTRN-CLAIM-NO TO 0-EXCPT-CLAIM-NO.
           MOVE WTRN-EST-NO TO 0-EXCPT-EST-NO.
           MOVE WTRN-CLAIM-DATE-X TO 0-EXCPT-CLAIM-DATE.
           MOVE EXCPT-REASON TO 0-EXCPT-REASON.
           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       2500-WRITE-GL-ENTRY.
           MOVE SPACES TO GL-TRAN-REC.
           MOVE W-BATCH-ID TO GLT-BATCH-ID.
           MOVE WTRN-CLAIM-DATE TO GLT-POST-DATE.
           MOVE W-GL-MAP-CODE TO GLT-MAP-CODE.
           MOVE W-GL-DR-CR TO GLT-DR-CR.
           MOVE W-GL-AMT TO GLT-AMT.
           MOVE WTRN-CLAIM-NO TO GLT-REF.
           MOVE PMST-CUST-NAME TO GLT-DESC.
           WRITE GL-TRAN-REC.

       3000-CLOSING.
           MOVE C-POSTCTR TO 0-POSTCTR.
           MOVE C-T-GALLONS TO 0-T-GALLONS.
           MOVE C-T-PAINT-COST TO 0-T-PAINT-COST.
           MOVE C-T-LABOR-COST TO 0-T-LABOR-COST.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           COMPUTE C-T-WARR-COST = C-T-PAINT-COST + C-T-LABOR-COST.
           MOVE C-T-WARR-COST TO 0-T-WARR-COST.
           WRITE AUDIT-LINE FROM AUDIT-COST-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE WARR-TRANS.
           CLOSE WARR-MST.
           IF PAINT-MST-OPEN-SW = 'YES'
               CLOSE PAINT-EST
           END-IF.
           IF DTL-OPEN-SW = 'YES'
               CLOSE PAINT-DTL
           END-IF.
           IF CREW-MST-OPEN-SW = 'YES'
               CLOSE CREW-MST
           END-IF.
           IF TIME-MST-OPEN-SW = 'YES'
               CLOSE TIME-MST
           END-IF.
           IF JOB-SCHED-OPEN-SW = 'YES'
               CLOSE JOB-SCHED
           END-IF.
           IF PINV-MST-OPEN-SW = 'YES'
               CLOSE PINV-MST
           END-IF.
           IF PROD-MST-OPEN-SW = 'YES'
               CLOSE PROD-MST
           END-IF.
           CLOSE GL-TRAN.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

       9000-READ.
           READ WARR-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
