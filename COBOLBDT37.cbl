       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT37.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE WARRANTY CLAIM REPORT FROM THE WARRANTY
      *CLAIM FILE SO THAT CREWS AND PAINTS CAUSING REPEAT WORK CAN BE
      *SEEN.  THE FIRST SECTION LISTS EVERY CLAIM BY THE ORIGINAL CREW
      *ON THE JOB, WITH THE CREW NAME FROM THE CREW MASTER AND CREW
      *TOTALS OF CLAIMS, JOBS CALLED BACK, TOUCH-UP GALLONS AND
      *WARRANTY COST.  THE SECOND SECTION SUMMARIZES THE CLAIMS BY
      *PRODUCT CODE, WITH THE DESCRIPTION FROM THE PRODUCT CATALOG (OR
      *THE PAINT INVENTORY MASTER) AND EACH PRODUCT'S SHARE OF THE
      *TOTAL WARRANTY COST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WARR-MST
               ASSIGN TO 'C:\COBOL\WARRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WCLM-CLAIM-NO
               FILE STATUS IS WARR-MST-FILE-STATUS.

           SELECT CREW-MST
               ASSIGN TO 'C:\COBOL\CREWMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRW-CREW-NO
               FILE STATUS IS CREW-MST-FILE-STATUS.

           SELECT PROD-MST
               ASSIGN TO 'C:\COBOL\PRODMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-MST-FILE-STATUS.

           SELECT PINV-MST
               ASSIGN TO 'C:\COBOL\PINVMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINV-PROD-CODE
               FILE STATUS IS PINV-MST-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\WARRRPT.WRK'.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\WARRRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       SD      SORT-FILE
               DATA RECORD IS SD-REC.

       01      SD-REC.
               05  SD-ORIG-CREW        PIC X(3).
               05  SD-EST-NO           PIC X(4).
               05  SD-CLAIM-DATE       PIC 9(8).
               05  SD-CLAIM-DATE-X     REDEFINES SD-CLAIM-DATE.
                   10  SD-CLAIM-YY     PIC 9(4).
                   10  SD-CLAIM-MM     PIC 99.
                   10  SD-CLAIM-DD     PIC 99.
               05  SD-CLAIM-NO         PIC X(6).
               05  SD-COMP-DATE        PIC 9(8).
               05  SD-COMP-DATE-X      REDEFINES SD-COMP-DATE.
                   10  SD-COMP-YY      PIC 9(4).
                   10  SD-COMP-MM      PIC 99.
                   10  SD-COMP-DD      PIC 99.
               05  SD-SURF-TYPE        PIC X(4).
               05  SD-CREW-NO          PIC X(3).
               05  SD-PROD-CODE        PIC X(6).
               05  SD-GALLONS          PIC 999V99.
               05  SD-PAINT-COST       PIC 9(5)V99.
               05  SD-LABOR-COST       PIC 9(5)V99.
               05  SD-DESC             PIC X(30).

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 WARR-EOF-SW                PIC XXX     VALUE 'NO'.
         05 SORT-RECS                  PIC XXX     VALUE 'YES'.
         05 WARR-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 PROD-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PROD-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 PINV-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PINV-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 PROD-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 PROD-FOUND-IX              PIC 99      VALUE 0.
         05 SUB1                       PIC 99      VALUE 0.
         05 SUB2                       PIC 99      VALUE 0.
         05 HOLD-ORIG-CREW             PIC X(3)    VALUE SPACES.
         05 HOLD-EST-NO                PIC X(4)    VALUE SPACES.
         05 W-LOOKUP-CODE              PIC X(6)    VALUE SPACES.
         05 W-CLAIM-COST               PIC 9(6)V99 VALUE ZEROS.
         05 W-COST-PCT                 PIC 999V9   VALUE ZEROS.
         05 C-CRW-CLAIMS               PIC 999     VALUE 0.
         05 C-CRW-JOBS                 PIC 999     VALUE 0.
         05 C-CRW-GALLONS              PIC 9(4)V99 VALUE ZEROS.
         05 C-CRW-PAINT-COST           PIC 9(6)V99 VALUE ZEROS.
         05 C-CRW-LABOR-COST           PIC 9(6)V99 VALUE ZEROS.
         05 C-T-CLAIMS                 PIC 9(5)    VALUE 0.
         05 C-T-GALLONS                PIC 9(5)V99 VALUE ZEROS.
         05 C-T-PAINT-COST             PIC 9(7)V99 VALUE ZEROS.
         05 C-T-LABOR-COST             PIC 9(7)V99 VALUE ZEROS.
         05 C-T-WARR-COST              PIC 9(8)V99 VALUE ZEROS.

       01      WARR-PROD-TABLE.
         05 WP-COUNT                   PIC 99      VALUE 0.
         05 WP-OVFL-SW                 PIC XXX     VALUE 'NO'.
         05 WP-ENTRY                   OCCURS 50 TIMES.
            10 WP-CODE                 PIC X(6).
            10 WP-CLAIMS               PIC 9(5).
            10 WP-GALLONS              PIC 9(5)V99.
            10 WP-PAINT-COST           PIC 9(7)V99.
            10 WP-LABOR-COST           PIC 9(7)V99.

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
           'WARRANTY CLAIM REPORT'.
           05 FILLER                   PIC X(47)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 SECTION-LINE.
         05 FILLER                     PIC X(49)   VALUE SPACES.
         05 0-SECTION-TITLE            PIC X(25).
         05 FILLER                     PIC X(58)   VALUE SPACES.

       01 CREW-HDG-LINE.
         05 FILLER                     PIC X(15)   VALUE
         "ORIGINAL CREW:".
         05 0-CREW-NO                  PIC X(3).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CREW-NAME                PIC X(25).
         05 FILLER                     PIC X(87)   VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(6)    VALUE "CLAIM#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "CLAIM DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "COMPLETED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "SURF".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "SENT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "PRODCT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "GALLON".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "  PAINT $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "  LABOR $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "   TOTAL $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(30)   VALUE
         "DESCRIPTION".
         05 FILLER                     PIC X(2)    VALUE SPACES.

       01 DETAIL-LINE.
         05 0-CLAIM-NO                 PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EST-NO                   PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CLAIM-MM                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-CLAIM-DD                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-CLAIM-YY                 PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-COMP-MM                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-COMP-DD                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-COMP-YY                  PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SURF-TYPE                PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SENT-CREW                PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-PROD-CODE                PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-GALLONS                  PIC ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PAINT-COST               PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-LABOR-COST               PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CLAIM-COST               PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-DESC                     PIC X(30).
         05 FILLER                     PIC X(2)    VALUE SPACES.

       01 CREW-TTL-LINE.
         05 FILLER                     PIC X(12)   VALUE
         "CREW TOTAL:".
         05 FILLER                     PIC X(8)    VALUE "CLAIMS:".
         05 0-CRW-CLAIMS               PIC ZZ9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "JOBS:".
         05 0-CRW-JOBS                 PIC ZZ9.
         05 FILLER                     PIC X(22)   VALUE SPACES.
         05 0-CRW-GALLONS              PIC ZZZ9.99.
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 0-CRW-PAINT-COST           PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 0-CRW-LABOR-COST           PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CRW-WARR-COST            PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(34)   VALUE SPACES.

       01 PROD-COL-HDG.
         05 FILLER                     PIC X(6)    VALUE "PRODCT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(25)   VALUE
         "DESCRIPTION".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "CLAIMS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "  GALLONS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "   PAINT $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "   LABOR $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "   TOTAL $".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "PCT".
         05 FILLER                     PIC X(36)   VALUE SPACES.

       01 PROD-LINE.
         05 0-PRD-CODE                 PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-DESC                 PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-CLAIMS               PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-GALLONS              PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-PAINT-COST           PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-LABOR-COST           PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-WARR-COST            PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PRD-COST-PCT             PIC ZZ9.9.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(36)   VALUE SPACES.

       01 SHOP-LINE.
         05 FILLER                     PIC X(35)   VALUE
         "ALL PRODUCTS".
         05 0-T-CLAIMS                 PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-GALLONS                PIC ZZ,ZZ9.99.
         05 0-T-PAINT-COST             PIC Z,ZZZ,ZZ9.99.
         05 0-T-LABOR-COST             PIC Z,ZZZ,ZZ9.99.
         05 0-T-WARR-COST              PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(44)   VALUE SPACES.

       01 OVFL-LINE.
         05 FILLER                     PIC X(50)   VALUE
         "PRODUCT TABLE FULL - SOME CODES LEFT OFF REPORT".
         05 FILLER                     PIC X(82)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SD-ORIG-CREW SD-EST-NO
                                SD-CLAIM-DATE SD-CLAIM-NO
               INPUT PROCEDURE IS 5000-SELECT-CLAIMS
               OUTPUT PROCEDURE IS 6000-PRINT-CREW-SECTION.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT WARR-MST.
           PERFORM 1020-OPEN-MASTERS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           IF WARR-MST-FILE-STATUS NOT = '00'
               MOVE 'YES' TO WARR-EOF-SW
           END-IF.
           MOVE 'CLAIMS BY ORIGINAL CREW' TO 0-SECTION-TITLE.
           PERFORM 9100-HDGS.

       1020-OPEN-MASTERS.
           OPEN INPUT CREW-MST.
           IF CREW-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CREW-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CREW-MST-OPEN-SW
           END-IF.
           OPEN INPUT PROD-MST.
           IF PROD-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PROD-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PROD-MST-OPEN-SW
           END-IF.
           OPEN INPUT PINV-MST.
           IF PINV-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PINV-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PINV-MST-OPEN-SW
           END-IF.

       3000-CLOSING.
           COMPUTE C-T-WARR-COST = C-T-PAINT-COST + C-T-LABOR-COST.
           MOVE 'CLAIMS BY PRODUCT CODE' TO 0-SECTION-TITLE.
           PERFORM 9150-PROD-HDGS.
           PERFORM 3100-PROD-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WP-COUNT.
           MOVE C-T-CLAIMS TO 0-T-CLAIMS.
           MOVE C-T-GALLONS TO 0-T-GALLONS.
           MOVE C-T-PAINT-COST TO 0-T-PAINT-COST.
           MOVE C-T-LABOR-COST TO 0-T-LABOR-COST.
           MOVE C-T-WARR-COST TO 0-T-WARR-COST.
           WRITE PRTLINE FROM SHOP-LINE
               AFTER ADVANCING 3 LINES.
           IF WP-OVFL-SW = 'YES'
               WRITE PRTLINE FROM OVFL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WARR-MST-FILE-STATUS = '00'
               CLOSE WARR-MST
           END-IF.
           IF CREW-MST-OPEN-SW = 'YES'
               CLOSE CREW-MST
           END-IF.
           IF PROD-MST-OPEN-SW = 'YES'
               CLOSE PROD-MST
           END-IF.
           IF PINV-MST-OPEN-SW = 'YES'
               CLOSE PINV-MST
           END-IF.
           CLOSE PRTOUT.

       3100-PROD-OUTPUT.
           MOVE WP-CODE (SUB1) TO 0-PRD-CODE.
           MOVE WP-CODE (SUB1) TO W-LOOKUP-CODE.
           PERFORM 3110-LOOKUP-PRODUCT.
           MOVE WP-CLAIMS (SUB1) TO 0-PRD-CLAIMS.
           MOVE WP-GALLONS (SUB1) TO 0-PRD-GALLONS.
           MOVE WP-PAINT-COST (SUB1) TO 0-PRD-PAINT-COST.
           MOVE WP-LABOR-COST (SUB1) TO 0-PRD-LABOR-COST.
           COMPUTE W-CLAIM-COST =
               WP-PAINT-COST (SUB1) + WP-LABOR-COST (SUB1).
           MOVE W-CLAIM-COST TO 0-PRD-WARR-COST.
           IF C-T-WARR-COST = ZERO
               MOVE ZEROS TO W-COST-PCT
           ELSE
               COMPUTE W-COST-PCT ROUNDED =
                   W-CLAIM-COST * 100 / C-T-WARR-COST
           END-IF.
           MOVE W-COST-PCT TO 0-PRD-COST-PCT.
           WRITE PRTLINE FROM PROD-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-PROD-HDGS.

       3110-LOOKUP-PRODUCT.
           MOVE 'NOT ON PRODUCT CATALOG' TO 0-PRD-DESC.
           MOVE 'NO' TO PROD-FOUND-SW.
           IF PROD-MST-OPEN-SW = 'YES'
               MOVE W-LOOKUP-CODE TO PROD-CODE
               READ PROD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PROD-FOUND-SW
                       MOVE PROD-DESC TO 0-PRD-DESC
               END-READ
           END-IF.
           IF PROD-FOUND-SW = 'NO'
               AND PINV-MST-OPEN-SW = 'YES'
               MOVE W-LOOKUP-CODE TO PINV-PROD-CODE
               READ PINV-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PINV-DESC TO 0-PRD-DESC
               END-READ
           END-IF.

       5000-SELECT-CLAIMS.
           IF WARR-EOF-SW NOT = 'YES'
               PERFORM 9000-READ-WARR
               PERFORM 5100-RELEASE-CLAIM
                   UNTIL WARR-EOF-SW = 'YES'
           END-IF.

       5100-RELEASE-CLAIM.
           MOVE WCLM-ORIG-CREW TO SD-ORIG-CREW.
           MOVE WCLM-EST-NO TO SD-EST-NO.
           MOVE WCLM-CLAIM-DATE TO SD-CLAIM-DATE.
           MOVE WCLM-CLAIM-NO TO SD-CLAIM-NO.
           MOVE WCLM-COMP-DATE TO SD-COMP-DATE.
           MOVE WCLM-SURF-TYPE TO SD-SURF-TYPE.
           MOVE WCLM-CREW-NO TO SD-CREW-NO.
           MOVE WCLM-PROD-CODE TO SD-PROD-CODE.
           MOVE WCLM-GALLONS TO SD-GALLONS.
           MOVE WCLM-PAINT-COST TO SD-PAINT-COST.
           MOVE WCLM-LABOR-COST TO SD-LABOR-COST.
           MOVE WCLM-DESC TO SD-DESC.
           RELEASE SD-REC.
           MOVE WCLM-PROD-CODE TO W-LOOKUP-CODE.
           PERFORM 5210-FIND-PROD.
           IF PROD-FOUND-SW = 'NO'
               PERFORM 5230-ADD-PROD-ENTRY
           END-IF.
           IF PROD-FOUND-SW = 'YES'
               ADD 1 TO WP-CLAIMS (PROD-FOUND-IX)
               ADD WCLM-GALLONS TO WP-GALLONS (PROD-FOUND-IX)
               ADD WCLM-PAINT-COST TO WP-PAINT-COST (PROD-FOUND-IX)
               ADD WCLM-LABOR-COST TO WP-LABOR-COST (PROD-FOUND-IX)
           END-IF.
           ADD 1 TO C-T-CLAIMS.
           ADD WCLM-GALLONS TO C-T-GALLONS.
           ADD WCLM-PAINT-COST TO C-T-PAINT-COST.
           ADD WCLM-LABOR-COST TO C-T-LABOR-COST.
           PERFORM 9000-READ-WARR.

       5210-FIND-PROD.
           MOVE 'NO' TO PROD-FOUND-SW.
           MOVE ZERO TO PROD-FOUND-IX.
           MOVE 1 TO SUB2.
           PERFORM 5220-SCAN-PROD
               UNTIL SUB2 > WP-COUNT
                   OR PROD-FOUND-SW = 'YES'.

       5220-SCAN-PROD.
           IF WP-CODE (SUB2) = W-LOOKUP-CODE
               MOVE 'YES' TO PROD-FOUND-SW
               MOVE SUB2 TO PROD-FOUND-IX
           ELSE
               ADD 1 TO SUB2
           END-IF.

       5230-ADD-PROD-ENTRY.
           IF WP-COUNT < 50
               ADD 1 TO WP-COUNT
               MOVE WP-COUNT TO PROD-FOUND-IX
               MOVE W-LOOKUP-CODE TO WP-CODE (PROD-FOUND-IX)
               MOVE ZEROS TO WP-CLAIMS (PROD-FOUND-IX)
               MOVE ZEROS TO WP-GALLONS (PROD-FOUND-IX)
               MOVE ZEROS TO WP-PAINT-COST (PROD-FOUND-IX)
               MOVE ZEROS TO WP-LABOR-COST (PROD-FOUND-IX)
               MOVE 'YES' TO PROD-FOUND-SW
           ELSE
               MOVE 'YES' TO WP-OVFL-SW
               MOVE 'NO' TO PROD-FOUND-SW
           END-IF.

       6000-PRINT-CREW-SECTION.
           PERFORM 9200-RETURN-SORT.
           PERFORM 6100-CREW-GROUP
               UNTIL SORT-RECS = 'NO'.

       6100-CREW-GROUP.
           MOVE SD-ORIG-CREW TO HOLD-ORIG-CREW.
           MOVE SPACES TO HOLD-EST-NO.
           MOVE ZEROS TO C-CRW-CLAIMS.
           MOVE ZEROS TO C-CRW-JOBS.
           MOVE ZEROS TO C-CRW-GALLONS.
           MOVE ZEROS TO C-CRW-PAINT-COST.
           MOVE ZEROS TO C-CRW-LABOR-COST.
           PERFORM 6200-CREW-HEADING.
           PERFORM 6300-CLAIM-DETAIL
               UNTIL SORT-RECS = 'NO'
                   OR SD-ORIG-CREW NOT = HOLD-ORIG-CREW.
           PERFORM 6400-CREW-TOTALS.

       6200-CREW-HEADING.
           MOVE HOLD-ORIG-CREW TO 0-CREW-NO.
           PERFORM 6210-LOOKUP-CREW.
           WRITE PRTLINE FROM CREW-HDG-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.

       6210-LOOKUP-CREW.
           IF HOLD-ORIG-CREW = SPACES
               MOVE 'ORIGINAL CREW UNKNOWN' TO 0-CREW-NAME
           ELSE
               MOVE 'NOT ON CREW MASTER' TO 0-CREW-NAME
               IF CREW-MST-OPEN-SW = 'YES'
                   MOVE HOLD-ORIG-CREW TO CRW-CREW-NO
                   READ CREW-MST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CRW-NAME TO 0-CREW-NAME
                   END-READ
               END-IF
           END-IF.

       6300-CLAIM-DETAIL.
           ADD 1 TO C-CRW-CLAIMS.
           IF SD-EST-NO NOT = HOLD-EST-NO
               ADD 1 TO C-CRW-JOBS
               MOVE SD-EST-NO TO HOLD-EST-NO
           END-IF.
           ADD SD-GALLONS TO C-CRW-GALLONS.
           ADD SD-PAINT-COST TO C-CRW-PAINT-COST.
           ADD SD-LABOR-COST TO C-CRW-LABOR-COST.
           MOVE SD-CLAIM-NO TO 0-CLAIM-NO.
           MOVE SD-EST-NO TO 0-EST-NO.
           MOVE SD-CLAIM-MM TO 0-CLAIM-MM.
           MOVE SD-CLAIM-DD TO 0-CLAIM-DD.
           MOVE SD-CLAIM-YY TO 0-CLAIM-YY.
           MOVE SD-COMP-MM TO 0-COMP-MM.
           MOVE SD-COMP-DD TO 0-COMP-DD.
           MOVE SD-COMP-YY TO 0-COMP-YY.
           MOVE SD-SURF-TYPE TO 0-SURF-TYPE.
           MOVE SD-CREW-NO TO 0-SENT-CREW.
           MOVE SD-PROD-CODE TO 0-PROD-CODE.
           MOVE SD-GALLONS TO 0-GALLONS.
           MOVE SD-PAINT-COST TO 0-PAINT-COST.
           MOVE SD-LABOR-COST TO 0-LABOR-COST.
           COMPUTE W-CLAIM-COST = SD-PAINT-COST + SD-LABOR-COST.
           MOVE W-CLAIM-COST TO 0-CLAIM-COST.
           MOVE SD-DESC TO 0-DESC.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.
           PERFORM 9200-RETURN-SORT.

       6400-CREW-TOTALS.
           MOVE C-CRW-CLAIMS TO 0-CRW-CLAIMS.
           MOVE C-CRW-JOBS TO 0-CRW-JOBS.
           MOVE C-CRW-GALLONS TO 0-CRW-GALLONS.
           MOVE C-CRW-PAINT-COST TO 0-CRW-PAINT-COST.
           MOVE C-CRW-LABOR-COST TO 0-CRW-LABOR-COST.
           COMPUTE W-CLAIM-COST = C-CRW-PAINT-COST + C-CRW-LABOR-COST.
           MOVE W-CLAIM-COST TO 0-CRW-WARR-COST.
           WRITE PRTLINE FROM CREW-TTL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.

       9000-READ-WARR.
           READ WARR-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO WARR-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.

       9150-PROD-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM PROD-COL-HDG
               AFTER ADVANCING 2 LINES.

       9200-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'NO' TO SORT-RECS.
