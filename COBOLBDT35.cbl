       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT35.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE ESTIMATOR PERFORMANCE REPORT FROM THE
      *PAINT ESTIMATE MASTER.  EVERY ESTIMATE IS A QUOTE FOR THE
      *ESTIMATOR WHO WROTE IT.  A QUOTE IS WON ONCE THE CUSTOMER HAS
      *ACCEPTED IT, WHETHER THE JOB IS STILL WAITING, SCHEDULED OR
      *COMPLETED, AND LOST WHEN IT IS CANCELLED.  EACH ESTIMATOR'S
      *QUOTE COUNT, QUOTES STILL OPEN, LOST AND WON, THE ACCEPTANCE
      *RATE (WON AS A PERCENT OF ALL QUOTES) AND THE AVERAGE JOB SIZE
      *(ESTIMATED TOTAL COST OF THE WON JOBS) ARE PRINTED AGAINST THE
      *SHOP TOTAL.  ESTIMATES WITH NO ESTIMATOR CODE ARE REPORTED AS
      *UNASSIGNED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT-EST
               ASSIGN TO 'C:\COBOL\PAINTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMST-EST-NO
               FILE STATUS IS PAINT-MST-FILE-STATUS.

           SELECT ESTR-MST
               ASSIGN TO 'C:\COBOL\ESTRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTR-CODE
               FILE STATUS IS ESTR-MST-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\ESTRPERF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
                   88  PMST-QUOTED     VALUE 'Q'.
                   88  PMST-CONVERTED  VALUES 'A' 'S' 'C'.
                   88  PMST-CANCELLED  VALUE 'X'.
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

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 PAINT-MST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-EOF-SW               PIC XXX     VALUE 'NO'.
         05 ESTR-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 ESTR-EOF-SW                PIC XXX     VALUE 'NO'.
         05 ESTR-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 ESTR-FOUND-IX              PIC 99      VALUE 0.
         05 W-LOOKUP-CODE              PIC X(3)    VALUE SPACES.
         05 SUB1                       PIC 99      VALUE 0.
         05 SUB2                       PIC 99      VALUE 0.
         05 W-ACCEPT-PCT               PIC 999V9   VALUE ZEROS.
         05 W-AVG-JOB                  PIC 9(7)V99 VALUE ZEROS.
         05 C-T-QUOTES                 PIC 9(5)    VALUE 0.
         05 C-T-OPEN                   PIC 9(5)    VALUE 0.
         05 C-T-LOST                   PIC 9(5)    VALUE 0.
         05 C-T-WON                    PIC 9(5)    VALUE 0.
         05 C-T-WON-AMT                PIC 9(9)V99 VALUE ZEROS.

       01      ESTR-PERF-TABLE.
         05 EP-COUNT                   PIC 99      VALUE 0.
         05 EP-OVFL-SW                 PIC XXX     VALUE 'NO'.
         05 EP-ENTRY                   OCCURS 50 TIMES.
            10 EP-CODE                 PIC X(3).
            10 EP-NAME                 PIC X(25).
            10 EP-STATUS               PIC X.
            10 EP-QUOTES               PIC 9(5).
            10 EP-OPEN                 PIC 9(5).
            10 EP-LOST                 PIC 9(5).
            10 EP-WON                  PIC 9(5).
            10 EP-WON-AMT              PIC 9(9)V99.

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
           'ESTIMATOR PERFORMANCE REPORT'.
           05 FILLER                   PIC X(47)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 COL-HDG1.
         05 FILLER                     PIC X(3)    VALUE "EST".
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(25)   VALUE
         "ESTIMATOR NAME".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "QUOTES".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "  OPEN".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "  LOST".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "   WON".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "ACCEPT".
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "   AVG JOB".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "      WON VALUE".
         05 FILLER                     PIC X(26)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-EST-CODE                 PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-EST-NAME                 PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EST-STAT                 PIC X.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-QUOTES                   PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-OPEN                     PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-LOST                     PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-WON                      PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-ACCEPT-PCT               PIC ZZ9.9.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AVG-JOB                  PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-WON-AMT                  PIC $$$$,$$$,$$9.99.
         05 FILLER                     PIC X(26)   VALUE SPACES.

       01 SHOP-LINE.
         05 FILLER                     PIC X(38)   VALUE
         "SHOP TOTAL".
         05 0-T-QUOTES                 PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-OPEN                   PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-LOST                   PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-WON                    PIC ZZ,ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-ACCEPT-PCT             PIC ZZ9.9.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-T-AVG-JOB                PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-WON-AMT                PIC $$$$,$$$,$$9.99.
         05 FILLER                     PIC X(26)   VALUE SPACES.

       01 OVFL-LINE.
         05 FILLER                     PIC X(50)   VALUE
         "ESTIMATOR TABLE FULL - SOME CODES LEFT OFF REPORT".
         05 FILLER                     PIC X(82)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL PAINT-EOF-SW = 'YES'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PAINT-EST.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           PERFORM 1100-LOAD-ESTIMATORS.
           PERFORM 9100-HDGS.

           IF PAINT-MST-FILE-STATUS = '35'
               MOVE 'YES' TO PAINT-EOF-SW
           ELSE
               PERFORM 9000-READ-PAINT
           END-IF.

       1100-LOAD-ESTIMATORS.
           OPEN INPUT ESTR-MST.
           IF ESTR-MST-FILE-STATUS = '00'
               PERFORM 1110-READ-ESTR
               PERFORM 1120-STORE-ESTR
                   UNTIL ESTR-EOF-SW = 'YES'
               CLOSE ESTR-MST
           ELSE
               MOVE 'YES' TO ESTR-EOF-SW
           END-IF.

       1110-READ-ESTR.
           READ ESTR-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO ESTR-EOF-SW.

       1120-STORE-ESTR.
           MOVE ESTR-CODE TO W-LOOKUP-CODE.
           PERFORM 2330-ADD-ESTR-ENTRY.
           IF ESTR-FOUND-SW = 'YES'
               MOVE ESTR-NAME TO EP-NAME (ESTR-FOUND-IX)
               MOVE ESTR-STATUS TO EP-STATUS (ESTR-FOUND-IX)
           END-IF.
           PERFORM 1110-READ-ESTR.

       2000-MAINLINE.
           MOVE PMST-EST-CODE TO W-LOOKUP-CODE.
           PERFORM 2310-FIND-ESTR.
           IF ESTR-FOUND-SW = 'NO'
               PERFORM 2330-ADD-ESTR-ENTRY
               IF ESTR-FOUND-SW = 'YES'
                   IF W-LOOKUP-CODE = SPACES
                       MOVE 'UNASSIGNED'
                           TO EP-NAME (ESTR-FOUND-IX)
                   ELSE
                       MOVE 'NOT ON ESTIMATOR MASTER'
                           TO EP-NAME (ESTR-FOUND-IX)
                   END-IF
               END-IF
           END-IF.
           IF ESTR-FOUND-SW = 'YES'
               PERFORM 2100-COUNT-QUOTE
           END-IF.
           PERFORM 9000-READ-PAINT.

       2100-COUNT-QUOTE.
           ADD 1 TO EP-QUOTES (ESTR-FOUND-IX).
           EVALUATE TRUE
               WHEN PMST-CONVERTED
                   ADD 1 TO EP-WON (ESTR-FOUND-IX)
                   ADD PMST-EST-TOTAL-COST
                       TO EP-WON-AMT (ESTR-FOUND-IX)
               WHEN PMST-CANCELLED
                   ADD 1 TO EP-LOST (ESTR-FOUND-IX)
               WHEN OTHER
                   ADD 1 TO EP-OPEN (ESTR-FOUND-IX)
           END-EVALUATE.

       2310-FIND-ESTR.
           MOVE 'NO' TO ESTR-FOUND-SW.
           MOVE ZERO TO ESTR-FOUND-IX.
           MOVE 1 TO SUB2.
           PERFORM 2320-SCAN-ESTR
               UNTIL SUB2 > EP-COUNT
                   OR ESTR-FOUND-SW = 'YES'.

       2320-SCAN-ESTR.
           IF EP-CODE (SUB2) = W-LOOKUP-CODE
               MOVE 'YES' TO ESTR-FOUND-SW
               MOVE SUB2 TO ESTR-FOUND-IX
           ELSE
               ADD 1 TO SUB2
           END-IF.

       2330-ADD-ESTR-ENTRY.
           IF EP-COUNT < 50
               ADD 1 TO EP-COUNT
               MOVE EP-COUNT TO ESTR-FOUND-IX
               MOVE W-LOOKUP-CODE TO EP-CODE (ESTR-FOUND-IX)
               MOVE SPACES TO EP-NAME (ESTR-FOUND-IX)
               MOVE SPACES TO EP-STATUS (ESTR-FOUND-IX)
               MOVE ZEROS TO EP-QUOTES (ESTR-FOUND-IX)
               MOVE ZEROS TO EP-OPEN (ESTR-FOUND-IX)
               MOVE ZEROS TO EP-LOST (ESTR-FOUND-IX)
               MOVE ZEROS TO EP-WON (ESTR-FOUND-IX)
               MOVE ZEROS TO EP-WON-AMT (ESTR-FOUND-IX)
               MOVE 'YES' TO ESTR-FOUND-SW
           ELSE
               MOVE 'YES' TO EP-OVFL-SW
               MOVE 'NO' TO ESTR-FOUND-SW
           END-IF.

       3000-CLOSING.
           PERFORM 3100-ESTR-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > EP-COUNT.
           MOVE C-T-QUOTES TO 0-T-QUOTES.
           MOVE C-T-OPEN TO 0-T-OPEN.
           MOVE C-T-LOST TO 0-T-LOST.
           MOVE C-T-WON TO 0-T-WON.
           MOVE C-T-WON-AMT TO 0-T-WON-AMT.
           IF C-T-QUOTES = ZERO
               MOVE ZEROS TO W-ACCEPT-PCT
           ELSE
               COMPUTE W-ACCEPT-PCT ROUNDED =
                   C-T-WON * 100 / C-T-QUOTES
           END-IF.
           IF C-T-WON = ZERO
               MOVE ZEROS TO W-AVG-JOB
           ELSE
               COMPUTE W-AVG-JOB ROUNDED = C-T-WON-AMT / C-T-WON
           END-IF.
           MOVE W-ACCEPT-PCT TO 0-T-ACCEPT-PCT.
           MOVE W-AVG-JOB TO 0-T-AVG-JOB.
           WRITE PRTLINE FROM SHOP-LINE
               AFTER ADVANCING 3 LINES.
           IF EP-OVFL-SW = 'YES'
               WRITE PRTLINE FROM OVFL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF PAINT-MST-FILE-STATUS NOT = '35'
               CLOSE PAINT-EST
           END-IF.
           CLOSE PRTOUT.

       3100-ESTR-OUTPUT.
           ADD EP-QUOTES (SUB1) TO C-T-QUOTES.
           ADD EP-OPEN (SUB1) TO C-T-OPEN.
           ADD EP-LOST (SUB1) TO C-T-LOST.
           ADD EP-WON (SUB1) TO C-T-WON.
           ADD EP-WON-AMT (SUB1) TO C-T-WON-AMT.
           MOVE EP-CODE (SUB1) TO 0-EST-CODE.
           MOVE EP-NAME (SUB1) TO 0-EST-NAME.
           MOVE EP-STATUS (SUB1) TO 0-EST-STAT.
           MOVE EP-QUOTES (SUB1) TO 0-QUOTES.
           MOVE EP-OPEN (SUB1) TO 0-OPEN.
           MOVE EP-LOST (SUB1) TO 0-LOST.
           MOVE EP-WON (SUB1) TO 0-WON.
           MOVE EP-WON-AMT (SUB1) TO 0-WON-AMT.
           IF EP-QUOTES (SUB1) = ZERO
               MOVE ZEROS TO W-ACCEPT-PCT
           ELSE
               COMPUTE W-ACCEPT-PCT ROUNDED =
                   EP-WON (SUB1) * 100 / EP-QUOTES (SUB1)
           END-IF.
           IF EP-WON (SUB1) = ZERO
               MOVE ZEROS TO W-AVG-JOB
           ELSE
               COMPUTE W-AVG-JOB ROUNDED =
                   EP-WON-AMT (SUB1) / EP-WON (SUB1)
           END-IF.
           MOVE W-ACCEPT-PCT TO 0-ACCEPT-PCT.
           MOVE W-AVG-JOB TO 0-AVG-JOB.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       9000-READ-PAINT.
           READ PAINT-EST NEXT RECORD
               AT END
                   MOVE 'YES' TO PAINT-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.
