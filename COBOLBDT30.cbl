       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT30.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE CREW PRODUCTIVITY REPORT FROM THE
      *POSTED CREW TIMECARDS.  ONLY COMPLETED JOBS ARE MEASURED.  THE
      *SQUARE FEET PAINTED ON A JOB IS THE TOTAL OF ITS SURFACE DETAIL
      *LINES, OR THE WALL LESS DOOR SQUARE FEET ON THE ESTIMATE WHEN
      *IT HAS NO DETAIL LINES, AND IS SHARED AMONG THE CREWS THAT
      *WORKED THE JOB IN PROPORTION TO THEIR TIMECARD HOURS.  EACH
      *CREW'S JOBS, LABOR HOURS, SQUARE FEET AND SQUARE FEET PER
      *LABOR HOUR ARE PRINTED AGAINST THE SHOP AVERAGE, SO LABOR CAN
      *BE QUOTED FROM REAL CREW PERFORMANCE.  HOURS ON JOBS STILL IN
      *PROGRESS ARE COUNTED SEPARATELY AND LEFT OUT OF THE RATES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIME-MST
               ASSIGN TO 'C:\COBOL\TIMECARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCM-KEY
               FILE STATUS IS TIME-MST-FILE-STATUS.

           SELECT CREW-MST
               ASSIGN TO 'C:\COBOL\CREWMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRW-CREW-NO
               FILE STATUS IS CREW-MST-FILE-STATUS.

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

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\CREWPROD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 TIME-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 TIME-EOF-SW                PIC XXX     VALUE 'NO'.
         05 CREW-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-EOF-SW                PIC XXX     VALUE 'NO'.
         05 PAINT-MST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-MST-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 PAINT-DTL-FILE-STATUS      PIC XX      VALUE SPACES.
         05 DTL-OPEN-SW                PIC XXX     VALUE 'NO'.
         05 LINES-FOUND-SW             PIC XXX     VALUE 'NO'.
         05 JOB-DONE-SW                PIC XXX     VALUE 'NO'.
         05 CREW-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 CREW-FOUND-IX              PIC 99      VALUE 0.
         05 W-LOOKUP-CREW              PIC X(3)    VALUE SPACES.
         05 HOLD-EST-NO                PIC X(4)    VALUE SPACES.
         05 SUB1                       PIC 99      VALUE 0.
         05 SUB2                       PIC 99      VALUE 0.
         05 SUB3                       PIC 99      VALUE 0.
         05 W-JOB-HOURS                PIC 9(5)V9  VALUE ZEROS.
         05 W-JOB-SQ-FT                PIC 9(7)    VALUE ZEROS.
         05 W-SHARE-SQ-FT              PIC 9(7)V9  VALUE ZEROS.
         05 W-RATE                     PIC 9(5)V99 VALUE ZEROS.
         05 W-SHOP-RATE                PIC 9(5)V99 VALUE ZEROS.
         05 W-PCT-SHOP                 PIC 9(4)    VALUE ZEROS.
         05 C-JOBCTR                   PIC 999     VALUE 0.
         05 C-OPENCTR                  PIC 999     VALUE 0.
         05 C-OPEN-HRS                 PIC 9(6)V9  VALUE ZEROS.
         05 C-T-HOURS                  PIC 9(6)V9  VALUE ZEROS.
         05 C-T-SQ-FT                  PIC 9(8)V9  VALUE ZEROS.

       01      JOB-CREW-TABLE.
         05 JC-COUNT                   PIC 99      VALUE 0.
         05 JC-ENTRY                   OCCURS 10 TIMES.
            10 JC-CREW-NO              PIC X(3).
            10 JC-HOURS                PIC 9(4)V9.

       01      CREW-PROD-TABLE.
         05 CP-COUNT                   PIC 99      VALUE 0.
         05 CP-OVFL-SW                 PIC XXX     VALUE 'NO'.
         05 CP-ENTRY                   OCCURS 50 TIMES.
            10 CP-CREW-NO              PIC X(3).
            10 CP-NAME                 PIC X(25).
            10 CP-STATUS               PIC X.
            10 CP-JOBS                 PIC 999.
            10 CP-HOURS                PIC 9(5)V9.
            10 CP-SQ-FT                PIC 9(7)V9.

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
           'CREW PRODUCTIVITY REPORT'.
           05 FILLER                   PIC X(47)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 COL-HDG1.
         05 FILLER                     PIC X(4)    VALUE "CREW".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "CREW NAME".
         05 FILLER                     PIC X(18)   VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "JOBS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "LABOR HRS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "SQ FT PAINT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "SQFT/HOUR".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "PCT SHOP".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "NOTE".
         05 FILLER                     PIC X(40)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-CREW-NO                  PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-CREW-NAME                PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CREW-STAT                PIC X.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-JOBS                     PIC ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-HOURS                    PIC ZZ,ZZ9.9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SQ-FT                    PIC ZZZZ,ZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-RATE                     PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-PCT-SHOP                 PIC ZZZ9.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-NOTE                     PIC X(20).
         05 FILLER                     PIC X(25)   VALUE SPACES.

       01 SHOP-LINE.
         05 FILLER                     PIC X(31)   VALUE
         "SHOP TOTAL".
         05 FILLER                     PIC X(7)    VALUE SPACES.
         05 0-T-JOBS                   PIC ZZ9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-HOURS                  PIC ZZ,ZZ9.9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-T-SQ-FT                  PIC ZZZZ,ZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-T-RATE                   PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(57)   VALUE SPACES.

       01 OPEN-LINE.
         05 FILLER                     PIC X(30)   VALUE
         "JOBS IN PROGRESS NOT MEASURED:".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-OPENCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(17)   VALUE
         "HOURS LEFT OUT:".
         05 0-OPEN-HRS                 PIC ZZZ,ZZ9.9.
         05 FILLER                     PIC X(66)   VALUE SPACES.

       01 OVFL-LINE.
         05 FILLER                     PIC X(44)   VALUE
         "CREW TABLE FULL - SOME CREWS LEFT OFF REPORT".
         05 FILLER                     PIC X(88)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-JOB-GROUP
               UNTIL TIME-EOF-SW = 'YES'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT TIME-MST.
           PERFORM 1010-OPEN-PAINT-FILES.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           PERFORM 1100-LOAD-CREWS.
           PERFORM 9100-HDGS.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.

           IF TIME-MST-FILE-STATUS = '35'
               MOVE 'YES' TO TIME-EOF-SW
           ELSE
               PERFORM 9000-READ-TIME
           END-IF.

       1010-OPEN-PAINT-FILES.
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

       1100-LOAD-CREWS.
           OPEN INPUT CREW-MST.
           IF CREW-MST-FILE-STATUS = '00'
               PERFORM 1110-READ-CREW
               PERFORM 1120-STORE-CREW
                   UNTIL CREW-EOF-SW = 'YES'
               CLOSE CREW-MST
           ELSE
               MOVE 'YES' TO CREW-EOF-SW
           END-IF.

       1110-READ-CREW.
           READ CREW-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO CREW-EOF-SW.

       1120-STORE-CREW.
           MOVE CRW-CREW-NO TO W-LOOKUP-CREW.
           PERFORM 2330-ADD-CREW-ENTRY.
           IF CREW-FOUND-SW = 'YES'
               MOVE CRW-NAME TO CP-NAME (CREW-FOUND-IX)
               MOVE CRW-STATUS TO CP-STATUS (CREW-FOUND-IX)
           END-IF.
           PERFORM 1110-READ-CREW.

       2000-JOB-GROUP.
           MOVE TCM-EST-NO TO HOLD-EST-NO.
           MOVE ZERO TO JC-COUNT.
           MOVE ZEROS TO W-JOB-HOURS.
           PERFORM 2100-ACCUM-CARD
               UNTIL TIME-EOF-SW = 'YES'
                   OR TCM-EST-NO NOT = HOLD-EST-NO.
           PERFORM 2200-CHECK-JOB.
           IF JOB-DONE-SW = 'YES'
               ADD 1 TO C-JOBCTR
               PERFORM 2250-JOB-SQ-FT
               PERFORM 2300-CREDIT-CREW
                   VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > JC-COUNT
           ELSE
               ADD 1 TO C-OPENCTR
               ADD W-JOB-HOURS TO C-OPEN-HRS
           END-IF.

       2100-ACCUM-CARD.
           ADD TCM-HOURS TO W-JOB-HOURS.
           MOVE 1 TO SUB2.
           PERFORM 2110-SCAN-JOB-CREW
               UNTIL SUB2 > JC-COUNT
                   OR JC-CREW-NO (SUB2) = TCM-CREW-NO.
           IF SUB2 > JC-COUNT
               IF JC-COUNT < 10
                   ADD 1 TO JC-COUNT
                   MOVE TCM-CREW-NO TO JC-CREW-NO (JC-COUNT)
                   MOVE ZEROS TO JC-HOURS (JC-COUNT)
                   MOVE JC-COUNT TO SUB2
               ELSE
                   MOVE JC-COUNT TO SUB2
               END-IF
           END-IF.
           ADD TCM-HOURS TO JC-HOURS (SUB2)
               ON SIZE ERROR
                   MOVE 9999.9 TO JC-HOURS (SUB2)
           END-ADD.
           PERFORM 9000-READ-TIME.

       2110-SCAN-JOB-CREW.
           ADD 1 TO SUB2.

       2200-CHECK-JOB.
           MOVE 'NO' TO JOB-DONE-SW.
           IF PAINT-MST-OPEN-SW = 'YES'
               MOVE HOLD-EST-NO TO PMST-EST-NO
               READ PAINT-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PMST-COMPLETED
                           MOVE 'YES' TO JOB-DONE-SW
                       END-IF
               END-READ
           END-IF.

       2250-JOB-SQ-FT.
           MOVE ZEROS TO W-JOB-SQ-FT.
           MOVE 'NO' TO LINES-FOUND-SW.
           IF DTL-OPEN-SW = 'YES'
               PERFORM 2260-ADD-LINE-SQ-FT
                   VARYING SUB3 FROM 1 BY 1
                       UNTIL SUB3 > 20
           END-IF.
           IF LINES-FOUND-SW = 'NO'
               IF PMST-WALL-SQ-FT > PMST-DOOR-SQ-FT
                   COMPUTE W-JOB-SQ-FT =
                       PMST-WALL-SQ-FT - PMST-DOOR-SQ-FT
               END-IF
           END-IF.

       2260-ADD-LINE-SQ-FT.
           MOVE HOLD-EST-NO TO PDTL-EST-NO.
           MOVE SUB3 TO PDTL-LINE-NO.
           READ PAINT-DTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO LINES-FOUND-SW
                   ADD PDTL-SQ-FT TO W-JOB-SQ-FT
           END-READ.

       2300-CREDIT-CREW.
           MOVE JC-CREW-NO (SUB1) TO W-LOOKUP-CREW.
           PERFORM 2310-FIND-CREW.
           IF CREW-FOUND-SW = 'NO'
               PERFORM 2330-ADD-CREW-ENTRY
               IF CREW-FOUND-SW = 'YES'
                   MOVE 'NOT ON CREW MASTER'
                       TO CP-NAME (CREW-FOUND-IX)
               END-IF
           END-IF.
           IF CREW-FOUND-SW = 'YES'
               IF W-JOB-HOURS = ZERO
                   MOVE ZEROS TO W-SHARE-SQ-FT
               ELSE
                   COMPUTE W-SHARE-SQ-FT ROUNDED =
                       W-JOB-SQ-FT * JC-HOURS (SUB1) / W-JOB-HOURS
               END-IF
               ADD 1 TO CP-JOBS (CREW-FOUND-IX)
               ADD JC-HOURS (SUB1) TO CP-HOURS (CREW-FOUND-IX)
               ADD W-SHARE-SQ-FT TO CP-SQ-FT (CREW-FOUND-IX)
           END-IF.

       2310-FIND-CREW.
           MOVE 'NO' TO CREW-FOUND-SW.
           MOVE ZERO TO CREW-FOUND-IX.
           MOVE 1 TO SUB2.
           PERFORM 2320-SCAN-CREW
               UNTIL SUB2 > CP-COUNT
                   OR CREW-FOUND-SW = 'YES'.

       2320-SCAN-CREW.
           IF CP-CREW-NO (SUB2) = W-LOOKUP-CREW
               MOVE 'YES' TO CREW-FOUND-SW
               MOVE SUB2 TO CREW-FOUND-IX
           ELSE
               ADD 1 TO SUB2
           END-IF.

       2330-ADD-CREW-ENTRY.
           IF CP-COUNT < 50
               ADD 1 TO CP-COUNT
               MOVE CP-COUNT TO CREW-FOUND-IX
               MOVE W-LOOKUP-CREW TO CP-CREW-NO (CREW-FOUND-IX)
               MOVE SPACES TO CP-NAME (CREW-FOUND-IX)
               MOVE SPACES TO CP-STATUS (CREW-FOUND-IX)
               MOVE ZEROS TO CP-JOBS (CREW-FOUND-IX)
               MOVE ZEROS TO CP-HOURS (CREW-FOUND-IX)
               MOVE ZEROS TO CP-SQ-FT (CREW-FOUND-IX)
               MOVE 'YES' TO CREW-FOUND-SW
           ELSE
               MOVE 'YES' TO CP-OVFL-SW
               MOVE 'NO' TO CREW-FOUND-SW
           END-IF.

       3000-CLOSING.
           PERFORM 3050-SHOP-TOTALS
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > CP-COUNT.
           IF C-T-HOURS = ZERO
               MOVE ZEROS TO W-SHOP-RATE
           ELSE
               COMPUTE W-SHOP-RATE ROUNDED = C-T-SQ-FT / C-T-HOURS
           END-IF.
           PERFORM 3100-CREW-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > CP-COUNT.
           MOVE C-JOBCTR TO 0-T-JOBS.
           MOVE C-T-HOURS TO 0-T-HOURS.
           MOVE C-T-SQ-FT TO 0-T-SQ-FT.
           MOVE W-SHOP-RATE TO 0-T-RATE.
           WRITE PRTLINE FROM SHOP-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-OPENCTR TO 0-OPENCTR.
           MOVE C-OPEN-HRS TO 0-OPEN-HRS.
           WRITE PRTLINE FROM OPEN-LINE
               AFTER ADVANCING 2 LINES.
           IF CP-OVFL-SW = 'YES'
               WRITE PRTLINE FROM OVFL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF TIME-MST-FILE-STATUS NOT = '35'
               CLOSE TIME-MST
           END-IF.
           IF PAINT-MST-OPEN-SW = 'YES'
               CLOSE PAINT-EST
           END-IF.
           IF DTL-OPEN-SW = 'YES'
               CLOSE PAINT-DTL
           END-IF.
           CLOSE PRTOUT.

       3050-SHOP-TOTALS.
           ADD CP-HOURS (SUB1) TO C-T-HOURS.
           ADD CP-SQ-FT (SUB1) TO C-T-SQ-FT.

       3100-CREW-OUTPUT.
           MOVE CP-CREW-NO (SUB1) TO 0-CREW-NO.
           MOVE CP-NAME (SUB1) TO 0-CREW-NAME.
           MOVE CP-STATUS (SUB1) TO 0-CREW-STAT.
           MOVE CP-JOBS (SUB1) TO 0-JOBS.
           MOVE CP-HOURS (SUB1) TO 0-HOURS.
           MOVE CP-SQ-FT (SUB1) TO 0-SQ-FT.
           MOVE SPACES TO 0-NOTE.
           IF CP-HOURS (SUB1) = ZERO
               MOVE ZEROS TO W-RATE
               MOVE ZEROS TO W-PCT-SHOP
               MOVE 'NO COMPLETED JOBS' TO 0-NOTE
           ELSE
               COMPUTE W-RATE ROUNDED =
                   CP-SQ-FT (SUB1) / CP-HOURS (SUB1)
                   ON SIZE ERROR
                       MOVE 99999.99 TO W-RATE
               END-COMPUTE
               IF W-SHOP-RATE = ZERO
                   MOVE ZEROS TO W-PCT-SHOP
               ELSE
                   COMPUTE W-PCT-SHOP ROUNDED =
                       (W-RATE / W-SHOP-RATE) * 100
                       ON SIZE ERROR
                           MOVE 9999 TO W-PCT-SHOP
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE W-RATE TO 0-RATE.
           MOVE W-PCT-SHOP TO 0-PCT-SHOP.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       9000-READ-TIME.
           READ TIME-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO TIME-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
