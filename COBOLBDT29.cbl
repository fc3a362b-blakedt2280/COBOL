       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT29.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE WEEKLY JOBS TRENDING OVER ESTIMATE
      *REPORT.  A CONTROL CARD GIVES THE WEEK ENDING DATE (THE SYSTEM
      *DATE IS USED WHEN THE CARD IS MISSING).  EVERY JOB ON THE JOB
      *SCHEDULE FILE WHOSE ESTIMATE IS STILL IN 'S' STATUS IS
      *REVIEWED.  THE ESTIMATED LABOR HOURS ARE SPREAD EVENLY ACROSS
      *FIVE WORKING DAYS FROM THE START DATE, THE SAME AS THE WEEKLY
      *CREW WORKLOAD REPORT, TO GIVE THE HOURS PLANNED THROUGH THE
      *WEEK ENDING DATE.  A JOB IS LISTED WHEN THE TIMECARD HOURS
      *WORKED THROUGH THE WEEK ENDING DATE ARE AHEAD OF THE HOURS
      *PLANNED, OR ALREADY OVER THE ESTIMATED HOURS, WITH THE HOURS
      *WORKED DURING THE WEEK FROM THE TIMECARD FILE AND THE HOURS
      *PROJECTED AT COMPLETION.  CARDS DATED AFTER THE WEEK ENDING
      *DATE ARE LEFT OUT, SO AN EARLIER WEEK CAN BE RERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOB-SCHED
               ASSIGN TO 'C:\COBOL\JOBSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-EST-NO
               FILE STATUS IS JOB-SCHED-FILE-STATUS.

           SELECT TIME-MST
               ASSIGN TO 'C:\COBOL\TIMECARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCM-KEY
               FILE STATUS IS TIME-MST-FILE-STATUS.

           SELECT PAINT-EST
               ASSIGN TO 'C:\COBOL\PAINTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMST-EST-NO
               FILE STATUS IS PAINT-MST-FILE-STATUS.

           SELECT WEEK-CTL
               ASSIGN TO 'C:\COBOL\TRNDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\CREWTRND.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      JOB-SCHED
               LABEL RECORD IS STANDARD
               DATA RECORD IS JOB-SCHED-REC
               RECORD CONTAINS 25 CHARACTERS.

       01      JOB-SCHED-REC.
               05  SCH-EST-NO          PIC X(4).
               05  SCH-CREW-NO         PIC X(3).
               05  SCH-START-DATE      PIC 9(8).
               05  SCH-START-DATE-X    REDEFINES SCH-START-DATE.
                   10  SCH-START-YY    PIC 9(4).
                   10  SCH-START-MM    PIC 99.
                   10  SCH-START-DD    PIC 99.
               05  SCH-EST-HOURS       PIC 9(4)V9.
               05  SCH-ACT-HOURS       PIC 9(4)V9.

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
                   88  PMST-SCHEDULED  VALUE 'S'.
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

       FD      WEEK-CTL
               LABEL RECORD IS STANDARD
               DATA RECORD IS CTL-REC
               RECORD CONTAINS 8 CHARACTERS.

       01      CTL-REC                 PIC X(8).

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 SCHED-EOF-SW               PIC XXX     VALUE 'NO'.
         05 JOB-SCHED-FILE-STATUS      PIC XX      VALUE SPACES.
         05 TIME-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 TIME-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 TIME-EOF-SW                PIC XXX     VALUE 'NO'.
         05 PAINT-MST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-MST-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 CTL-FILE-STATUS            PIC XX      VALUE SPACES.
         05 SCHED-ACTIVE-SW            PIC XXX     VALUE 'YES'.
         05 W-WEEK-END                 PIC 9(8)    VALUE ZEROS.
         05 W-WEEK-END-X               REDEFINES W-WEEK-END.
            10 W-WEEK-YY               PIC 9(4).
            10 W-WEEK-MM               PIC 99.
            10 W-WEEK-DD               PIC 99.
         05 W-WEEK-END-INT             PIC 9(7)    VALUE ZEROS.
         05 W-WEEK-START-INT           PIC 9(7)    VALUE ZEROS.
         05 W-WEEK-START               PIC 9(8)    VALUE ZEROS.
         05 W-JOB-INT                  PIC 9(7)    VALUE ZEROS.
         05 W-DAYS-WORKED              PIC S9(5)   VALUE ZEROS.
         05 W-PLANNED-HRS              PIC 9(4)V9  VALUE ZEROS.
         05 W-WEEK-HRS                 PIC 9(4)V9  VALUE ZEROS.
         05 W-TODATE-HRS               PIC 9(4)V9  VALUE ZEROS.
         05 W-PROJECTED-HRS            PIC 9(5)V9  VALUE ZEROS.
         05 W-OVER-HRS                 PIC S9(5)V9 VALUE ZEROS.
         05 W-PCT-USED                 PIC 9(4)    VALUE ZEROS.
         05 W-JOB-NOTE                 PIC X(15)   VALUE SPACES.
         05 C-JOBCTR                   PIC 999     VALUE 0.
         05 C-TRENDCTR                 PIC 999     VALUE 0.
         05 C-OVERCTR                  PIC 999     VALUE 0.
         05 C-T-WEEK-HRS               PIC 9(6)V9  VALUE ZEROS.

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
           05 FILLER                   PIC X(30)   VALUE SPACES.
           05 FILLER                   PIC X(34)   VALUE
           'JOBS TRENDING OVER ESTIMATE'.
           05 FILLER                   PIC X(44)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 WEEK-LINE.
         05 FILLER                     PIC X(14)   VALUE
         "WEEK ENDING:".
         05 0-WEEK-MM                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-WEEK-DD                  PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-WEEK-YY                  PIC 9(4).
         05 FILLER                     PIC X(108)  VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "CREW".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(13)   VALUE
         "CUSTOMER NAME".
         05 FILLER                     PIC X(14)   VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "START DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "EST HRS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "PLANNED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "WEEK HR".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "TO DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "PROJECTD".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "OVER EST".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(5)    VALUE " USED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "NOTE".
         05 FILLER                     PIC X(14)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-EST-NO                   PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-CREW-NO                  PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-CUST-NAME                PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-START-MM                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-START-DD                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-START-YY                 PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EST-HRS                  PIC ZZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-PLANNED-HRS              PIC ZZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-WEEK-HRS                 PIC ZZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-ACT-HRS                  PIC ZZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-PROJECTED-HRS            PIC ZZZZ9.9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-OVER-HRS                 PIC ZZZZ9.9-.
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 0-PCT-USED                 PIC ZZZ9.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-NOTE                     PIC X(15).
         05 FILLER                     PIC X(5)    VALUE SPACES.

       01 TOTAL-LINE.
         05 FILLER                     PIC X(15)   VALUE
         "JOBS REVIEWED:".
         05 0-JOBCTR                   PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "TRENDING OVER:".
         05 0-TRENDCTR                 PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "OVER ESTIMATE:".
         05 0-OVERCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(21)   VALUE
         "HOURS POSTED IN WEEK:".
         05 0-T-WEEK-HRS               PIC ZZZ,ZZ9.9.
         05 FILLER                     PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL SCHED-EOF-SW = 'YES'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT JOB-SCHED.
           PERFORM 1010-OPEN-MASTERS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           PERFORM 1050-READ-WEEK-CARD.
           COMPUTE W-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE (W-WEEK-END).
           COMPUTE W-WEEK-START-INT = W-WEEK-END-INT - 6.
           COMPUTE W-WEEK-START =
               FUNCTION DATE-OF-INTEGER (W-WEEK-START-INT).
           MOVE W-WEEK-MM TO 0-WEEK-MM.
           MOVE W-WEEK-DD TO 0-WEEK-DD.
           MOVE W-WEEK-YY TO 0-WEEK-YY.

           PERFORM 9100-HDGS.
           WRITE PRTLINE FROM WEEK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.

           IF JOB-SCHED-FILE-STATUS = '35'
               MOVE 'YES' TO SCHED-EOF-SW
           ELSE
               PERFORM 9000-READ-SCHED
           END-IF.

       1010-OPEN-MASTERS.
           OPEN INPUT PAINT-EST.
           IF PAINT-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PAINT-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PAINT-MST-OPEN-SW
           END-IF.
           OPEN INPUT TIME-MST.
           IF TIME-MST-FILE-STATUS = '00'
               MOVE 'YES' TO TIME-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO TIME-MST-OPEN-SW
           END-IF.

       1050-READ-WEEK-CARD.
           MOVE I-DATE TO W-WEEK-END.
           OPEN INPUT WEEK-CTL.
           IF CTL-FILE-STATUS = '00'
               READ WEEK-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-REC NUMERIC
                           MOVE CTL-REC TO W-WEEK-END
                       END-IF
               END-READ
               CLOSE WEEK-CTL
           END-IF.
           IF W-WEEK-MM < 1 OR W-WEEK-MM > 12
               OR W-WEEK-DD < 1 OR W-WEEK-DD > 31
               MOVE I-DATE TO W-WEEK-END
           END-IF.

       2000-MAINLINE.
           PERFORM 2090-CHECK-ESTIMATE.
           IF SCHED-ACTIVE-SW = 'YES'
               ADD 1 TO C-JOBCTR
               PERFORM 2100-REVIEW-JOB
           END-IF.
           PERFORM 9000-READ-SCHED.

       2090-CHECK-ESTIMATE.
           MOVE 'YES' TO SCHED-ACTIVE-SW.
           MOVE SPACES TO 0-CUST-NAME.
           IF PAINT-MST-OPEN-SW = 'YES'
               MOVE SCH-EST-NO TO PMST-EST-NO
               READ PAINT-EST
                   INVALID KEY
                       MOVE 'NO' TO SCHED-ACTIVE-SW
                   NOT INVALID KEY
                       MOVE PMST-CUST-NAME TO 0-CUST-NAME
                       IF NOT PMST-SCHEDULED
                           MOVE 'NO' TO SCHED-ACTIVE-SW
                       END-IF
               END-READ
           END-IF.

       2100-REVIEW-JOB.
           PERFORM 2130-WEEK-HOURS.
           PERFORM 2110-PLANNED-HOURS.
           ADD W-WEEK-HRS TO C-T-WEEK-HRS.
           MOVE SPACES TO W-JOB-NOTE.
           EVALUATE TRUE
               WHEN W-TODATE-HRS > SCH-EST-HOURS
                   MOVE 'OVER ESTIMATE' TO W-JOB-NOTE
                   ADD 1 TO C-OVERCTR
               WHEN W-TODATE-HRS > W-PLANNED-HRS
                   MOVE 'TRENDING OVER' TO W-JOB-NOTE
                   ADD 1 TO C-TRENDCTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF W-JOB-NOTE NOT = SPACES
               PERFORM 2200-JOB-OUTPUT
           END-IF.

       2110-PLANNED-HOURS.
           IF SCH-START-DATE NUMERIC
               AND SCH-START-MM > 0 AND SCH-START-MM < 13
               AND SCH-START-DD > 0 AND SCH-START-DD < 32
               COMPUTE W-JOB-INT =
                   FUNCTION INTEGER-OF-DATE (SCH-START-DATE)
               COMPUTE W-DAYS-WORKED =
                   W-WEEK-END-INT - W-JOB-INT + 1
           ELSE
               MOVE 5 TO W-DAYS-WORKED
           END-IF.
           EVALUATE TRUE
               WHEN W-DAYS-WORKED < 1
                   MOVE ZEROS TO W-PLANNED-HRS
               WHEN W-DAYS-WORKED > 4
                   MOVE SCH-EST-HOURS TO W-PLANNED-HRS
               WHEN OTHER
                   COMPUTE W-PLANNED-HRS ROUNDED =
                       SCH-EST-HOURS * W-DAYS-WORKED / 5
           END-EVALUATE.
           IF W-DAYS-WORKED > 0 AND W-DAYS-WORKED < 5
               COMPUTE W-PROJECTED-HRS ROUNDED =
                   W-TODATE-HRS * 5 / W-DAYS-WORKED
           ELSE
               MOVE W-TODATE-HRS TO W-PROJECTED-HRS
           END-IF.
           IF W-PROJECTED-HRS < W-TODATE-HRS
               MOVE W-TODATE-HRS TO W-PROJECTED-HRS
           END-IF.

       2130-WEEK-HOURS.
           MOVE ZEROS TO W-WEEK-HRS.
           MOVE SCH-ACT-HOURS TO W-TODATE-HRS.
           IF TIME-MST-OPEN-SW = 'YES'
               MOVE ZEROS TO W-TODATE-HRS
               MOVE SCH-EST-NO TO TCM-EST-NO
               MOVE LOW-VALUES TO TCM-CREW-NO
               MOVE ZEROS TO TCM-WORK-DATE
               MOVE 'NO' TO TIME-EOF-SW
               START TIME-MST KEY IS NOT LESS THAN TCM-KEY
                   INVALID KEY
                       MOVE 'YES' TO TIME-EOF-SW
               END-START
               IF TIME-EOF-SW = 'NO'
                   PERFORM 9010-READ-TIME
               END-IF
               PERFORM 2140-ADD-WEEK-CARD
                   UNTIL TIME-EOF-SW = 'YES'
                       OR TCM-EST-NO NOT = SCH-EST-NO
           END-IF.

       2140-ADD-WEEK-CARD.
           IF TCM-WORK-DATE NOT > W-WEEK-END
               ADD TCM-HOURS TO W-TODATE-HRS
                   ON SIZE ERROR
                       MOVE 9999.9 TO W-TODATE-HRS
               END-ADD
           END-IF.
           IF TCM-WORK-DATE NOT < W-WEEK-START
               AND TCM-WORK-DATE NOT > W-WEEK-END
               ADD TCM-HOURS TO W-WEEK-HRS
                   ON SIZE ERROR
                       MOVE 9999.9 TO W-WEEK-HRS
               END-ADD
           END-IF.
           PERFORM 9010-READ-TIME.

       2200-JOB-OUTPUT.
           MOVE SCH-EST-NO TO 0-EST-NO.
           MOVE SCH-CREW-NO TO 0-CREW-NO.
           MOVE SCH-START-MM TO 0-START-MM.
           MOVE SCH-START-DD TO 0-START-DD.
           MOVE SCH-START-YY TO 0-START-YY.
           MOVE SCH-EST-HOURS TO 0-EST-HRS.
           MOVE W-PLANNED-HRS TO 0-PLANNED-HRS.
           MOVE W-WEEK-HRS TO 0-WEEK-HRS.
           MOVE W-TODATE-HRS TO 0-ACT-HRS.
           MOVE W-PROJECTED-HRS TO 0-PROJECTED-HRS.
           COMPUTE W-OVER-HRS = W-PROJECTED-HRS - SCH-EST-HOURS.
           MOVE W-OVER-HRS TO 0-OVER-HRS.
           IF SCH-EST-HOURS = ZERO
               MOVE ZERO TO W-PCT-USED
           ELSE
               COMPUTE W-PCT-USED ROUNDED =
                   (W-TODATE-HRS / SCH-EST-HOURS) * 100
                   ON SIZE ERROR
                       MOVE 9999 TO W-PCT-USED
               END-COMPUTE
           END-IF.
           MOVE W-PCT-USED TO 0-PCT-USED.
           MOVE W-JOB-NOTE TO 0-NOTE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       3000-CLOSING.
           MOVE C-JOBCTR TO 0-JOBCTR.
           MOVE C-TRENDCTR TO 0-TRENDCTR.
           MOVE C-OVERCTR TO 0-OVERCTR.
           MOVE C-T-WEEK-HRS TO 0-T-WEEK-HRS.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF JOB-SCHED-FILE-STATUS NOT = '35'
               CLOSE JOB-SCHED
           END-IF.
           IF PAINT-MST-OPEN-SW = 'YES'
               CLOSE PAINT-EST
           END-IF.
           IF TIME-MST-OPEN-SW = 'YES'
               CLOSE TIME-MST
           END-IF.
           CLOSE PRTOUT.

       9000-READ-SCHED.
           READ JOB-SCHED NEXT RECORD
               AT END
                   MOVE 'YES' TO SCHED-EOF-SW.

       9010-READ-TIME.
           READ TIME-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO TIME-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
