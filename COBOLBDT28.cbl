       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT28.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM POSTS CREW DAILY TIMECARDS.  EACH TIMECARD GIVES
      *THE LABOR HOURS ONE CREW WORKED ON ONE ESTIMATE ON ONE DAY.
      *THE CREW MUST BE ACTIVE ON THE CREW MASTER, THE JOB MUST BE ON
      *THE JOB SCHEDULE FILE ASSIGNED TO THAT CREW, THE ESTIMATE MUST
      *STILL BE IN 'S' STATUS, AND THE WORK DATE MUST FALL BETWEEN THE
      *SCHEDULED START DATE AND TODAY.  ONLY ONE TIMECARD IS ACCEPTED
      *PER CREW, ESTIMATE AND DATE.  ACCEPTED TIMECARDS ARE KEPT ON
      *THE TIMECARD FILE AND THEIR HOURS ARE ADDED TO THE JOB'S HOURS
      *TO DATE ON THE JOB SCHEDULE FILE.  AN AUDIT LISTING SHOWS THE
      *HOURS TO DATE AGAINST THE ESTIMATED HOURS FOR EVERY CARD
      *POSTED AND AN EXCEPTION LIST SHOWS EVERY REJECTED CARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIME-TRANS
               ASSIGN TO 'C:\COBOL\TIMETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT JOB-SCHED
               ASSIGN TO 'C:\COBOL\JOBSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-EST-NO
               FILE STATUS IS JOB-SCHED-FILE-STATUS.

           SELECT PAINT-EST
               ASSIGN TO 'C:\COBOL\PAINTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMST-EST-NO
               FILE STATUS IS PAINT-MST-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\TIMEAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCPT-RPT
               ASSIGN TO 'C:\COBOL\TIMEEXC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      TIME-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS TIME-TRANS-REC
               RECORD CONTAINS 19 CHARACTERS.

       01      TIME-TRANS-REC.
               05  TTRN-CREW-NO        PIC X(3).
               05  TTRN-EST-NO         PIC X(4).
               05  TTRN-WORK-DATE      PIC 9(8).
               05  TTRN-WORK-DATE-X    REDEFINES TTRN-WORK-DATE.
                   10  TTRN-WORK-YY    PIC 9(4).
                   10  TTRN-WORK-MM    PIC 99.
                   10  TTRN-WORK-DD    PIC 99.
               05  TTRN-HOURS          PIC 999V9.

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
         05 TIME-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 CREW-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 JOB-SCHED-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-MST-FILE-STATUS      PIC XX      VALUE SPACES.
         05 PAINT-MST-OPEN-SW          PIC XXX     VALUE 'NO'.
         05 EDIT-SW                    PIC XXX     VALUE 'YES'.
         05 EXCPT-REASON               PIC X(35)   VALUE SPACES.
         05 C-POSTCTR                  PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.
         05 C-OVERCTR                  PIC 999     VALUE 0.
         05 C-T-HOURS                  PIC 9(5)V9  VALUE ZEROS.
         05 C-PCT-USED                 PIC 9(4)    VALUE ZEROS.

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
         'CREW TIMECARD POSTING AUDIT'.
         05 FILLER                     PIC X(51)   VALUE SPACES.

       01 AUDIT-COL-HDG.
         05 FILLER                     PIC X(4)    VALUE "CREW".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "WORK DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(5)    VALUE "HOURS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "TO DATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "EST HRS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(5)    VALUE " USED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(13)   VALUE
         "CUSTOMER NAME".
         05 FILLER                     PIC X(14)   VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "NOTE".
         05 FILLER                     PIC X(45)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-CREW-NO              PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-EST-NO               PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-WORK-MM              PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-AUD-WORK-DD              PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-AUD-WORK-YY              PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-HOURS                PIC ZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-TO-DATE              PIC ZZZ9.9.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AUD-EST-HRS              PIC ZZZ9.9.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-PCT-USED             PIC ZZZ9.
         05 FILLER                     PIC X       VALUE '%'.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-CUST-NAME            PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-NOTE                 PIC X(15).
         05 FILLER                     PIC X(34)   VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER                     PIC X(17)   VALUE
         "TIMECARDS POSTED:".
         05 0-POSTCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(14)   VALUE
         "HOURS POSTED:".
         05 0-T-HOURS                  PIC ZZ,ZZ9.9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(20)   VALUE
         "JOBS OVER ESTIMATE:".
         05 0-OVERCTR                  PIC ZZ9.
         05 FILLER                     PIC X(57)   VALUE SPACES.

       01 EXCPT-TITLE.
         05 FILLER                     PIC X(34)   VALUE
         "TIMECARD EXCEPTION LIST".
         05 FILLER                     PIC X(46)   VALUE SPACES.

       01 EXCPT-COL-HDG.
         05 FILLER                     PIC X(4)    VALUE "CREW".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "EST#".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "WORKDATE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(20)   VALUE
         "REASON FOR REJECTION".
         05 FILLER                     PIC X(38)   VALUE SPACES.

       01 EXCPT-DETAIL.
         05 0-EXCPT-CREW-NO            PIC X(3).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-EXCPT-EST-NO             PIC X(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EXCPT-WORK-DATE          PIC X(8).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-EXCPT-REASON             PIC X(35).
         05 FILLER                     PIC X(23)   VALUE SPACES.

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
           OPEN INPUT TIME-TRANS.
           PERFORM 1010-OPEN-TIME-MST.
           PERFORM 1020-OPEN-JOB-SCHED.
           PERFORM 1030-OPEN-MASTERS.
           OPEN OUTPUT AUDIT-RPT.
           OPEN OUTPUT EXCPT-RPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           WRITE AUDIT-LINE FROM AUDIT-TITLE
               AFTER ADVANCING PAGE.
           WRITE AUDIT-LINE FROM AUDIT-COL-HDG
               AFTER ADVANCING 2 LINES.

           WRITE EXCPT-LINE FROM EXCPT-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-LINE FROM EXCPT-COL-HDG
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ.

       1010-OPEN-TIME-MST.
           OPEN I-O TIME-MST.
           IF TIME-MST-FILE-STATUS = '35'
               OPEN OUTPUT TIME-MST
               CLOSE TIME-MST
               OPEN I-O TIME-MST
           END-IF.

       1020-OPEN-JOB-SCHED.
           OPEN I-O JOB-SCHED.
           IF JOB-SCHED-FILE-STATUS = '35'
               OPEN OUTPUT JOB-SCHED
               CLOSE JOB-SCHED
               OPEN I-O JOB-SCHED
           END-IF.

       1030-OPEN-MASTERS.
           OPEN INPUT CREW-MST.
           IF CREW-MST-FILE-STATUS = '00'
               MOVE 'YES' TO CREW-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO CREW-MST-OPEN-SW
           END-IF.
           OPEN INPUT PAINT-EST.
           IF PAINT-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PAINT-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PAINT-MST-OPEN-SW
           END-IF.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
               PERFORM 2100-POST-TIMECARD
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           PERFORM 9000-READ.

       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           EVALUATE TRUE
               WHEN TTRN-CREW-NO = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CREW NUMBER IS BLANK' TO EXCPT-REASON
               WHEN TTRN-EST-NO NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ESTIMATE NUMBER NOT NUMERIC' TO EXCPT-REASON
               WHEN TTRN-WORK-DATE NOT NUMERIC
                   OR TTRN-WORK-DATE = ZEROS
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'WORK DATE MISSING' TO EXCPT-REASON
               WHEN TTRN-WORK-MM < 1 OR TTRN-WORK-MM > 12
                   OR TTRN-WORK-DD < 1 OR TTRN-WORK-DD > 31
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'WORK DATE IS INVALID' TO EXCPT-REASON
               WHEN TTRN-WORK-DATE > I-DATE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'WORK DATE IS IN THE FUTURE' TO EXCPT-REASON
               WHEN TTRN-HOURS NOT NUMERIC
                   OR TTRN-HOURS = ZERO
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'HOURS ZERO OR NOT NUMERIC' TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EDIT-SW = 'YES'
               PERFORM 2060-CHECK-CREW
           END-IF.
           IF EDIT-SW = 'YES'
               PERFORM 2070-CHECK-SCHEDULE
           END-IF.
           IF EDIT-SW = 'YES'
               PERFORM 2080-CHECK-ESTIMATE
           END-IF.

       2060-CHECK-CREW.
           IF CREW-MST-OPEN-SW = 'NO'
               MOVE 'NO' TO EDIT-SW
               MOVE 'CREW MASTER NOT AVAILABLE' TO EXCPT-REASON
           ELSE
               MOVE TTRN-CREW-NO TO CRW-CREW-NO
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

       2070-CHECK-SCHEDULE.
           MOVE TTRN-EST-NO TO SCH-EST-NO.
           READ JOB-SCHED
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'JOB NOT ON SCHEDULE' TO EXCPT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SCH-CREW-NO NOT = TTRN-CREW-NO
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'CREW NOT ASSIGNED TO JOB'
                               TO EXCPT-REASON
                       WHEN TTRN-WORK-DATE < SCH-START-DATE
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'WORK DATE BEFORE JOB START'
                               TO EXCPT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2080-CHECK-ESTIMATE.
           MOVE SPACES TO PMST-CUST-NAME.
           IF PAINT-MST-OPEN-SW = 'YES'
               MOVE TTRN-EST-NO TO PMST-EST-NO
               READ PAINT-EST
                   INVALID KEY
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'ESTIMATE NOT ON MASTER' TO EXCPT-REASON
                   NOT INVALID KEY
                       IF NOT PMST-SCHEDULED
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'ESTIMATE NOT IN S STATUS'
                               TO EXCPT-REASON
                       END-IF
               END-READ
           END-IF.

       2100-POST-TIMECARD.
           MOVE TTRN-EST-NO TO TCM-EST-NO.
           MOVE TTRN-CREW-NO TO TCM-CREW-NO.
           MOVE TTRN-WORK-DATE TO TCM-WORK-DATE.
           MOVE TTRN-HOURS TO TCM-HOURS.
           MOVE I-DATE TO TCM-POST-DATE.
           WRITE TIME-MST-REC
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'TIMECARD ALREADY POSTED FOR DATE'
                       TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   PERFORM 2110-ADD-HOURS-TO-DATE
           END-WRITE.

       2110-ADD-HOURS-TO-DATE.
           ADD TTRN-HOURS TO SCH-ACT-HOURS
               ON SIZE ERROR
                   MOVE 9999.9 TO SCH-ACT-HOURS
           END-ADD.
           REWRITE JOB-SCHED-REC.
           ADD 1 TO C-POSTCTR.
           ADD TTRN-HOURS TO C-T-HOURS.
           PERFORM 2200-AUDIT-OUTPUT.

       2200-AUDIT-OUTPUT.
           MOVE TTRN-CREW-NO TO 0-AUD-CREW-NO.
           MOVE TTRN-EST-NO TO 0-AUD-EST-NO.
           MOVE TTRN-WORK-MM TO 0-AUD-WORK-MM.
           MOVE TTRN-WORK-DD TO 0-AUD-WORK-DD.
           MOVE TTRN-WORK-YY TO 0-AUD-WORK-YY.
           MOVE TTRN-HOURS TO 0-AUD-HOURS.
           MOVE SCH-ACT-HOURS TO 0-AUD-TO-DATE.
           MOVE SCH-EST-HOURS TO 0-AUD-EST-HRS.
           IF SCH-EST-HOURS = ZERO
               MOVE ZERO TO C-PCT-USED
           ELSE
               COMPUTE C-PCT-USED ROUNDED =
                   (SCH-ACT-HOURS / SCH-EST-HOURS) * 100
                   ON SIZE ERROR
                       MOVE 9999 TO C-PCT-USED
               END-COMPUTE
           END-IF.
           MOVE C-PCT-USED TO 0-AUD-PCT-USED.
           MOVE PMST-CUST-NAME TO 0-AUD-CUST-NAME.
           IF SCH-ACT-HOURS > SCH-EST-HOURS
               MOVE 'OVER ESTIMATE' TO 0-AUD-NOTE
               IF SCH-ACT-HOURS - TTRN-HOURS NOT > SCH-EST-HOURS
                   ADD 1 TO C-OVERCTR
               END-IF
           ELSE
               MOVE SPACES TO 0-AUD-NOTE
           END-IF.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE TTRN-CREW-NO TO 0-EXCPT-CREW-NO.
           MOVE TTRN-EST-NO TO 0-EXCPT-EST-NO.
           MOVE TTRN-WORK-DATE TO 0-EXCPT-WORK-DATE.
           MOVE EXCPT-REASON TO 0-EXCPT-REASON.
           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE C-POSTCTR TO 0-POSTCTR.
           MOVE C-T-HOURS TO 0-T-HOURS.
           MOVE C-OVERCTR TO 0-OVERCTR.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE TIME-TRANS.
           CLOSE TIME-MST.
           CLOSE JOB-SCHED.
           IF CREW-MST-OPEN-SW = 'YES'
               CLOSE CREW-MST
           END-IF.
           IF PAINT-MST-OPEN-SW = 'YES'
               CLOSE PAINT-EST
           END-IF.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

       9000-READ.
           READ TIME-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
