       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT38.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM PRINTS THE DEGREE AUDIT.  THE COURSE GRADE FILE
      *IS SORTED BY STUDENT, COURSE AND TERM.  WHEN A COURSE WAS TAKEN
      *MORE THAN ONCE ONLY THE BEST ATTEMPT IS COUNTED TOWARD CREDITS,
      *GPA AND REQUIREMENTS.  EACH STUDENT'S GRADED COURSES ARE MATCHED
      *AGAINST THE REQUIREMENTS OF THE PROGRAM ON THE STUDENT MASTER,
      *FROM THE PROGRAM REQUIREMENTS FILE: MINIMUM TOTAL CREDITS,
      *MINIMUM CUMULATIVE GPA, AND THE REQUIRED COURSES WITH THE
      *MINIMUM GRADE ALLOWED IN THEM.  EACH STUDENT GETS AN AUDIT PAGE
      *SHOWING EVERY REQUIREMENT AS MET OR OUTSTANDING AND THE CREDITS
      *STILL NEEDED.  A CONTROL CARD GIVES THE GRADUATION TERM (THE
      *LATEST TERM ON THE GRADE FILE IS USED WHEN THE CARD IS MISSING)
      *AND GRADES FROM LATER TERMS ARE LEFT OUT.  THE LAST PAGE LISTS
      *THE STUDENTS WHO MEET EVERY REQUIREMENT AND HAVE GRADES IN THE
      *GRADUATION TERM, WHO ARE ELIGIBLE TO GRADUATE THIS TERM.
      *UNMATCHED OR INVALID GRADE RECORDS GO TO A REJECT LISTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COURSE-GRADES
               ASSIGN TO 'C:\COBOL\CRSGRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRD-FILE-STATUS.

           SELECT SORTED-GRADES
               ASSIGN TO 'C:\COBOL\DAUDGRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\DAUDGRD.WRK'.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STDNT-MST-FILE-STATUS.

           SELECT PROG-REQS
               ASSIGN TO 'C:\COBOL\PROGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-FILE-STATUS.

           SELECT AUDIT-CTL
               ASSIGN TO 'C:\COBOL\DAUDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\DEGAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT REJECT-RPT
               ASSIGN TO 'C:\COBOL\DAUDREJ.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COURSE-GRADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRD-RAW-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  GRD-RAW-REC         PIC X(24).

       SD  SORT-FILE
           DATA RECORD IS SD-REC.

       01  SD-REC.
           05  SD-ID           PIC X(7).
           05  SD-TERM         PIC X(6).
           05  SD-COURSE       PIC X(8).
           05  SD-CREDITS      PIC 9V9.
           05  SD-GRADE        PIC X.

       FD  SORTED-GRADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRD-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  GRD-REC.
           05  GRD-ID          PIC X(7).
           05  GRD-TERM        PIC X(6).
           05  GRD-COURSE      PIC X(8).
           05  GRD-CREDITS     PIC 9V9.
           05  GRD-GRADE       PIC X.
               88  VALID-GRADE VALUES 'A' 'B' 'C' 'D' 'F'.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  I-REC.
           05  I-ID            PIC X(7).
           05  I-NAME.
               10  I-LNAME     PIC X(15).
               10  I-FNAME     PIC X(15).
               10  I-INIT      PIC X.
           05  I-GPA           PIC 9V99.
           05  I-START-SALARY  PIC 9(6)V99.
           05  I-PROG-CODE     PIC X(4).

       FD  PROG-REQS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRQ-REC
           RECORD CONTAINS 40 CHARACTERS.

       01  PRQ-REC.
           05  PRQ-PROG-CODE   PIC X(4).
           05  PRQ-REC-TYPE    PIC X.
               88  PRQ-PROGRAM VALUE 'P'.
               88  PRQ-COURSE  VALUE 'C'.
           05  PRQ-PROG-DATA.
               10  PRQ-PROG-NAME
                               PIC X(25).
               10  PRQ-MIN-CREDITS
                               PIC 999V9.
               10  PRQ-MIN-GPA PIC 9V99.
               10  PRQ-MIN-GRADE
                               PIC X.
               10  FILLER      PIC XX.
           05  PRQ-CRS-DATA    REDEFINES PRQ-PROG-DATA.
               10  PRQ-COURSE-NO
                               PIC X(8).
               10  FILLER      PIC X(27).

       FD  AUDIT-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 6 CHARACTERS.

       01  CTL-REC             PIC X(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

       FD  REJECT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJ-LINE.

       01  REJ-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 999     VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  GRD-FILE-STATUS PIC XX      VALUE SPACES.
           05  STDNT-MST-FILE-STATUS
                               PIC XX      VALUE SPACES.
           05  PRQ-FILE-STATUS PIC XX      VALUE SPACES.
           05  PRQ-EOF-SW      PIC XXX     VALUE 'NO'.
           05  CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  HOLD-ID         PIC X(7)    VALUE HIGH-VALUES.
           05  HOLD-COURSE     PIC X(8)    VALUE SPACES.
           05  STUDENT-FOUND-SW
                               PIC XXX     VALUE 'NO'.
           05  SM-FOUND-IX     PIC 999     VALUE ZERO.
           05  PROG-FOUND-SW   PIC XXX     VALUE 'NO'.
           05  PG-FOUND-IX     PIC 99      VALUE ZERO.
           05  COURSE-FOUND-SW PIC XXX     VALUE 'NO'.
           05  BEST-SW         PIC XXX     VALUE 'NO'.
           05  SUB1            PIC 999     VALUE ZERO.
           05  SUB2            PIC 99      VALUE ZERO.
           05  SUB3            PIC 99      VALUE ZERO.
           05  W-CARD-TERM     PIC X(6)    VALUE SPACES.
           05  W-AUDIT-TERM    PIC X(6)    VALUE SPACES.
           05  W-MAX-TERM      PIC X(6)    VALUE SPACES.
           05  W-STD-LAST-TERM PIC X(6)    VALUE SPACES.
           05  W-LOOKUP-PROG   PIC X(4)    VALUE SPACES.
           05  W-GRADE         PIC X       VALUE SPACES.
           05  W-GRADE-POINTS  PIC 9V99    VALUE ZERO.
           05  W-BEST-GRADE    PIC X       VALUE SPACES.
           05  W-BEST-POINTS   PIC 9V99    VALUE ZERO.
           05  W-BEST-CREDITS  PIC 9V9     VALUE ZERO.
           05  W-BEST-TERM     PIC X(6)    VALUE SPACES.
           05  W-RESULT        PIC X(32)   VALUE SPACES.
           05  W-ED-CREDITS    PIC ZZ9.9.
           05  W-ED-GPA        PIC 9.99.
           05  W-CRS-DESC.
               10  FILLER      PIC X(16)   VALUE 'REQUIRED COURSE'.
               10  W-CRS-DESC-NO
                               PIC X(8).
               10  FILLER      PIC X(6)    VALUE SPACES.
           05  C-ATTEMPTS      PIC 99      VALUE ZERO.
           05  C-CRS-POINTS    PIC 99V99   VALUE ZERO.
           05  C-CUM-POINTS    PIC 9999V99 VALUE ZERO.
           05  C-CUM-CREDITS   PIC 999V9   VALUE ZERO.
           05  C-EARNED-CREDITS
                               PIC 999V9   VALUE ZERO.
           05  C-CUM-GPA       PIC 9V99    VALUE ZERO.
           05  C-CREDITS-NEEDED
                               PIC 999V9   VALUE ZERO.
           05  C-REPEATS       PIC 99      VALUE ZERO.
           05  C-REQ-MET       PIC 99      VALUE ZERO.
           05  C-REQ-OUT       PIC 99      VALUE ZERO.
           05  C-GRDCTR        PIC 9(5)    VALUE ZERO.
           05  C-STDCTR        PIC 999     VALUE ZERO.
           05  C-ALLMETCTR     PIC 999     VALUE ZERO.
           05  C-ELIGCTR       PIC 999     VALUE ZERO.
           05  C-REJCTR        PIC 999     VALUE ZERO.
           05  EDIT-SW         PIC XXX     VALUE 'YES'.
           05  REJ-REASON      PIC X(30)   VALUE SPACES.

       01  STUDENT-TABLE.
           05  SM-COUNT        PIC 999     VALUE ZERO.
           05  SM-OVFL-SW      PIC XXX     VALUE 'NO'.
           05  SM-ENTRY        OCCURS 500 TIMES.
               10  SM-REC.
                   15  SM-ID   PIC X(7).
                   15  SM-NAME PIC X(31).
                   15  SM-GPA  PIC 9V99.
                   15  SM-START-SALARY
                               PIC 9(6)V99.
                   15  SM-PROG-CODE
                               PIC X(4).

       01  PROGRAM-TABLE.
           05  PG-COUNT        PIC 99      VALUE ZERO.
           05  PG-OVFL-SW      PIC XXX     VALUE 'NO'.
           05  PG-ENTRY        OCCURS 50 TIMES.
               10  PG-CODE     PIC X(4).
               10  PG-NAME     PIC X(25).
               10  PG-PROG-REC-SW
                               PIC XXX.
               10  PG-MIN-CREDITS
                               PIC 999V9.
               10  PG-MIN-GPA  PIC 9V99.
               10  PG-MIN-GRADE
                               PIC X.
               10  PG-MIN-POINTS
                               PIC 9V99.
               10  PG-CRS-COUNT
                               PIC 99.
               10  PG-CRS-NO   PIC X(8)    OCCURS 40 TIMES.

       01  STUDENT-REQ-TABLE.
           05  SR-ENTRY        OCCURS 40 TIMES.
               10  SR-STATUS   PIC X.
                   88  SR-MET  VALUE 'M'.
                   88  SR-LOW  VALUE 'L'.
               10  SR-GRADE    PIC X.
               10  SR-TERM     PIC X(6).

       01  ELIGIBLE-TABLE.
           05  EL-COUNT        PIC 999     VALUE ZERO.
           05  EL-ENTRY        OCCURS 500 TIMES.
               10  EL-ID       PIC X(7).
               10  EL-NAME     PIC X(31).
               10  EL-PROG-CODE
                               PIC X(4).
               10  EL-CREDITS  PIC 999V9.
               10  EL-GPA      PIC 9V99.
               10  EL-LAST-TERM
                               PIC X(6).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01  COMPANY-TITLE.
           05 FILLER           PIC X(6)    VALUE 'DATE:'.
           05 0-MM             PIC 99.
           05 FILLER           PIC X       VALUE '/'.
           05 0-DD             PIC 99.
           05 FILLER           PIC X       VALUE '/'.
           05 0-YY             PIC 9(4).
           05 FILLER           PIC X(34)   VALUE SPACES.
           05 FILLER           PIC X(25)
                               VALUE 'DEGREE AUDIT'.
           05 FILLER           PIC X(48)   VALUE SPACES.
           05 FILLER           PIC X(6)    VALUE "PAGE:".
           05 O-PCTR           PIC ZZ9.

       01 STUDENT-HDG-LINE.
         05 FILLER             PIC X(9)    VALUE "STUDENT:".
         05 0-STD-ID           PIC X(7).
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 0-STD-NAME         PIC X(31).
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 FILLER             PIC X(9)    VALUE "PROGRAM:".
         05 0-STD-PROG         PIC X(4).
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-PROG-NAME        PIC X(25).
         05 FILLER             PIC X(39)   VALUE SPACES.

       01 REQ-COL-HDG.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(30)   VALUE "REQUIREMENT".
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(10)   VALUE "  REQUIRED".
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(10)   VALUE "    ACTUAL".
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(6)    VALUE "TERM".
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(20)   VALUE "STATUS".
         05 FILLER             PIC X(46)   VALUE SPACES.

       01 REQ-LINE.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-REQ-DESC         PIC X(30).
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-REQ-NEEDED       PIC X(10)   JUSTIFIED RIGHT.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-REQ-ACTUAL       PIC X(10)   JUSTIFIED RIGHT.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-REQ-TERM         PIC X(6).
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-REQ-STATUS       PIC X(20).
         05 FILLER             PIC X(46)   VALUE SPACES.

       01 AUD-CREDIT-LINE.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(16)   VALUE "CREDITS EARNED:".
         05 0-EARNED-CREDITS   PIC ZZ9.9.
         05 FILLER             PIC X(4)    VALUE SPACES.
         05 FILLER             PIC X(22)   VALUE
         "CREDITS STILL NEEDED:".
         05 0-CREDITS-NEEDED   PIC ZZ9.9.
         05 FILLER             PIC X(4)    VALUE SPACES.
         05 FILLER             PIC X(22)   VALUE
         "ATTEMPTS NOT COUNTED:".
         05 0-REPEATS          PIC Z9.
         05 FILLER             PIC X(50)   VALUE SPACES.

       01 AUD-RESULT-LINE.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(18)   VALUE
         "REQUIREMENTS MET:".
         05 0-REQ-MET          PIC Z9.
         05 FILLER             PIC X(4)    VALUE SPACES.
         05 FILLER             PIC X(13)   VALUE "OUTSTANDING:".
         05 0-REQ-OUT          PIC Z9.
         05 FILLER             PIC X(4)    VALUE SPACES.
         05 FILLER             PIC X(8)    VALUE "RESULT:".
         05 0-RESULT           PIC X(32).
         05 FILLER             PIC X(47)   VALUE SPACES.

       01 ELIG-TITLE-LINE.
         05 FILLER             PIC X(38)   VALUE
         "STUDENTS ELIGIBLE TO GRADUATE - TERM:".
         05 0-ELIG-TERM        PIC X(6).
         05 FILLER             PIC X(88)   VALUE SPACES.

       01 ELIG-COL-HDG.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(7)    VALUE "STUDENT".
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 FILLER             PIC X(31)   VALUE "NAME".
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 FILLER             PIC X(4)    VALUE "PROG".
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 FILLER             PIC X(7)    VALUE "CREDITS".
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 FILLER             PIC X(4)    VALUE " GPA".
         05 FILLER             PIC X(65)   VALUE SPACES.

       01 ELIG-DETAIL.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-EL-ID            PIC X(7).
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 0-EL-NAME          PIC X(31).
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 0-EL-PROG-CODE     PIC X(4).
         05 FILLER             PIC X(5)    VALUE SPACES.
         05 0-EL-CREDITS       PIC ZZ9.9.
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 0-EL-GPA           PIC 9.99.
         05 FILLER             PIC X(65)   VALUE SPACES.

       01 ELIG-TOTAL-LINE.
         05 FILLER             PIC X(31)   VALUE
         "STUDENTS ELIGIBLE TO GRADUATE:".
         05 0-ELIGCTR          PIC ZZ9.
         05 FILLER             PIC X(98)   VALUE SPACES.

       01 TOTAL-LINE.
         05 FILLER             PIC X(18)   VALUE "STUDENTS AUDITED:".
         05 0-STDCTR           PIC ZZ9.
         05 FILLER             PIC X(5)    VALUE SPACES.
         05 FILLER             PIC X(22)   VALUE
         "ALL REQUIREMENTS MET:".
         05 0-ALLMETCTR        PIC ZZ9.
         05 FILLER             PIC X(5)    VALUE SPACES.
         05 FILLER             PIC X(13)   VALUE "GRADES READ:".
         05 0-GRDCTR           PIC ZZ,ZZ9.
         05 FILLER             PIC X(57)   VALUE SPACES.

       01 OVFL-LINE.
         05 FILLER             PIC X(56)   VALUE
         "REQUIREMENTS TABLE FULL - SOME REQUIREMENTS NOT AUDITED".
         05 FILLER             PIC X(76)   VALUE SPACES.

       01 REJ-TITLE.
         05 FILLER             PIC X(30)   VALUE
         'DEGREE AUDIT GRADE REJECT LIST'.
         05 FILLER             PIC X(102)  VALUE SPACES.

       01 REJ-COL-HDG.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 FILLER             PIC X(2)    VALUE 'ID'.
         05 FILLER             PIC X(10)   VALUE SPACES.
         05 FILLER             PIC X(6)    VALUE 'COURSE'.
         05 FILLER             PIC X(5)    VALUE SPACES.
         05 FILLER             PIC X(20)   VALUE
         'REASON FOR REJECTION'.
         05 FILLER             PIC X(87)   VALUE SPACES.

       01 REJ-DETAIL.
         05 FILLER             PIC X(2)    VALUE SPACES.
         05 0-REJ-ID           PIC X(7).
         05 FILLER             PIC X(5)    VALUE SPACES.
         05 0-REJ-COURSE       PIC X(8).
         05 FILLER             PIC X(3)    VALUE SPACES.
         05 0-REJ-REASON       PIC X(30).
         05 FILLER             PIC X(77)   VALUE SPACES.

       01 REJ-TOTAL-LINE.
         05 FILLER             PIC X(20)   VALUE 'TOTAL REJECTS:'.
         05 0-REJCTR           PIC ZZ9.
         05 FILLER             PIC X(109)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-SORT-GRADES.
           PERFORM 1100-LOAD-STUDENT-TABLE.
           PERFORM 1200-LOAD-REQUIREMENTS.
           PERFORM 1300-READ-TERM-CARD.

           OPEN INPUT SORTED-GRADES.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT REJECT-RPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.

           WRITE REJ-LINE FROM REJ-TITLE
               AFTER ADVANCING PAGE.
           WRITE REJ-LINE FROM REJ-COL-HDG
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ.

       1050-SORT-GRADES.
           SORT SORT-FILE
               ON ASCENDING KEY SD-ID SD-COURSE SD-TERM
               USING COURSE-GRADES
               GIVING SORTED-GRADES.

       1100-LOAD-STUDENT-TABLE.
           OPEN INPUT STUDENT-MASTER.
           IF STDNT-MST-FILE-STATUS = '00'
               PERFORM 1110-READ-MASTER
               PERFORM 1120-STORE-MASTER
                   UNTIL STDNT-MST-FILE-STATUS NOT = '00'
               CLOSE STUDENT-MASTER
           END-IF.

       1110-READ-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE '10' TO STDNT-MST-FILE-STATUS.

       1120-STORE-MASTER.
           IF SM-COUNT < 500
               ADD 1 TO SM-COUNT
               MOVE I-REC TO SM-REC (SM-COUNT)
           ELSE
               MOVE 'YES' TO SM-OVFL-SW
           END-IF.
           PERFORM 1110-READ-MASTER.

       1200-LOAD-REQUIREMENTS.
           OPEN INPUT PROG-REQS.
           IF PRQ-FILE-STATUS = '00'
               PERFORM 1210-READ-PROG-REQ
               PERFORM 1220-STORE-REQUIREMENT
                   UNTIL PRQ-EOF-SW = 'YES'
               CLOSE PROG-REQS
           ELSE
               MOVE 'YES' TO PRQ-EOF-SW
           END-IF.

       1210-READ-PROG-REQ.
           READ PROG-REQS
               AT END
                   MOVE 'YES' TO PRQ-EOF-SW.

       1220-STORE-REQUIREMENT.
           IF PRQ-PROG-CODE NOT = SPACES
               MOVE PRQ-PROG-CODE TO W-LOOKUP-PROG
               PERFORM 2600-FIND-PROGRAM
               IF PROG-FOUND-SW = 'NO'
                   PERFORM 1230-ADD-PROGRAM
               END-IF
               IF PROG-FOUND-SW = 'YES'
                   EVALUATE TRUE
                       WHEN PRQ-PROGRAM
                           PERFORM 1240-STORE-PROGRAM
                       WHEN PRQ-COURSE
                           PERFORM 1250-STORE-COURSE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 1210-READ-PROG-REQ.

       1230-ADD-PROGRAM.
           IF PG-COUNT < 50
               ADD 1 TO PG-COUNT
               MOVE PG-COUNT TO PG-FOUND-IX
               MOVE W-LOOKUP-PROG TO PG-CODE (PG-FOUND-IX)
               MOVE '** NO PROGRAM RECORD **'
                   TO PG-NAME (PG-FOUND-IX)
               MOVE 'NO' TO PG-PROG-REC-SW (PG-FOUND-IX)
               MOVE ZERO TO PG-MIN-CREDITS (PG-FOUND-IX)
               MOVE ZERO TO PG-MIN-GPA (PG-FOUND-IX)
               MOVE 'D' TO PG-MIN-GRADE (PG-FOUND-IX)
               MOVE 1.00 TO PG-MIN-POINTS (PG-FOUND-IX)
               MOVE ZERO TO PG-CRS-COUNT (PG-FOUND-IX)
               MOVE 'YES' TO PROG-FOUND-SW
           ELSE
               MOVE 'YES' TO PG-OVFL-SW
               MOVE 'NO' TO PROG-FOUND-SW
           END-IF.

       1240-STORE-PROGRAM.
           MOVE PRQ-PROG-NAME TO PG-NAME (PG-FOUND-IX).
           MOVE 'YES' TO PG-PROG-REC-SW (PG-FOUND-IX).
           IF PRQ-MIN-CREDITS NUMERIC
               MOVE PRQ-MIN-CREDITS TO PG-MIN-CREDITS (PG-FOUND-IX)
           END-IF.
           IF PRQ-MIN-GPA NUMERIC
               MOVE PRQ-MIN-GPA TO PG-MIN-GPA (PG-FOUND-IX)
           END-IF.
           IF PRQ-MIN-GRADE = 'A' OR 'B' OR 'C' OR 'D'
               MOVE PRQ-MIN-GRADE TO PG-MIN-GRADE (PG-FOUND-IX)
               MOVE PRQ-MIN-GRADE TO W-GRADE
               PERFORM 2700-GRADE-POINTS
               MOVE W-GRADE-POINTS TO PG-MIN-POINTS (PG-FOUND-IX)
           END-IF.

       1250-STORE-COURSE.
           IF PRQ-COURSE-NO NOT = SPACES
               IF PG-CRS-COUNT (PG-FOUND-IX) < 40
                   ADD 1 TO PG-CRS-COUNT (PG-FOUND-IX)
                   MOVE PG-CRS-COUNT (PG-FOUND-IX) TO SUB3
                   MOVE PRQ-COURSE-NO
                       TO PG-CRS-NO (PG-FOUND-IX, SUB3)
               ELSE
                   MOVE 'YES' TO PG-OVFL-SW
               END-IF
           END-IF.

       1300-READ-TERM-CARD.
           MOVE SPACES TO W-CARD-TERM.
           OPEN INPUT AUDIT-CTL.
           IF CTL-FILE-STATUS = '00'
               READ AUDIT-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-REC TO W-CARD-TERM
               END-READ
               CLOSE AUDIT-CTL
           END-IF.

       2000-MAINLINE.
           IF GRD-ID NOT = HOLD-ID
               IF HOLD-ID NOT = HIGH-VALUES
                   PERFORM 2300-STUDENT-BREAK
               END-IF
               PERFORM 2400-START-STUDENT
           ELSE
               IF GRD-COURSE NOT = HOLD-COURSE
                   PERFORM 2310-COURSE-BREAK
                   PERFORM 2410-START-COURSE
               END-IF
           END-IF.
           IF W-CARD-TERM = SPACES
               OR GRD-TERM NOT > W-CARD-TERM
               PERFORM 2100-PROCESS-GRADE
           END-IF.
           PERFORM 9000-READ.

       2100-PROCESS-GRADE.
           ADD 1 TO C-GRDCTR.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
               PERFORM 2110-CHECK-ATTEMPT
           ELSE
               PERFORM 2250-REJECT-OUTPUT.

       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO REJ-REASON.
           EVALUATE TRUE
               WHEN STUDENT-FOUND-SW = 'NO'
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'STUDENT NOT ON MASTER' TO REJ-REASON
               WHEN NOT VALID-GRADE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID LETTER GRADE' TO REJ-REASON
               WHEN GRD-CREDITS NOT NUMERIC OR GRD-CREDITS = ZERO
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'CREDIT HOURS ZERO OR BLANK' TO REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2110-CHECK-ATTEMPT.
           ADD 1 TO C-ATTEMPTS.
           IF GRD-TERM > W-STD-LAST-TERM
               MOVE GRD-TERM TO W-STD-LAST-TERM
           END-IF.
           IF GRD-TERM > W-MAX-TERM
               MOVE GRD-TERM TO W-MAX-TERM
           END-IF.
           MOVE GRD-GRADE TO W-GRADE.
           PERFORM 2700-GRADE-POINTS.
           IF BEST-SW = 'NO'
               OR W-GRADE-POINTS NOT < W-BEST-POINTS
               MOVE 'YES' TO BEST-SW
               MOVE GRD-GRADE TO W-BEST-GRADE
               MOVE W-GRADE-POINTS TO W-BEST-POINTS
               MOVE GRD-CREDITS TO W-BEST-CREDITS
               MOVE GRD-TERM TO W-BEST-TERM
           END-IF.

       2250-REJECT-OUTPUT.
           ADD 1 TO C-REJCTR.
           MOVE GRD-ID TO 0-REJ-ID.
           MOVE GRD-COURSE TO 0-REJ-COURSE.
           MOVE REJ-REASON TO 0-REJ-REASON.
           WRITE REJ-LINE FROM REJ-DETAIL
               AFTER ADVANCING 1 LINE.

       2300-STUDENT-BREAK.
           PERFORM 2310-COURSE-BREAK.
           IF STUDENT-FOUND-SW = 'YES'
               AND W-STD-LAST-TERM NOT = SPACES
               PERFORM 2500-PRINT-AUDIT
           END-IF.

       2310-COURSE-BREAK.
           IF BEST-SW = 'YES'
               IF C-ATTEMPTS > 1
                   COMPUTE C-REPEATS = C-REPEATS + C-ATTEMPTS - 1
               END-IF
               COMPUTE C-CRS-POINTS = W-BEST-CREDITS * W-BEST-POINTS
               ADD C-CRS-POINTS TO C-CUM-POINTS
               ADD W-BEST-CREDITS TO C-CUM-CREDITS
               IF W-BEST-GRADE NOT = 'F'
                   ADD W-BEST-CREDITS TO C-EARNED-CREDITS
               END-IF
               IF PROG-FOUND-SW = 'YES'
                   PERFORM 2320-MATCH-REQUIRED
               END-IF
           END-IF.

       2320-MATCH-REQUIRED.
           MOVE 'NO' TO COURSE-FOUND-SW.
           MOVE 1 TO SUB2.
           PERFORM 2330-SCAN-REQUIRED
               UNTIL SUB2 > PG-CRS-COUNT (PG-FOUND-IX)
                   OR COURSE-FOUND-SW = 'YES'.
           IF COURSE-FOUND-SW = 'YES'
               MOVE W-BEST-GRADE TO SR-GRADE (SUB2)
               MOVE W-BEST-TERM TO SR-TERM (SUB2)
               IF W-BEST-POINTS NOT < PG-MIN-POINTS (PG-FOUND-IX)
                   MOVE 'M' TO SR-STATUS (SUB2)
               ELSE
                   MOVE 'L' TO SR-STATUS (SUB2)
               END-IF
           END-IF.

       2330-SCAN-REQUIRED.
           IF PG-CRS-NO (PG-FOUND-IX, SUB2) = HOLD-COURSE
               MOVE 'YES' TO COURSE-FOUND-SW
           ELSE
               ADD 1 TO SUB2
           END-IF.

       2400-START-STUDENT.
           MOVE GRD-ID TO HOLD-ID.
           MOVE ZERO TO C-CUM-POINTS.
           MOVE ZERO TO C-CUM-CREDITS.
           MOVE ZERO TO C-EARNED-CREDITS.
           MOVE ZERO TO C-REPEATS.
           MOVE SPACES TO W-STD-LAST-TERM.
           MOVE SPACES TO STUDENT-REQ-TABLE.
           PERFORM 2420-FIND-STUDENT.
           MOVE 'NO' TO PROG-FOUND-SW.
           IF STUDENT-FOUND-SW = 'YES'
               AND SM-PROG-CODE (SM-FOUND-IX) NOT = SPACES
               MOVE SM-PROG-CODE (SM-FOUND-IX) TO W-LOOKUP-PROG
               PERFORM 2600-FIND-PROGRAM
               IF PROG-FOUND-SW = 'YES'
                   AND PG-PROG-REC-SW (PG-FOUND-IX) = 'NO'
                   MOVE 'NO' TO PROG-FOUND-SW
               END-IF
           END-IF.
           PERFORM 2410-START-COURSE.

       2410-START-COURSE.
           MOVE GRD-COURSE TO HOLD-COURSE.
           MOVE 'NO' TO BEST-SW.
           MOVE ZERO TO C-ATTEMPTS.

       2420-FIND-STUDENT.
           MOVE 'NO' TO STUDENT-FOUND-SW.
           MOVE ZERO TO SM-FOUND-IX.
           MOVE 1 TO SUB1.
           PERFORM 2430-SCAN-STUDENT
               UNTIL SUB1 > SM-COUNT
                   OR STUDENT-FOUND-SW = 'YES'.

       2430-SCAN-STUDENT.
           IF SM-ID (SUB1) = HOLD-ID
               MOVE 'YES' TO STUDENT-FOUND-SW
               MOVE SUB1 TO SM-FOUND-IX
           ELSE
               ADD 1 TO SUB1
           END-IF.

       2500-PRINT-AUDIT.
           ADD 1 TO C-STDCTR.
           MOVE ZERO TO C-REQ-MET.
           MOVE ZERO TO C-REQ-OUT.
           IF C-CUM-CREDITS > ZERO
               COMPUTE C-CUM-GPA ROUNDED =
                   C-CUM-POINTS / C-CUM-CREDITS
           ELSE
               MOVE ZERO TO C-CUM-GPA
           END-IF.
           PERFORM 9100-HDGS.
           MOVE HOLD-ID TO 0-STD-ID.
           MOVE SM-NAME (SM-FOUND-IX) TO 0-STD-NAME.
           MOVE SM-PROG-CODE (SM-FOUND-IX) TO 0-STD-PROG.
           IF PROG-FOUND-SW = 'YES'
               MOVE PG-NAME (PG-FOUND-IX) TO 0-PROG-NAME
           ELSE
               MOVE SPACES TO 0-PROG-NAME
           END-IF.
           WRITE PRTLINE FROM STUDENT-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM REQ-COL-HDG
               AFTER ADVANCING 2 LINES.
           IF PROG-FOUND-SW = 'YES'
               PERFORM 2510-CREDIT-REQUIREMENT
               PERFORM 2520-GPA-REQUIREMENT
               PERFORM 2530-COURSE-REQUIREMENT
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > PG-CRS-COUNT (PG-FOUND-IX)
               COMPUTE C-CREDITS-NEEDED =
                   PG-MIN-CREDITS (PG-FOUND-IX) - C-EARNED-CREDITS
                   ON SIZE ERROR
                       MOVE ZERO TO C-CREDITS-NEEDED
               END-COMPUTE
               IF C-EARNED-CREDITS NOT < PG-MIN-CREDITS (PG-FOUND-IX)
                   MOVE ZERO TO C-CREDITS-NEEDED
               END-IF
               IF C-REQ-OUT = ZERO
                   MOVE 'ALL REQUIREMENTS MET' TO W-RESULT
                   ADD 1 TO C-ALLMETCTR
                   PERFORM 2550-STORE-ELIGIBLE
               ELSE
                   MOVE 'REQUIREMENTS OUTSTANDING' TO W-RESULT
               END-IF
           ELSE
               MOVE ZERO TO C-CREDITS-NEEDED
               IF SM-PROG-CODE (SM-FOUND-IX) = SPACES
                   MOVE 'NO PROGRAM ON STUDENT MASTER' TO W-RESULT
               ELSE
                   MOVE 'PROGRAM NOT ON REQUIREMENTS FILE'
                       TO W-RESULT
               END-IF
           END-IF.
           MOVE C-EARNED-CREDITS TO 0-EARNED-CREDITS.
           MOVE C-CREDITS-NEEDED TO 0-CREDITS-NEEDED.
           MOVE C-REPEATS TO 0-REPEATS.
           WRITE PRTLINE FROM AUD-CREDIT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           MOVE C-REQ-MET TO 0-REQ-MET.
           MOVE C-REQ-OUT TO 0-REQ-OUT.
           MOVE W-RESULT TO 0-RESULT.
           WRITE PRTLINE FROM AUD-RESULT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       2510-CREDIT-REQUIREMENT.
           MOVE 'MINIMUM TOTAL CREDITS' TO 0-REQ-DESC.
           MOVE PG-MIN-CREDITS (PG-FOUND-IX) TO W-ED-CREDITS.
           MOVE W-ED-CREDITS TO 0-REQ-NEEDED.
           MOVE C-EARNED-CREDITS TO W-ED-CREDITS.
           MOVE W-ED-CREDITS TO 0-REQ-ACTUAL.
           MOVE SPACES TO 0-REQ-TERM.
           IF C-EARNED-CREDITS NOT < PG-MIN-CREDITS (PG-FOUND-IX)
               MOVE 'MET' TO 0-REQ-STATUS
               ADD 1 TO C-REQ-MET
           ELSE
               MOVE 'OUTSTANDING' TO 0-REQ-STATUS
               ADD 1 TO C-REQ-OUT
           END-IF.
           WRITE PRTLINE FROM REQ-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       2520-GPA-REQUIREMENT.
           MOVE 'MINIMUM CUMULATIVE GPA' TO 0-REQ-DESC.
           MOVE PG-MIN-GPA (PG-FOUND-IX) TO W-ED-GPA.
           MOVE W-ED-GPA TO 0-REQ-NEEDED.
           MOVE C-CUM-GPA TO W-ED-GPA.
           MOVE W-ED-GPA TO 0-REQ-ACTUAL.
           MOVE SPACES TO 0-REQ-TERM.
           IF C-CUM-GPA NOT < PG-MIN-GPA (PG-FOUND-IX)
               MOVE 'MET' TO 0-REQ-STATUS
               ADD 1 TO C-REQ-MET
           ELSE
               MOVE 'OUTSTANDING' TO 0-REQ-STATUS
               ADD 1 TO C-REQ-OUT
           END-IF.
           WRITE PRTLINE FROM REQ-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       2530-COURSE-REQUIREMENT.
           MOVE PG-CRS-NO (PG-FOUND-IX, SUB2) TO W-CRS-DESC-NO.
           MOVE W-CRS-DESC TO 0-REQ-DESC.
           MOVE PG-MIN-GRADE (PG-FOUND-IX) TO 0-REQ-NEEDED.
           MOVE SR-GRADE (SUB2) TO 0-REQ-ACTUAL.
           MOVE SR-TERM (SUB2) TO 0-REQ-TERM.
           EVALUATE TRUE
               WHEN SR-MET (SUB2)
                   MOVE 'MET' TO 0-REQ-STATUS
                   ADD 1 TO C-REQ-MET
               WHEN SR-LOW (SUB2)
                   MOVE 'GRADE BELOW MINIMUM' TO 0-REQ-STATUS
                   ADD 1 TO C-REQ-OUT
               WHEN OTHER
                   MOVE 'NOT TAKEN' TO 0-REQ-STATUS
                   ADD 1 TO C-REQ-OUT
           END-EVALUATE.
           WRITE PRTLINE FROM REQ-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       2550-STORE-ELIGIBLE.
           IF EL-COUNT < 500
               ADD 1 TO EL-COUNT
               MOVE HOLD-ID TO EL-ID (EL-COUNT)
               MOVE SM-NAME (SM-FOUND-IX) TO EL-NAME (EL-COUNT)
               MOVE SM-PROG-CODE (SM-FOUND-IX)
                   TO EL-PROG-CODE (EL-COUNT)
               MOVE C-EARNED-CREDITS TO EL-CREDITS (EL-COUNT)
               MOVE C-CUM-GPA TO EL-GPA (EL-COUNT)
               MOVE W-STD-LAST-TERM TO EL-LAST-TERM (EL-COUNT)
           END-IF.

       2600-FIND-PROGRAM.
           MOVE 'NO' TO PROG-FOUND-SW.
           MOVE ZERO TO PG-FOUND-IX.
           MOVE 1 TO SUB3.
           PERFORM 2610-SCAN-PROGRAM
               UNTIL SUB3 > PG-COUNT
                   OR PROG-FOUND-SW = 'YES'.

       2610-SCAN-PROGRAM.
           IF PG-CODE (SUB3) = W-LOOKUP-PROG
               MOVE 'YES' TO PROG-FOUND-SW
               MOVE SUB3 TO PG-FOUND-IX
           ELSE
               ADD 1 TO SUB3
           END-IF.

       2700-GRADE-POINTS.
           EVALUATE W-GRADE
               WHEN 'A'
                   MOVE 4.00 TO W-GRADE-POINTS
               WHEN 'B'
                   MOVE 3.00 TO W-GRADE-POINTS
               WHEN 'C'
                   MOVE 2.00 TO W-GRADE-POINTS
               WHEN 'D'
                   MOVE 1.00 TO W-GRADE-POINTS
               WHEN OTHER
                   MOVE ZERO TO W-GRADE-POINTS
           END-EVALUATE.

       3000-CLOSING.
           IF HOLD-ID NOT = HIGH-VALUES
               PERFORM 2300-STUDENT-BREAK
           END-IF.

           IF W-CARD-TERM = SPACES
               MOVE W-MAX-TERM TO W-AUDIT-TERM
           ELSE
               MOVE W-CARD-TERM TO W-AUDIT-TERM
           END-IF.
           MOVE W-AUDIT-TERM TO 0-ELIG-TERM.
           PERFORM 3100-ELIG-HDGS.
           PERFORM 3200-ELIGIBLE-OUTPUT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > EL-COUNT.
           MOVE C-ELIGCTR TO 0-ELIGCTR.
           WRITE PRTLINE FROM ELIG-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-STDCTR TO 0-STDCTR.
           MOVE C-ALLMETCTR TO 0-ALLMETCTR.
           MOVE C-GRDCTR TO 0-GRDCTR.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF PG-OVFL-SW = 'YES'
               WRITE PRTLINE FROM OVFL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE C-REJCTR TO 0-REJCTR.
           WRITE REJ-LINE FROM REJ-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SORTED-GRADES.
           CLOSE PRTOUT.
           CLOSE REJECT-RPT.

       3100-ELIG-HDGS.
           PERFORM 9100-HDGS.
           WRITE PRTLINE FROM ELIG-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM ELIG-COL-HDG
               AFTER ADVANCING 2 LINES.

       3200-ELIGIBLE-OUTPUT.
           IF EL-LAST-TERM (SUB1) = W-AUDIT-TERM
               ADD 1 TO C-ELIGCTR
               MOVE EL-ID (SUB1) TO 0-EL-ID
               MOVE EL-NAME (SUB1) TO 0-EL-NAME
               MOVE EL-PROG-CODE (SUB1) TO 0-EL-PROG-CODE
               MOVE EL-CREDITS (SUB1) TO 0-EL-CREDITS
               MOVE EL-GPA (SUB1) TO 0-EL-GPA
               WRITE PRTLINE FROM ELIG-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 3100-ELIG-HDGS
               END-WRITE
           END-IF.

       9000-READ.
           READ SORTED-GRADES
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
