      *REWRITTEN WITHOUT THE WITHDRAWN STUDENTS.  AN AUDIT LISTING
      *SHOWS EVERY ACTION WITH BEFORE AND AFTER IMAGES AND AN
      *EXCEPTION LIST SHOWS EVERY REJECTED ENTRY SO REGISTRAR
      *CORRECTIONS ARE TRACEABLE.  THE STUDENT'S DEGREE PROGRAM CODE
      *IS SET ON AN ADD OR CHANGE AND MUST BE ON THE PROGRAM
      *REQUIREMENTS FILE; A BLANK CODE ON A CHANGE KEEPS THE CODE
      *ALREADY ON FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STDNT-MST-FILE-STATUS.

           SELECT PROG-REQS
               ASSIGN TO 'C:\COBOL\PROGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRQ-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\STDAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD      STDNT-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS STDNT-TRANS-REC
               RECORD CONTAINS 54 CHARACTERS.

       01      STDNT-TRANS-REC.
               05  STRN-ACTION         PIC X.
               05  STRN-INIT           PIC X.
               05  STRN-GPA            PIC 9V99.
               05  STRN-SALARY         PIC 9(6)V99.
               05  STRN-PROG-CODE      PIC X(4).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  I-REC.
           05  I-ID            PIC X(7).
               10  I-INIT      PIC X.
           05  I-GPA           PIC 9V99.
           05  I-START-SALARY  PIC 9(6)V99.
           05  I-PROG-CODE     PIC X(4).

       FD      PROG-REQS
               LABEL RECORD IS STANDARD
               DATA RECORD IS PRQ-REC
               RECORD CONTAINS 40 CHARACTERS.

       01      PRQ-REC.
               05  PRQ-PROG-CODE       PIC X(4).
               05  PRQ-REC-TYPE        PIC X.
                   88  PRQ-PROGRAM     VALUE 'P'.
                   88  PRQ-COURSE      VALUE 'C'.
               05  PRQ-DATA            PIC X(35).

       FD      AUDIT-RPT
               LABEL RECORD IS OMITTED
         05 C-CHGCTR                   PIC 999     VALUE 0.
         05 C-WDRCTR                   PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.
         05 PRQ-FILE-STATUS            PIC XX      VALUE SPACES.
         05 PRQ-EOF-SW                 PIC XXX     VALUE 'NO'.
         05 PROG-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 SUB2                       PIC 99      VALUE ZERO.

       01  STUDENT-TABLE.
           05  SM-COUNT        PIC 999     VALUE ZERO.
                   15  SM-GPA  PIC 9V99.
                   15  SM-START-SALARY
                               PIC 9(6)V99.
                   15  SM-PROG-CODE
                               PIC X(4).

       01  PROGRAM-TABLE.
           05  PG-COUNT        PIC 99      VALUE ZERO.
           05  PG-ENTRY        OCCURS 50 TIMES.
               10  PG-CODE     PIC X(4).

       01 B4-STDNT-REC.
         05 B4-LNAME                   PIC X(15).
         05 B4-INIT                    PIC X.
         05 B4-GPA                     PIC 9V99.
         05 B4-SALARY                  PIC 9(6)V99.
         05 B4-PROG-CODE               PIC X(4).

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "     SALARY".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "PROG".
         05 FILLER                     PIC X(46)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-ID                   PIC X(7).
         05 0-AUD-GPA                  PIC 9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-SALARY               PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-AUD-PROG-CODE            PIC X(4).
         05 FILLER                     PIC X(46)   VALUE SPACES.

       01 AUDIT-NEW-LINE.
         05 0-AUDN-ID                  PIC X(7).
               AFTER ADVANCING 2 LINES.

           PERFORM 1100-LOAD-STUDENT-TABLE.
           PERFORM 1200-LOAD-PROGRAMS.
           PERFORM 9000-READ.

       1100-LOAD-STUDENT-TABLE.
           END-IF.
           PERFORM 1110-READ-MASTER.

       1200-LOAD-PROGRAMS.
           OPEN INPUT PROG-REQS.
           IF PRQ-FILE-STATUS = '00'
               PERFORM 1210-READ-PROG-REQ
               PERFORM 1220-STORE-PROGRAM
                   UNTIL PRQ-EOF-SW = 'YES'
               CLOSE PROG-REQS
           ELSE
               MOVE 'YES' TO PRQ-EOF-SW
           END-IF.

       1210-READ-PROG-REQ.
           READ PROG-REQS
               AT END
                   MOVE 'YES' TO PRQ-EOF-SW.

       1220-STORE-PROGRAM.
           IF PRQ-PROGRAM AND PRQ-PROG-CODE NOT = SPACES
               AND PG-COUNT < 50
               ADD 1 TO PG-COUNT
               MOVE PRQ-PROG-CODE TO PG-CODE (PG-COUNT)
           END-IF.
           PERFORM 1210-READ-PROG-REQ.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EDIT-SW = 'YES'
               AND (SACTION-ADD OR SACTION-CHANGE)
               AND STRN-PROG-CODE NOT = SPACES
               PERFORM 2080-FIND-PROGRAM
               IF PROG-FOUND-SW = 'NO'
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'PROGRAM CODE NOT ON REQUIREMENTS'
                       TO EXCPT-REASON
               END-IF
           END-IF.
           IF EDIT-SW = 'YES'
               PERFORM 2060-FIND-STUDENT
               EVALUATE TRUE
               ADD 1 TO SUB1
           END-IF.

       2080-FIND-PROGRAM.
           MOVE 'NO' TO PROG-FOUND-SW.
           MOVE 1 TO SUB2.
           PERFORM 2090-SCAN-PROGRAM
               UNTIL SUB2 > PG-COUNT
                   OR PROG-FOUND-SW = 'YES'.

       2090-SCAN-PROGRAM.
           IF PG-CODE (SUB2) = STRN-PROG-CODE
               MOVE 'YES' TO PROG-FOUND-SW
           ELSE
               ADD 1 TO SUB2
           END-IF.

       2100-ADD-STUDENT.
           IF SM-COUNT < 500
               ADD 1 TO SM-COUNT
               ELSE
                   MOVE ZEROS TO SM-START-SALARY (SM-FOUND-IX)
               END-IF
               MOVE STRN-PROG-CODE TO SM-PROG-CODE (SM-FOUND-IX)
               ADD 1 TO C-ADDCTR
               MOVE STRN-ID TO 0-AUDN-ID
               WRITE AUDIT-LINE FROM AUDIT-NEW-LINE
           MOVE SM-INIT (SM-FOUND-IX) TO 0-AUD-INIT.
           MOVE SM-GPA (SM-FOUND-IX) TO 0-AUD-GPA.
           MOVE SM-START-SALARY (SM-FOUND-IX) TO 0-AUD-SALARY.
           MOVE SM-PROG-CODE (SM-FOUND-IX) TO 0-AUD-PROG-CODE.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

           MOVE B4-INIT TO 0-AUD-INIT.
           MOVE B4-GPA TO 0-AUD-GPA.
           MOVE B4-SALARY TO 0-AUD-SALARY.
           MOVE B4-PROG-CODE TO 0-AUD-PROG-CODE.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 2 LINES.

               MOVE STRN-GPA TO SM-GPA (SM-FOUND-IX).
           IF STRN-SALARY NUMERIC AND STRN-SALARY > ZERO
               MOVE STRN-SALARY TO SM-START-SALARY (SM-FOUND-IX).
           IF STRN-PROG-CODE NOT = SPACES
               MOVE STRN-PROG-CODE TO SM-PROG-CODE (SM-FOUND-IX).
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGE' TO 0-AUD-ACTION.
           PERFORM 2160-AUDIT-BEFORE.
           MOVE SM-INIT (SM-FOUND-IX) TO B4-INIT.
           MOVE SM-GPA (SM-FOUND-IX) TO B4-GPA.
           MOVE SM-START-SALARY (SM-FOUND-IX) TO B4-SALARY.
           MOVE SM-PROG-CODE (SM-FOUND-IX) TO B4-PROG-CODE.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
