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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
                   15  SM-GPA  PIC 9V99.
                   15  SM-START-SALARY
                               PIC 9(6)V99.
                   15  SM-PROG-CODE
                               PIC X(4).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
