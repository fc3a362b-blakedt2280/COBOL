       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS STDNT-RAW-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  STDNT-RAW-REC       PIC X(53).

       SD  SORT-FILE
           DATA RECORD IS SD-REC.
               10  SD-INIT     PIC X.
           05  SD-GPA          PIC 9V99.
           05  SD-START-SALARY PIC 9(6)V99.
           05  SD-PROG-CODE    PIC X(4).

       FD  SORTED-STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  I-REC.
           05  I-ID        PIC X(7).
               10  I-INIT      PIC X.
           05  I-GPA           PIC 9V99.
           05  I-START-SALARY  PIC 9(6)V99.
           05  I-PROG-CODE     PIC X(4).

       FD  ROSTER-CTL
           LABEL RECORD IS STANDARD
