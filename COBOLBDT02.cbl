       FD      STUDENT-MASTER
               LABEL RECORD IS STANDARD
               DATA RECORD IS I-REC
               RECORD CONTAINS 53 CHARACTERS.

       01      I-REC.
               05  I-ID                PIC X(7).
                   10  I-INIT          PIC X.
               05  I-GPA               PIC 9V99.
               05  I-START-SALARY      PIC 9(6)V99.
               05  I-PROG-CODE         PIC X(4).

       FD      PAINT-EST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-MST-REC
               RECORD CONTAINS 149 CHARACTERS.

       01      PAINT-MST-REC.
               05  PMST-EST-NO         PIC X(4).
               05  PMST-ACT-LABOR-HRS  PIC 9(3)V9.
               05  PMST-ACT-LABOR-COST PIC 9(5)V99.
               05  PMST-COMP-DATE      PIC 9(8).
               05  PMST-EST-CODE       PIC X(3).

       FD      STUDENT-CSV
               LABEL RECORD IS OMITTED
