       FD      JOB-SCHED
               LABEL RECORD IS STANDARD
               DATA RECORD IS JOB-SCHED-REC
               RECORD CONTAINS 25 CHARACTERS.

       01      JOB-SCHED-REC.
               05  SCH-EST-NO          PIC X(4).
                   10  SCH-START-MM    PIC 99.
                   10  SCH-START-DD    PIC 99.
               05  SCH-EST-HOURS       PIC 9(4)V9.
               05  SCH-ACT-HOURS       PIC 9(4)V9.

       FD      CREW-MST
               LABEL RECORD IS STANDARD
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

       FD      WEEK-CTL
               LABEL RECORD IS STANDARD
