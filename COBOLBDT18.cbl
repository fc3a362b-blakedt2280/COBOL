       DATE-COMPILED.
      *THIS PROGRAM DRIVES THE NIGHTLY BATCH STREAM.  IT CALLS
      *COBBDT04 (CUSTOMER MAINTENANCE), COBBDT01 (ESTIMATE POSTING),
      *COBBDT06 (JOB ACTUALS), COBBDT07 (HISTORY RECONCILIATION),
      *COBBDT32 (CUSTOMER CREDIT REVIEW), THE REPORT PROGRAMS
      *COBBDT03, COBBDT05 AND COBBDT08, AND THE CROSS-FILE
      *INTEGRITY AUDIT COBBDT31, IN THAT ORDER.  A JOB-LOG
      *RECORD IS WRITTEN PER STEP WITH START AND END TIMES, A RECORD
      *COUNT AND THE COMPLETION CODE.  THE
      *STREAM REFUSES TO START WHEN THE RUN CONTROL FILE STILL SHOWS
      *A RUN IN PROGRESS, STOPS AT THE FIRST FAILING STEP, AND
      *PRINTS A ONE-PAGE NIGHT-RUN SUMMARY.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT01'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT06'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT07'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT32'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT03'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT05'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT08'.
         05 FILLER                     PIC X(8)    VALUE 'COBBDT31'.

       01      STEP-TABLE              REDEFINES STEP-TABLE-VALUES.
         05 STEP-PGM                   OCCURS 9 TIMES
                                       PIC X(8).

       01 CURRENT-DATE-AND-TIME.
           IF STREAM-OK-SW = 'YES'
               PERFORM 2000-RUN-ONE-STEP
                   VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > 9
                           OR STREAM-FAIL-SW = 'YES'
           END-IF.
           PERFORM 3000-CLOSING.
               WHEN 4
                   CALL 'COBBDT07'
               WHEN 5
                   CALL 'COBBDT32'
               WHEN 6
                   CALL 'COBBDT03'
               WHEN 7
                   CALL 'COBBDT05'
               WHEN 8
                   CALL 'COBBDT08'
               WHEN 9
                   CALL 'COBBDT31'
           END-EVALUATE.

       2200-GET-RECORD-COUNT.
