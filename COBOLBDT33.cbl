       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT33.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM POSTS ESTIMATOR MAINTENANCE TRANSACTIONS
      *(ADD, CHANGE, INACTIVATE) AGAINST THE ESTIMATOR MASTER FILE
      *AND PRINTS AN AUDIT LISTING OF EVERY ACTION WITH BEFORE AND
      *AFTER VALUES, PLUS AN EXCEPTION LIST OF REJECTED ENTRIES.
      *THE ESTIMATOR MASTER HOLDS THE COMMISSION PERCENTAGE PAID ON
      *EACH JOB THE ESTIMATOR QUOTED ONCE ITS INVOICE IS PAID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ESTR-TRANS
               ASSIGN TO 'C:\COBOL\ESTRTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTR-MST
               ASSIGN TO 'C:\COBOL\ESTRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTR-CODE
               FILE STATUS IS ESTR-MST-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\ESTRAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCPT-RPT
               ASSIGN TO 'C:\COBOL\ESTREXC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      ESTR-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS ESTR-TRANS-REC
               RECORD CONTAINS 33 CHARACTERS.

       01      ESTR-TRANS-REC.
               05  ETRN-ACTION         PIC X.
                   88  EACTION-ADD     VALUE 'A'.
                   88  EACTION-CHANGE  VALUE 'C'.
                   88  EACTION-INACT   VALUE 'I'.
               05  ETRN-CODE           PIC X(3).
               05  ETRN-NAME           PIC X(25).
               05  ETRN-COMM-PCT       PIC X(4).
               05  ETRN-PCT-AMT        REDEFINES ETRN-COMM-PCT
                                       PIC 99V99.

       FD      ESTR-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS ESTR-MST-REC
               RECORD CONTAINS 33 CHARACTERS.

       01      ESTR-MST-REC.
               05  ESTR-CODE           PIC X(3).
               05  ESTR-NAME           PIC X(25).
               05  ESTR-COMM-PCT       PIC 99V99.
               05  ESTR-STATUS         PIC X.
                   88  ESTR-ACTIVE     VALUE 'A'.
                   88  ESTR-INACTIVE   VALUE 'I'.

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
         05 ESTR-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 EDIT-SW                    PIC XXX     VALUE 'YES'.
         05 EXCPT-REASON               PIC X(35)   VALUE SPACES.
         05 C-ADDCTR                   PIC 999     VALUE 0.
         05 C-CHGCTR                   PIC 999     VALUE 0.
         05 C-INACTR                   PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.

       01 B4-ESTR-REC.
         05 B4-NAME                    PIC X(25).
         05 B4-COMM-PCT                PIC 99V99.
         05 B4-STATUS                  PIC X.

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
         05 FILLER                     PIC X(34)   VALUE
         'ESTIMATOR MASTER MAINTENANCE AUDIT'.
         05 FILLER                     PIC X(52)   VALUE SPACES.

       01 AUDIT-COL-HDG.
         05 FILLER                     PIC X(9)    VALUE "ESTIMATOR".
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "ACTION".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "IMAGE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "NAME".
         05 FILLER                     PIC X(23)   VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "COMM %".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(69)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-CODE                 PIC X(3).
         05 FILLER                     PIC X(7)    VALUE SPACES.
         05 0-AUD-ACTION               PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-TAG                  PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-NAME                 PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-PCT                  PIC ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-STAT                 PIC X.
         05 FILLER                     PIC X(70)   VALUE SPACES.

       01 AUDIT-NEW-LINE.
         05 0-AUDN-CODE                PIC X(3).
         05 FILLER                     PIC X(7)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "ADD".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "BEFORE".
         05 FILLER                     PIC X(20)   VALUE
         "** NEW ESTIMATOR **".
         05 FILLER                     PIC X(88)   VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER                     PIC X(12)   VALUE
         "TOTAL ADDS:".
         05 0-ADDCTR                   PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "TOTAL CHANGES:".
         05 0-CHGCTR                   PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(19)   VALUE
         "TOTAL INACTIVATED:".
         05 0-INACTR                   PIC ZZ9.
         05 FILLER                     PIC X(67)   VALUE SPACES.

       01 EXCPT-TITLE.
         05 FILLER                     PIC X(36)   VALUE
         "ESTIMATOR MAINTENANCE EXCEPTION LIST".
         05 FILLER                     PIC X(44)   VALUE SPACES.

       01 EXCPT-COL-HDG.
         05 FILLER                     PIC X(9)    VALUE "ESTIMATOR".
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(20)   VALUE
         "REASON FOR REJECTION".
         05 FILLER                     PIC X(47)   VALUE SPACES.

       01 EXCPT-DETAIL.
         05 0-EXCPT-CODE               PIC X(3).
         05 FILLER                     PIC X(10)   VALUE SPACES.
         05 0-EXCPT-REASON             PIC X(35).
         05 FILLER                     PIC X(32)   VALUE SPACES.

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
           OPEN INPUT ESTR-TRANS.
           PERFORM 1010-OPEN-ESTR-MST.
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

       1010-OPEN-ESTR-MST.
           OPEN I-O ESTR-MST.
           IF ESTR-MST-FILE-STATUS = '35'
               OPEN OUTPUT ESTR-MST
               CLOSE ESTR-MST
               OPEN I-O ESTR-MST
           END-IF.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
               EVALUATE TRUE
                   WHEN EACTION-ADD
                       PERFORM 2100-ADD-ESTIMATOR
                   WHEN EACTION-CHANGE
                       PERFORM 2200-CHANGE-ESTIMATOR
                   WHEN EACTION-INACT
                       PERFORM 2300-INACT-ESTIMATOR
               END-EVALUATE
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           PERFORM 9000-READ.

       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           EVALUATE TRUE
               WHEN NOT EACTION-ADD AND NOT EACTION-CHANGE
                   AND NOT EACTION-INACT
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID ACTION CODE' TO EXCPT-REASON
               WHEN ETRN-CODE = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ESTIMATOR CODE IS BLANK' TO EXCPT-REASON
               WHEN EACTION-ADD AND ETRN-NAME = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'ESTIMATOR NAME IS BLANK' TO EXCPT-REASON
               WHEN ETRN-COMM-PCT NOT = SPACES
                   AND ETRN-PCT-AMT NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'COMMISSION PCT NOT NUMERIC' TO EXCPT-REASON
               WHEN ETRN-COMM-PCT NOT = SPACES
                   AND ETRN-PCT-AMT > 50
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'COMMISSION PCT OVER 50' TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-ADD-ESTIMATOR.
           MOVE ETRN-CODE TO ESTR-CODE.
           MOVE ETRN-NAME TO ESTR-NAME.
           MOVE ZEROS TO ESTR-COMM-PCT.
           IF ETRN-COMM-PCT NOT = SPACES
               MOVE ETRN-PCT-AMT TO ESTR-COMM-PCT.
           MOVE 'A' TO ESTR-STATUS.
           WRITE ESTR-MST-REC
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'DUPLICATE ESTIMATOR CODE' TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   ADD 1 TO C-ADDCTR
                   MOVE ETRN-CODE TO 0-AUDN-CODE
                   WRITE AUDIT-LINE FROM AUDIT-NEW-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'ADD' TO 0-AUD-ACTION
                   PERFORM 2150-AUDIT-AFTER
           END-WRITE.

       2150-AUDIT-AFTER.
           MOVE ESTR-CODE TO 0-AUD-CODE.
           MOVE 'AFTER' TO 0-AUD-TAG.
           MOVE ESTR-NAME TO 0-AUD-NAME.
           MOVE ESTR-COMM-PCT TO 0-AUD-PCT.
           MOVE ESTR-STATUS TO 0-AUD-STAT.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

       2160-AUDIT-BEFORE.
           MOVE ESTR-CODE TO 0-AUD-CODE.
           MOVE 'BEFORE' TO 0-AUD-TAG.
           MOVE B4-NAME TO 0-AUD-NAME.
           MOVE B4-COMM-PCT TO 0-AUD-PCT.
           MOVE B4-STATUS TO 0-AUD-STAT.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 2 LINES.

       2200-CHANGE-ESTIMATOR.
           MOVE ETRN-CODE TO ESTR-CODE.
           READ ESTR-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'NO MATCHING ESTIMATOR ON CHANGE'
                       TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   PERFORM 2210-APPLY-CHANGES
           END-READ.

       2210-APPLY-CHANGES.
           PERFORM 2220-SAVE-BEFORE-IMAGE.
           IF ETRN-NAME NOT = SPACES
               MOVE ETRN-NAME TO ESTR-NAME.
           IF ETRN-COMM-PCT NOT = SPACES
               MOVE ETRN-PCT-AMT TO ESTR-COMM-PCT.
           REWRITE ESTR-MST-REC.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGE' TO 0-AUD-ACTION.
           PERFORM 2160-AUDIT-BEFORE.
           PERFORM 2150-AUDIT-AFTER.

       2220-SAVE-BEFORE-IMAGE.
           MOVE ESTR-NAME TO B4-NAME.
           MOVE ESTR-COMM-PCT TO B4-COMM-PCT.
           MOVE ESTR-STATUS TO B4-STATUS.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE ETRN-CODE TO 0-EXCPT-CODE.
           MOVE EXCPT-REASON TO 0-EXCPT-REASON.
           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       2300-INACT-ESTIMATOR.
           MOVE ETRN-CODE TO ESTR-CODE.
           READ ESTR-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'NO MATCHING ESTIMATOR ON INACT'
                       TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   PERFORM 2310-FLAG-INACTIVE
           END-READ.

       2310-FLAG-INACTIVE.
           PERFORM 2220-SAVE-BEFORE-IMAGE.
           MOVE 'I' TO ESTR-STATUS.
           REWRITE ESTR-MST-REC.
           ADD 1 TO C-INACTR.
           MOVE 'INACT' TO 0-AUD-ACTION.
           PERFORM 2160-AUDIT-BEFORE.
           PERFORM 2150-AUDIT-AFTER.

       3000-CLOSING.
           MOVE C-ADDCTR TO 0-ADDCTR.
           MOVE C-CHGCTR TO 0-CHGCTR.
           MOVE C-INACTR TO 0-INACTR.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ESTR-TRANS.
           CLOSE ESTR-MST.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

       9000-READ.
           READ ESTR-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
