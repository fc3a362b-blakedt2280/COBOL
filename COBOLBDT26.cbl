       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT26.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM POSTS VENDOR MAINTENANCE TRANSACTIONS
      *(ADD, CHANGE, INACTIVATE) AGAINST THE VENDOR MASTER FILE
      *AND PRINTS AN AUDIT LISTING OF EVERY ACTION WITH BEFORE AND
      *AFTER VALUES, PLUS AN EXCEPTION LIST OF REJECTED ENTRIES.
      *THE VENDOR MASTER NAMES THE SUPPLIER OF EACH PAINT INVENTORY
      *ITEM AND IS USED WHEN REORDERS ARE RAISED AS PURCHASE ORDERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VEND-TRANS
               ASSIGN TO 'C:\COBOL\VENDTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VEND-MST
               ASSIGN TO 'C:\COBOL\VENDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMST-VEND-NO
               FILE STATUS IS VEND-MST-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\VENDAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCPT-RPT
               ASSIGN TO 'C:\COBOL\VENDEXC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      VEND-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS VEND-TRANS-REC
               RECORD CONTAINS 71 CHARACTERS.

       01      VEND-TRANS-REC.
               05  VTRN-ACTION         PIC X.
                   88  VACTION-ADD     VALUE 'A'.
                   88  VACTION-CHANGE  VALUE 'C'.
                   88  VACTION-INACT   VALUE 'I'.
               05  VTRN-VEND-NO        PIC X(5).
               05  VTRN-NAME           PIC X(25).
               05  VTRN-ADDR           PIC X(30).
               05  VTRN-PHONE          PIC X(10).

       FD      VEND-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS VEND-MST-REC
               RECORD CONTAINS 71 CHARACTERS.

       01      VEND-MST-REC.
               05  VMST-VEND-NO        PIC X(5).
               05  VMST-NAME           PIC X(25).
               05  VMST-ADDR           PIC X(30).
               05  VMST-PHONE          PIC X(10).
               05  VMST-STATUS         PIC X.
                   88  VMST-ACTIVE     VALUE 'A'.
                   88  VMST-INACTIVE   VALUE 'I'.

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
         05 VEND-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 EDIT-SW                    PIC XXX     VALUE 'YES'.
         05 EXCPT-REASON               PIC X(35)   VALUE SPACES.
         05 C-ADDCTR                   PIC 999     VALUE 0.
         05 C-CHGCTR                   PIC 999     VALUE 0.
         05 C-INACTR                   PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.

       01 B4-VEND-REC.
         05 B4-NAME                    PIC X(25).
         05 B4-ADDR                    PIC X(30).
         05 B4-PHONE                   PIC X(10).
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
         05 FILLER                     PIC X(33)   VALUE
         'VENDOR MASTER MAINTENANCE AUDIT'.
         05 FILLER                     PIC X(53)   VALUE SPACES.

       01 AUDIT-COL-HDG.
         05 FILLER                     PIC X(8)    VALUE "VENDOR".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "ACTION".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "IMAGE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "NAME".
         05 FILLER                     PIC X(23)   VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "ADDRESS".
         05 FILLER                     PIC X(25)   VALUE SPACES.
         05 FILLER                     PIC X(5)    VALUE "PHONE".
         05 FILLER                     PIC X(7)    VALUE SPACES.
         05 FILLER                     PIC X(2)    VALUE "ST".
         05 FILLER                     PIC X(33)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-VEND-NO              PIC X(5).
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 0-AUD-ACTION               PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-TAG                  PIC X(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-NAME                 PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-ADDR                 PIC X(30).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-PHONE                PIC X(10).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-STAT                 PIC X.
         05 FILLER                     PIC X(34)   VALUE SPACES.

       01 AUDIT-NEW-LINE.
         05 0-AUDN-VEND-NO             PIC X(5).
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "ADD".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "BEFORE".
         05 FILLER                     PIC X(20)   VALUE
         "** NEW VENDOR **".
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
         05 FILLER                     PIC X(35)   VALUE
         "VENDOR MAINTENANCE EXCEPTION LIST".
         05 FILLER                     PIC X(45)   VALUE SPACES.

       01 EXCPT-COL-HDG.
         05 FILLER                     PIC X(8)    VALUE "VENDOR".
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(20)   VALUE
         "REASON FOR REJECTION".
         05 FILLER                     PIC X(47)   VALUE SPACES.

       01 EXCPT-DETAIL.
         05 0-EXCPT-VEND-NO            PIC X(5).
         05 FILLER                     PIC X(8)    VALUE SPACES.
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
           OPEN INPUT VEND-TRANS.
           PERFORM 1010-OPEN-VEND-MST.
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

       1010-OPEN-VEND-MST.
           OPEN I-O VEND-MST.
           IF VEND-MST-FILE-STATUS = '35'
               OPEN OUTPUT VEND-MST
               CLOSE VEND-MST
               OPEN I-O VEND-MST
           END-IF.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
               EVALUATE TRUE
                   WHEN VACTION-ADD
                       PERFORM 2100-ADD-VENDOR
                   WHEN VACTION-CHANGE
                       PERFORM 2200-CHANGE-VENDOR
                   WHEN VACTION-INACT
                       PERFORM 2300-INACT-VENDOR
               END-EVALUATE
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           PERFORM 9000-READ.

       2050-EDIT-CHECKS.
           MOVE 'YES' TO EDIT-SW.
           MOVE SPACES TO EXCPT-REASON.
           EVALUATE TRUE
               WHEN NOT VACTION-ADD AND NOT VACTION-CHANGE
                   AND NOT VACTION-INACT
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID ACTION CODE' TO EXCPT-REASON
               WHEN VTRN-VEND-NO = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'VENDOR NUMBER IS BLANK' TO EXCPT-REASON
               WHEN VACTION-ADD AND VTRN-NAME = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'VENDOR NAME IS BLANK' TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-ADD-VENDOR.
           MOVE VTRN-VEND-NO TO VMST-VEND-NO.
           MOVE VTRN-NAME TO VMST-NAME.
           MOVE VTRN-ADDR TO VMST-ADDR.
           MOVE VTRN-PHONE TO VMST-PHONE.
           MOVE 'A' TO VMST-STATUS.
           WRITE VEND-MST-REC
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'DUPLICATE VENDOR NUMBER' TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   ADD 1 TO C-ADDCTR
                   MOVE VTRN-VEND-NO TO 0-AUDN-VEND-NO
                   WRITE AUDIT-LINE FROM AUDIT-NEW-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'ADD' TO 0-AUD-ACTION
                   PERFORM 2150-AUDIT-AFTER
           END-WRITE.

       2150-AUDIT-AFTER.
           MOVE VMST-VEND-NO TO 0-AUD-VEND-NO.
           MOVE 'AFTER' TO 0-AUD-TAG.
           MOVE VMST-NAME TO 0-AUD-NAME.
           MOVE VMST-ADDR TO 0-AUD-ADDR.
           MOVE VMST-PHONE TO 0-AUD-PHONE.
           MOVE VMST-STATUS TO 0-AUD-STAT.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

       2160-AUDIT-BEFORE.
           MOVE VMST-VEND-NO TO 0-AUD-VEND-NO.
           MOVE 'BEFORE' TO 0-AUD-TAG.
           MOVE B4-NAME TO 0-AUD-NAME.
           MOVE B4-ADDR TO 0-AUD-ADDR.
           MOVE B4-PHONE TO 0-AUD-PHONE.
           MOVE B4-STATUS TO 0-AUD-STAT.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 2 LINES.

       2200-CHANGE-VENDOR.
           MOVE VTRN-VEND-NO TO VMST-VEND-NO.
           READ VEND-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'NO MATCHING VENDOR ON CHANGE'
                       TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   PERFORM 2210-APPLY-CHANGES
           END-READ.

       2210-APPLY-CHANGES.
           PERFORM 2220-SAVE-BEFORE-IMAGE.
           IF VTRN-NAME NOT = SPACES
               MOVE VTRN-NAME TO VMST-NAME.
           IF VTRN-ADDR NOT = SPACES
               MOVE VTRN-ADDR TO VMST-ADDR.
           IF VTRN-PHONE NOT = SPACES
               MOVE VTRN-PHONE TO VMST-PHONE.
           REWRITE VEND-MST-REC.
           ADD 1 TO C-CHGCTR.
           MOVE 'CHANGE' TO 0-AUD-ACTION.
           PERFORM 2160-AUDIT-BEFORE.
           PERFORM 2150-AUDIT-AFTER.

       2220-SAVE-BEFORE-IMAGE.
           MOVE VMST-NAME TO B4-NAME.
           MOVE VMST-ADDR TO B4-ADDR.
           MOVE VMST-PHONE TO B4-PHONE.
           MOVE VMST-STATUS TO B4-STATUS.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE VTRN-VEND-NO TO 0-EXCPT-VEND-NO.
           MOVE EXCPT-REASON TO 0-EXCPT-REASON.
           WRITE EXCPT-LINE FROM EXCPT-DETAIL
               AFTER ADVANCING 1 LINE.

       2300-INACT-VENDOR.
           MOVE VTRN-VEND-NO TO VMST-VEND-NO.
           READ VEND-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'NO MATCHING VENDOR ON INACT'
                       TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   PERFORM 2310-FLAG-INACTIVE
           END-READ.

       2310-FLAG-INACTIVE.
           PERFORM 2220-SAVE-BEFORE-IMAGE.
           MOVE 'I' TO VMST-STATUS.
           REWRITE VEND-MST-REC.
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
           CLOSE VEND-TRANS.
           CLOSE VEND-MST.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

       9000-READ.
           READ VEND-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
