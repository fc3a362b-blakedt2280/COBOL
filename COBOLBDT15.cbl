      *(ADD ITEM, RECEIPT OF GALLONS, SET REORDER POINT) AGAINST THE
      *PAINT INVENTORY MASTER FILE AND PRINTS AN AUDIT LISTING OF
      *EVERY ACTION WITH THE ON-HAND GALLONS BEFORE AND AFTER, PLUS
      *AN EXCEPTION LIST OF REJECTED ENTRIES.  EACH ITEM CAN CARRY
      *THE VENDOR THAT SUPPLIES IT.  RECEIPTS ARE POSTED AGAINST AN
      *OPEN PURCHASE ORDER LINE FOR THE PRODUCT; THE LINE IS LEFT
      *OPEN ON A PARTIAL DELIVERY, COMPLETED WHEN THE ORDERED GALLONS
      *ARE IN, AND MARKED OVER-SHIPPED WHEN MORE ARRIVES THAN WAS
      *ORDERED.  A CLOSE TRANSACTION SHORT-CLOSES A PURCHASE ORDER
      *LINE WHOSE REMAINING GALLONS WILL NOT BE DELIVERED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PINV-PROD-CODE
               FILE STATUS IS PINV-MST-FILE-STATUS.

           SELECT VEND-MST
               ASSIGN TO 'C:\COBOL\VENDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMST-VEND-NO
               FILE STATUS IS VEND-MST-FILE-STATUS.

           SELECT PO-MST
               ASSIGN TO 'C:\COBOL\POMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-MST-FILE-STATUS.

           SELECT AUDIT-RPT
               ASSIGN TO 'C:\COBOL\PINVAUD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD      PINV-TRANS
               LABEL RECORD IS STANDARD
               DATA RECORD IS PINV-TRANS-REC
               RECORD CONTAINS 45 CHARACTERS.

       01      PINV-TRANS-REC.
               05  IVTRN-ACTION        PIC X.
                   88  IVACTION-ADD    VALUE 'A'.
                   88  IVACTION-RCPT   VALUE 'R'.
                   88  IVACTION-REORD  VALUE 'P'.
                   88  IVACTION-VEND   VALUE 'V'.
                   88  IVACTION-CLOSE  VALUE 'X'.
               05  IVTRN-PROD-CODE     PIC X(6).
               05  IVTRN-DESC          PIC X(20).
               05  IVTRN-GALLONS       PIC 9(5)V99.
               05  IVTRN-VEND-NO       PIC X(5).
               05  IVTRN-PO-NO         PIC 9(6).

       FD      PINV-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PINV-MST-REC
               RECORD CONTAINS 52 CHARACTERS.

       01      PINV-MST-REC.
               05  PINV-PROD-CODE      PIC X(6).
               05  PINV-ON-HAND        PIC 9(5)V99.
               05  PINV-COMMITTED      PIC 9(5)V99.
               05  PINV-REORDER-PT     PIC 9(5)V99.
               05  PINV-VEND-NO        PIC X(5).

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

       FD      PO-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PO-MST-REC
               RECORD CONTAINS 50 CHARACTERS.

       01      PO-MST-REC.
               05  PO-KEY.
                   10  PO-NO           PIC 9(6).
                   10  PO-PROD-CODE    PIC X(6).
               05  PO-VEND-NO          PIC X(5).
               05  PO-ORDER-DATE       PIC 9(8).
               05  PO-ORDER-GAL        PIC 9(5)V99.
               05  PO-RECV-GAL         PIC 9(5)V99.
               05  PO-LAST-RECV-DATE   PIC 9(8).
               05  PO-STATUS           PIC X.
                   88  PO-OPEN         VALUE 'O'.
                   88  PO-PARTIAL      VALUE 'P'.
                   88  PO-COMPLETE     VALUE 'C'.
                   88  PO-SHORT-CLOSED VALUE 'X'.
                   88  PO-OUTSTANDING  VALUES 'O' 'P'.
               05  FILLER              PIC XX.

       FD      AUDIT-RPT
               LABEL RECORD IS OMITTED
         05 C-REOCTR                   PIC 999     VALUE 0.
         05 C-BADCTR                   PIC 999     VALUE 0.
         05 C-B4-ON-HAND               PIC 9(5)V99 VALUE ZEROS.
         05 VEND-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 VEND-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 PO-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 C-VNDCTR                   PIC 999     VALUE 0.
         05 C-CLSCTR                   PIC 999     VALUE 0.
         05 C-PARTCTR                  PIC 999     VALUE 0.
         05 C-COMPCTR                  PIC 999     VALUE 0.
         05 C-OVERCTR                  PIC 999     VALUE 0.
         05 C-PO-BAL                   PIC S9(5)V99 VALUE ZEROS.
         05 W-PO-NOTE                  PIC X(12)   VALUE SPACES.

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  REORDR PT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "VENDOR".
         05 FILLER                     PIC X(35)   VALUE SPACES.

       01 AUDIT-DETAIL.
         05 0-AUD-PROD-CODE            PIC X(6).
         05 0-AUD-AF-HAND              PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-AUD-REORDER              PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-AUD-VEND-NO              PIC X(5).
         05 FILLER                     PIC X(36)   VALUE SPACES.

       01 AUDIT-PO-LINE.
         05 FILLER                     PIC X(9)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "PO:".
         05 0-AUD-PO-NO                PIC 9(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "VENDOR:".
         05 0-AUD-PO-VEND              PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "ORDERED:".
         05 0-AUD-PO-ORD               PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "RECEIVED:".
         05 0-AUD-PO-RECV              PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(13)   VALUE
         "OUTSTANDING:".
         05 0-AUD-PO-BAL               PIC ZZ,ZZ9.99-.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AUD-PO-NOTE              PIC X(12).
         05 FILLER                     PIC X(18)   VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER                     PIC X(12)   VALUE
         05 FILLER                     PIC X(22)   VALUE
         "REORDER POINTS RESET:".
         05 0-REOCTR                   PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(13)   VALUE
         "VENDORS SET:".
         05 0-VNDCTR                   PIC ZZ9.
         05 FILLER                     PIC X(42)   VALUE SPACES.

       01 AUDIT-PO-TOTAL-LINE.
         05 FILLER                     PIC X(18)   VALUE
         "PARTIAL RECEIPTS:".
         05 0-PARTCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(17)   VALUE
         "LINES COMPLETED:".
         05 0-COMPCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(14)   VALUE
         "OVER-SHIPPED:".
         05 0-OVERCTR                  PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(14)   VALUE
         "SHORT-CLOSED:".
         05 0-CLSCTR                   PIC ZZ9.
         05 FILLER                     PIC X(42)   VALUE SPACES.

       01 EXCPT-TITLE.
         05 FILLER                     PIC X(36)   VALUE
       1000-INIT.
           OPEN INPUT PINV-TRANS.
           PERFORM 1010-OPEN-PINV-MST.
           PERFORM 1020-OPEN-PO-MST.
           OPEN OUTPUT AUDIT-RPT.
           OPEN OUTPUT EXCPT-RPT.

               OPEN I-O PINV-MST
           END-IF.

       1020-OPEN-PO-MST.
           OPEN I-O PO-MST.
           IF PO-MST-FILE-STATUS = '35'
               OPEN OUTPUT PO-MST
               CLOSE PO-MST
               OPEN I-O PO-MST
           END-IF.
           OPEN INPUT VEND-MST.
           IF VEND-MST-FILE-STATUS = '00'
               MOVE 'YES' TO VEND-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO VEND-MST-OPEN-SW
           END-IF.

       2000-MAINLINE.
           PERFORM 2050-EDIT-CHECKS.
           IF EDIT-SW = 'YES'
                       PERFORM 2200-POST-RECEIPT
                   WHEN IVACTION-REORD
                       PERFORM 2300-SET-REORDER
                   WHEN IVACTION-VEND
                       PERFORM 2400-SET-VENDOR
                   WHEN IVACTION-CLOSE
                       PERFORM 2500-CLOSE-PO-LINE
               END-EVALUATE
           ELSE
               PERFORM 2250-EXCEPTION-OUTPUT.
           MOVE SPACES TO EXCPT-REASON.
           EVALUATE TRUE
               WHEN NOT IVACTION-ADD AND NOT IVACTION-RCPT
                   AND NOT IVACTION-REORD AND NOT IVACTION-VEND
                   AND NOT IVACTION-CLOSE
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'INVALID ACTION CODE' TO EXCPT-REASON
               WHEN IVTRN-PROD-CODE = SPACES
               WHEN IVACTION-ADD AND IVTRN-DESC = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'DESCRIPTION IS BLANK' TO EXCPT-REASON
               WHEN (IVACTION-ADD OR IVACTION-RCPT OR IVACTION-REORD)
                   AND IVTRN-GALLONS NOT NUMERIC
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'GALLONS NOT NUMERIC' TO EXCPT-REASON
               WHEN IVACTION-RCPT AND IVTRN-GALLONS = ZERO
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'RECEIPT GALLONS ZERO' TO EXCPT-REASON
               WHEN IVACTION-VEND AND IVTRN-VEND-NO = SPACES
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'VENDOR NUMBER IS BLANK' TO EXCPT-REASON
               WHEN (IVACTION-RCPT OR IVACTION-CLOSE)
                   AND (IVTRN-PO-NO NOT NUMERIC OR IVTRN-PO-NO = ZERO)
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'PURCHASE ORDER NUMBER MISSING'
                       TO EXCPT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EDIT-SW = 'YES'
               AND IVTRN-VEND-NO NOT = SPACES
               AND (IVACTION-ADD OR IVACTION-VEND)
               PERFORM 2060-CHECK-VENDOR
           END-IF.
           IF EDIT-SW = 'YES'
               AND (IVACTION-RCPT OR IVACTION-CLOSE)
               PERFORM 2070-CHECK-PO-LINE
           END-IF.

       2060-CHECK-VENDOR.
           IF VEND-MST-OPEN-SW = 'YES'
               MOVE IVTRN-VEND-NO TO VMST-VEND-NO
               READ VEND-MST
                   INVALID KEY
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'VENDOR NOT ON VENDOR MASTER'
                           TO EXCPT-REASON
                   NOT INVALID KEY
                       IF VMST-INACTIVE
                           MOVE 'NO' TO EDIT-SW
                           MOVE 'VENDOR IS INACTIVE' TO EXCPT-REASON
                       END-IF
               END-READ
           ELSE
               MOVE 'NO' TO EDIT-SW
               MOVE 'VENDOR MASTER NOT AVAILABLE' TO EXCPT-REASON
           END-IF.

       2070-CHECK-PO-LINE.
           MOVE IVTRN-PO-NO TO PO-NO.
           MOVE IVTRN-PROD-CODE TO PO-PROD-CODE.
           READ PO-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'PRODUCT NOT ON PURCHASE ORDER'
                       TO EXCPT-REASON
               NOT INVALID KEY
                   IF NOT PO-OUTSTANDING
                       MOVE 'NO' TO EDIT-SW
                       MOVE 'PURCHASE ORDER LINE IS CLOSED'
                           TO EXCPT-REASON
                   END-IF
           END-READ.

       2100-ADD-ITEM.
           MOVE IVTRN-PROD-CODE TO PINV-PROD-CODE.
           MOVE IVTRN-DESC TO PINV-DESC.
           MOVE IVTRN-GALLONS TO PINV-ON-HAND.
           MOVE IVTRN-VEND-NO TO PINV-VEND-NO.
           MOVE ZEROS TO PINV-COMMITTED.
           MOVE ZEROS TO PINV-REORDER-PT.
           WRITE PINV-MST-REC
       2150-AUDIT-OUTPUT.
           MOVE PINV-PROD-CODE TO 0-AUD-PROD-CODE.
           MOVE PINV-DESC TO 0-AUD-DESC.
           IF IVTRN-GALLONS NUMERIC
               MOVE IVTRN-GALLONS TO 0-AUD-TRAN-GAL
           ELSE
               MOVE ZEROS TO 0-AUD-TRAN-GAL
           END-IF.
           MOVE C-B4-ON-HAND TO 0-AUD-B4-HAND.
           MOVE PINV-ON-HAND TO 0-AUD-AF-HAND.
           MOVE PINV-REORDER-PT TO 0-AUD-REORDER.
           MOVE PINV-VEND-NO TO 0-AUD-VEND-NO.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
               AFTER ADVANCING 1 LINE.

       2160-AUDIT-PO-LINE.
           MOVE PO-NO TO 0-AUD-PO-NO.
           MOVE PO-VEND-NO TO 0-AUD-PO-VEND.
           MOVE PO-ORDER-GAL TO 0-AUD-PO-ORD.
           MOVE PO-RECV-GAL TO 0-AUD-PO-RECV.
           MOVE C-PO-BAL TO 0-AUD-PO-BAL.
           MOVE W-PO-NOTE TO 0-AUD-PO-NOTE.
           WRITE AUDIT-LINE FROM AUDIT-PO-LINE
               AFTER ADVANCING 1 LINE.

       2200-POST-RECEIPT.
           MOVE IVTRN-PROD-CODE TO PINV-PROD-CODE.
           READ PINV-MST
                   ADD 1 TO C-RCPCTR
                   MOVE 'RECPT' TO 0-AUD-ACTION
                   PERFORM 2150-AUDIT-OUTPUT
                   PERFORM 2210-RECEIVE-PO-LINE
           END-READ.

       2210-RECEIVE-PO-LINE.
           ADD IVTRN-GALLONS TO PO-RECV-GAL
               ON SIZE ERROR
                   MOVE 99999.99 TO PO-RECV-GAL
           END-ADD.
           MOVE I-DATE TO PO-LAST-RECV-DATE.
           COMPUTE C-PO-BAL = PO-ORDER-GAL - PO-RECV-GAL.
           EVALUATE TRUE
               WHEN C-PO-BAL > ZERO
                   MOVE 'P' TO PO-STATUS
                   MOVE 'PARTIAL' TO W-PO-NOTE
                   ADD 1 TO C-PARTCTR
               WHEN C-PO-BAL = ZERO
                   MOVE 'C' TO PO-STATUS
                   MOVE 'COMPLETE' TO W-PO-NOTE
                   ADD 1 TO C-COMPCTR
               WHEN OTHER
                   MOVE 'C' TO PO-STATUS
                   MOVE 'OVER-SHIPPED' TO W-PO-NOTE
                   ADD 1 TO C-OVERCTR
           END-EVALUATE.
           REWRITE PO-MST-REC.
           PERFORM 2160-AUDIT-PO-LINE.

       2250-EXCEPTION-OUTPUT.
           ADD 1 TO C-BADCTR.
           MOVE IVTRN-PROD-CODE TO 0-EXCPT-PROD-CODE.
                   PERFORM 2150-AUDIT-OUTPUT
           END-READ.

       2400-SET-VENDOR.
           MOVE IVTRN-PROD-CODE TO PINV-PROD-CODE.
           READ PINV-MST
               INVALID KEY
                   MOVE 'NO' TO EDIT-SW
                   MOVE 'UNKNOWN PRODUCT ON VENDOR SET'
                       TO EXCPT-REASON
                   PERFORM 2250-EXCEPTION-OUTPUT
               NOT INVALID KEY
                   MOVE PINV-ON-HAND TO C-B4-ON-HAND
                   MOVE IVTRN-VEND-NO TO PINV-VEND-NO
                   REWRITE PINV-MST-REC
                   ADD 1 TO C-VNDCTR
                   MOVE 'VENDOR' TO 0-AUD-ACTION
                   PERFORM 2150-AUDIT-OUTPUT
           END-READ.

       2500-CLOSE-PO-LINE.
           COMPUTE C-PO-BAL = PO-ORDER-GAL - PO-RECV-GAL.
           MOVE 'X' TO PO-STATUS.
           REWRITE PO-MST-REC.
           ADD 1 TO C-CLSCTR.
           MOVE IVTRN-PROD-CODE TO PINV-PROD-CODE.
           READ PINV-MST
               INVALID KEY
                   MOVE SPACES TO PINV-DESC
                   MOVE SPACES TO PINV-VEND-NO
                   MOVE ZEROS TO PINV-ON-HAND
                   MOVE ZEROS TO PINV-REORDER-PT
           END-READ.
           MOVE PINV-ON-HAND TO C-B4-ON-HAND.
           MOVE 'CLOSE' TO 0-AUD-ACTION.
           PERFORM 2150-AUDIT-OUTPUT.
           MOVE 'SHORT-CLOSED' TO W-PO-NOTE.
           PERFORM 2160-AUDIT-PO-LINE.

       3000-CLOSING.
           MOVE C-ADDCTR TO 0-ADDCTR.
           MOVE C-RCPCTR TO 0-RCPCTR.
           MOVE C-REOCTR TO 0-REOCTR.
           MOVE C-VNDCTR TO 0-VNDCTR.
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-PARTCTR TO 0-PARTCTR.
           MOVE C-COMPCTR TO 0-COMPCTR.
           MOVE C-OVERCTR TO 0-OVERCTR.
           MOVE C-CLSCTR TO 0-CLSCTR.
           WRITE AUDIT-LINE FROM AUDIT-PO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-BADCTR TO 0-BADCTR.
           WRITE EXCPT-LINE FROM EXCPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PINV-TRANS.
           CLOSE PINV-MST.
           CLOSE PO-MST.
           IF VEND-MST-OPEN-SW = 'YES'
               CLOSE VEND-MST
           END-IF.
           CLOSE AUDIT-RPT.
           CLOSE EXCPT-RPT.

